            10   TGTSYS      PIC   X(008).
            10   USER        PIC   X(010).
            10   PWORD       PIC   X(010).
            10   MSGFORMAT   PIC   X(008).
            10   VERSION     PIC   X(008).
            10   REPLYQ      PIC   X(020).
            10   RSPMODE     PIC   X(001).
