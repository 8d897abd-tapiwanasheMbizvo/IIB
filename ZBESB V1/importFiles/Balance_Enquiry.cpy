             10   TGTSYS              PIC   X(008)   VALUE 'EQUATION'.
             10   USER                PIC   X(010)   VALUE SPACES.
             10   PWD                 PIC   X(010)   VALUE SPACES.
             10   MSGFORMAT           PIC   X(008)   VALUE 'FIXED'.
             10   VERSION             PIC   X(008)   VALUE 'E3C'.
             10   RPYQUEUE.
               15 RPYQUEUE1           PIC   X(010)   VALUE 'ESB.RESPON'.
