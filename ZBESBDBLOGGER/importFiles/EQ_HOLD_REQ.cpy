            10   TGTSYS     PIC   X(008)  VALUE 'EQUATION'.
            10   USER       PIC   X(010)  VALUE ' '.
            10   PASSWRD    PIC   X(010)  VALUE ' '.
            10   MSGFORMAT  PIC   X(008)  VALUE 'TAGGED F'.
            10   VERSION    PIC   X(008)  VALUE 'E3C'.
            10   RPYQUEUE   PIC   X(020)  VALUE 'ESB.RESP.QUEUE'.
            10   RESPMODE   PIC   X(001)  VALUE ' '.
