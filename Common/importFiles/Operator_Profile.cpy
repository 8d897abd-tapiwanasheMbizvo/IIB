              88 OPR-PROFILE-ACTIVE        VALUE 'A'.
              88 OPR-PROFILE-REVOKED       VALUE 'R'.
           10   OPR-NAME            PIC   X(030).
           10   OPR-SUPERVISOR-ID   PIC   X(010).
