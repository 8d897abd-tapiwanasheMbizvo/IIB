            88 PSI-STAGE-PARKED            VALUE 'PARK'.
            88 PSI-STAGE-AUTHORIZE         VALUE 'AUTH'.
            88 PSI-STAGE-VELOCITY          VALUE 'VELO'.
            88 PSI-STAGE-FUNDS-CHECK       VALUE 'FUND'.
            88 PSI-STAGE-SEND              VALUE 'SEND'.
            88 PSI-STAGE-RESPONSE          VALUE 'RESP'.
            88 PSI-STAGE-ARCHIVE           VALUE 'ARCH'.
            88 PSI-STAGE-PAYMENT-MSG       VALUE 'PMSG'.
            88 PSI-STAGE-RESPONSE-FORMAT   VALUE 'RFMT'.
            88 PSI-STAGE-SEND-BUFFER       VALUE 'SFWD'.
            88 PSI-STAGE-ANONYMIZE         VALUE 'ANON'.
         05 PSI-STATUS           PIC   X(001).
            88 PSI-PASSED                  VALUE 'P'.
            88 PSI-REJECTED                VALUE 'R'.
