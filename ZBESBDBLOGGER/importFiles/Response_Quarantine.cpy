       01 RESPONSE-QUARANTINE-RECORD.
*
      *    ONE INBOUND EQUATION RESPONSE HELD BACK BY ESB119F BECAUSE
      *    ITS TAGGED FORMAT DID NOT CONFORM.  THE FIRST FAILING
      *    FIELD IS NAMED WITH WHAT WAS EXPECTED AND WHAT WAS FOUND AT
      *    ITS OFFSET; THE RAW IMAGE IS KEPT WITH THE SIGN-ON MASKED.
           05   RQR-STREAM-CODE      PIC   X(001).
              88 RQR-TRAN-RESP                 VALUE 'S'.
              88 RQR-HOLD-RESP                 VALUE 'R'.
              88 RQR-RELEASE-RESP              VALUE 'L'.
           05   RQR-PCREF            PIC   X(020).
           05   RQR-TRANSQ           PIC   X(004).
           05   RQR-FIELD-NAME       PIC   X(008).
           05   RQR-REASON           PIC   X(004).
              88 RQR-BAD-PCREF                 VALUE 'PCRF'.
              88 RQR-BAD-COUNT                 VALUE 'NMSG'.
              88 RQR-BAD-SEQUENCE              VALUE 'TRSQ'.
              88 RQR-BAD-TAG                   VALUE 'TAG '.
              88 RQR-BAD-LENGTH                VALUE 'LEN '.
              88 RQR-NOT-NUMERIC               VALUE 'NUM '.
              88 RQR-BAD-SIGN                  VALUE 'SIGN'.
              88 RQR-BAD-TERMINATOR            VALUE 'TERM'.
           05   RQR-OFFSET           PIC   9(004).
           05   RQR-EXPECTED         PIC   X(007).
           05   RQR-FOUND            PIC   X(017).
           05   RQR-CHECK-DATE       PIC   9(008).
           05   RQR-CHECK-TIME       PIC   9(006).
           05   RQR-RAW-LENGTH       PIC   9(004).
           05   RQR-RAW-RECORD       PIC   X(3791).
           05   FILLER               PIC   X(010).
