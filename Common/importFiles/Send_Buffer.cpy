       01 SEND-BUFFER-RECORD.
*
      *    ONE OUTBOUND MESSAGE HELD IN THE STORE-AND-FORWARD BUFFER
      *    (SFWDBUF) WHILE EQUATION WAS UNAVAILABLE.  KEYED ON ARRIVAL
      *    SO A READ IN KEY ORDER IS ARRIVAL ORDER.  THE IMAGE IS
      *    HELD WITH ITS SIGN-ON MASKED (ESB115K); ESB015P SUPPLIES IT
      *    AGAIN WHEN ESB121D RELEASES THE MESSAGE.
         05 SBF-KEY.
            10 SBF-ARRIVAL-DATE  PIC   9(008).
            10 SBF-ARRIVAL-TIME  PIC   9(006).
            10 SBF-ARRIVAL-SEQ   PIC   9(006).
         05 SBF-MSGTYPE-CODE     PIC   X(004).
            88 SBF-TRANSACTION             VALUE 'TRAN'.
            88 SBF-HOLD                    VALUE 'HOLD'.
            88 SBF-BALANCE-ENQUIRY         VALUE 'BALQ'.
         05 SBF-PCREF            PIC   X(020).
         05 SBF-TRANSQ           PIC   X(004).
         05 SBF-NMSGS            PIC   X(004).
         05 SBF-CALLER           PIC   X(008).
         05 SBF-WINDOW-ID        PIC   X(008).
         05 SBF-MESSAGE-LENGTH   PIC   9(004).
         05 SBF-MESSAGE          PIC   X(1816).
         05 FILLER               PIC   X(020).
