       01 SEND-GATE-AREA.
      *
      *    ESB120G DECIDES WHETHER AN OUTBOUND MESSAGE MAY GO TO
      *    EQUATION NOW.  FUNCTION C CHECKS ONE MESSAGE: WHILE
      *    EQUATION IS UNAVAILABLE (PLANNED CALENDAR OR OPERATOR
      *    OUTAGE SWITCH) THE MESSAGE IS PUT IN THE STORE-AND-FORWARD
      *    BUFFER AND RETURNED AS HELD.  THE DECISION IS TAKEN ONCE
      *    PER PCREF GROUP, AND A GROUP ALREADY PART-HELD IS HELD
      *    WHOLE, SO A GROUP IS NEVER SPLIT.  FUNCTION A ONLY REPORTS
      *    AVAILABILITY; FUNCTION E CLOSES THE BUFFER AT END OF RUN.
           10   SGA-FUNCTION        PIC   X(001).
              88 SGA-CHECK                  VALUE 'C'.
              88 SGA-ENQUIRE                VALUE 'A'.
              88 SGA-CLOSE                  VALUE 'E'.
           10   SGA-CALLER          PIC   X(008).
           10   SGA-MSGTYPE-CODE    PIC   X(004).
           10   SGA-PCREF           PIC   X(020).
           10   SGA-TRANSQ          PIC   X(004).
           10   SGA-NMSGS           PIC   X(004).
           10   SGA-MESSAGE-LENGTH  PIC   9(004).
           10   SGA-MESSAGE         PIC   X(1816).
      *    ON RETURN.
           10   SGA-RESULT          PIC   X(001).
              88 SGA-SEND                   VALUE 'S'.
              88 SGA-HELD                   VALUE 'H'.
              88 SGA-HOLD-FAILED            VALUE 'F'.
           10   SGA-AVAILABLE-SW    PIC   X(001).
              88 SGA-AVAILABLE              VALUE 'Y'.
              88 SGA-UNAVAILABLE            VALUE 'N'.
           10   SGA-WINDOW-ID       PIC   X(008).
           10   FILLER              PIC   X(010).
