       01 SIGNON-SERVICE-AREA.
      *
      *    ESB118U SUPPLIES THE EQUATION SIGN-ON FOR ONE OUTBOUND
      *    MESSAGE.  THE CALLER PASSES THE MESSAGE TYPE AND THE
      *    USER AND PASSWORD NOW ON THE HEADER, AND MOVES BOTH BACK
      *    ONTO THE HEADER AFTER THE CALL, WHATEVER THE STATUS.
           10   SGN-MSGTYPE-CODE    PIC   X(004).
           10   SGN-USER            PIC   X(010).
           10   SGN-PASSWORD        PIC   X(010).
           10   SGN-STATUS          PIC   X(001).
              88 SGN-SUPPLIED               VALUE '0'.
              88 SGN-LEFT-AS-IS             VALUE '1'.
              88 SGN-UNRESOLVED             VALUE '2'.
           10   FILLER              PIC   X(010).
