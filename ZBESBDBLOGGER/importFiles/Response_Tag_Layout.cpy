       01 RESPONSE-TAG-LAYOUT.
*
      *    EXPECTED TAGGED-FORMAT BODY OF EACH INBOUND EQUATION
      *    RESPONSE STREAM, FIELD BY FIELD IN WIRE ORDER, AS CHECKED
      *    BY ESB119F AHEAD OF CAPTURE.  STREAM S IS TRANSACTION-RSP,
      *    R IS EQHOLD-RSP AND L IS EQHOLD-REL-RSP; THE BODY STARTS
      *    RIGHT AFTER THE RESPONSE HEADER.  EACH ENTRY GIVES THE
      *    FIELD NAME, THE TAG LITERAL AND ITS LENGTH, AND THE LENGTH
      *    OF THE VALUE THAT FOLLOWS (ZERO FOR THE '::' TERMINATOR).
      *    THE VALUE TYPE IS THE SECOND BYTE OF THE TAG: C CHARACTER,
      *    P PACKED AMOUNT (ALL DIGITS), S SIGNED (SIGN THEN DIGITS).
      *    KEEP IN STEP WITH Transaction_Rsp_TT, EQ_HOLD_RESP AND
      *    EQ_HOLD_REL.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZREF   :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZBRNM  :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZPBR   :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZPSQ   :P05:  5007'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZBRND  :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZEAND  :C20:  5020'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAB1   :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAN1   :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAS1   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZVFR1  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRF1  :C16:  5016'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAMA1  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAPP1  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZTCD1  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCCY1  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZSRC1  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZUC1   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZUC2   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR1   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR2   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR3   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR4   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCED1  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZMCH1  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZEANC  :C20:  5020'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAB2   :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAN2   :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAS2   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZVFR2  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRF2  :C16:  5016'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAMA2  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZAPP2  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZTCD2  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCCY2  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZSRC2  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZUC3   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZUC4   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR5   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR6   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR7   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZNR8   :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCED2  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZMCH2  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZRRT   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZEXR   :C14:  5014'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZFONT  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZEXRH  :P1509:7017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZBAM1  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZOAM1  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZBAM2  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZOAM2  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZIEA   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZOID   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZSOT   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZTREF  :C16:  5016'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZANMD  :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZGDP   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCRT   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZALL   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZHOLD  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZPDTE  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZFOR   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRTY  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZMRTY  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDTTY  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQTR   :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQTR2  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQSTS  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQST2  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQRES  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQRS2  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQNQ   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQMSQ  :P07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQACT  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQSCR  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQUID  :C10:  5010'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZUPTY  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQBAL  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQDTE  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQPTY  :C5:   4005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQRRC  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQAID  :C10:  5010'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQGRP  :C10:  5010'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQCHK  :S02:  5004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQCHD  :S02:  5004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQRED  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQRET  :S06:  5008'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQBID  :C16:  5016'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQLVL  :C2:   4002'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZQEVM  :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRR   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCRR   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRCL  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCRCL  :P15:  5017'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZDRO   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZCRO   :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZPSQ7  :P07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'SGZZZZZ  ::     2000'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZBBN   :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZBNO   :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZSFX   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZCUS   :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZCLC   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZBRNM  :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZACO   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHRC   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHDD1  :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHDD2  :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHDD3  :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHDD4  :C35:  5035'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZSTD   :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZEXD   :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZCCY   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZHNO   :P03:  5005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZINP   :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'RGZZZZZ  ::     2000'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZBBN   :C4:   4004'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZBNO   :C6:   4006'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZSFX   :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZHNO   :P03:  5005'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZRELR  :C3:   4003'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZRELD  :S07:  5009'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZRSTS  :C1:   4001'.
           10   FILLER              PIC   X(020)
                                    VALUE 'LGZZZZZ  ::     2000'.
       01 RESPONSE-TAG-LAYOUT-TABLE
                                    REDEFINES RESPONSE-TAG-LAYOUT.
           10   RTL-ENTRY           OCCURS 124 TIMES
                                    INDEXED BY RTL-IDX.
              15 RTL-STREAM-CODE    PIC   X(001).
              15 RTL-FIELD-NAME     PIC   X(008).
              15 RTL-TAG            PIC   X(007).
              15 RTL-TAG-LENGTH     PIC   9(001).
              15 RTL-VALUE-LENGTH   PIC   9(003).
       01 RTL-ENTRY-COUNT           PIC   9(004) COMP VALUE 124.
