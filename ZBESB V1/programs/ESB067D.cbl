000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*    03-SEP-2026  TC   INITIAL VERSION.
000322*    15-OCT-2026  TC   EVERY REACTIVATION APPLIED IS APPENDED TO
000324*                      THE OPERATOR-ACTION JOURNAL (ESB110J).  THE
000326*                      INSTRUCTION MAY CARRY THE TIME IT WAS TAKEN
000328*                      (NEW DRR-REQUEST-TIME).
000330******************************************************************
000340 PROGRAM-ID. ESB067D.
000350 ENVIRONMENT DIVISION.
001580        10 D7-REA-HZAS            PIC X(003).
001590        10 D7-REA-OPERATOR        PIC X(010).
001600        10 D7-REA-REFERENCE       PIC X(016).
001605        10 D7-REA-TIME            PIC X(006).
001610 01  D7-HEADING-LINE.
001620     05 FILLER                    PIC X(037)
001630            VALUE 'DORMANT ACCOUNT MONITOR              '.
001950 COPY "Run_Statistics.cpy".
001960 COPY "Dormancy_Status.cpy"
001970     REPLACING DORMANCY-STATUS-RECORD BY D7-STATUS-WORK.
001975 COPY "Operator_Action.cpy".
001980 PROCEDURE DIVISION.
001990*-----------------------------------------------------------------
002000 0000-MAINLINE.
002940         MOVE DRR-OPERATOR-ID TO D7-REA-OPERATOR (D7-REA-IDX)
002950         MOVE DRR-INSTRUCTION-REF
002960             TO D7-REA-REFERENCE (D7-REA-IDX)
002965         MOVE DRR-REQUEST-TIME TO D7-REA-TIME (D7-REA-IDX)
002970     END-IF.
002980     PERFORM 9300-READ-DORMREAF THRU 9300-EXIT.
002990 1200-EXIT.
004980         DELIMITED BY SIZE INTO D7-DTL-DETAIL.
004990     MOVE D7-DETAIL-LINE TO DORMRPT-RECORD.
005000     WRITE DORMRPT-RECORD.
005005     PERFORM 2420-JOURNAL-REACTIVATION THRU 2420-EXIT.
005010 2400-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------------
005140         SET D7-REA-LOOKUP-IDX UP BY 1
005150     END-IF.
005160 2410-EXIT.
005161     EXIT.
005162*-----------------------------------------------------------------
005163 2420-JOURNAL-REACTIVATION.
005164*-----------------------------------------------------------------
005165     MOVE SPACES TO OPERATOR-ACTION-RECORD.
005166     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-TIME OPA-AMOUNT.
005167     MOVE D7-RUN-DATE TO OPA-ACTION-DATE.
005168     IF D7-REA-TIME (D7-REA-LOOKUP-IDX) IS NUMERIC
005169         MOVE D7-REA-TIME (D7-REA-LOOKUP-IDX) TO OPA-ACTION-TIME
005170     END-IF.
005171     MOVE D7-REA-OPERATOR (D7-REA-LOOKUP-IDX) TO OPA-OPERATOR-ID.
005172     MOVE 'ESB067D' TO OPA-PROGRAM-ID.
005173     SET OPA-REACTIVATION TO TRUE.
005174     MOVE CSS-HZAB OF CUSTOMER-SNAPSHOT-RECORD TO OPA-HZAB.
005175     MOVE CSS-HZAN OF CUSTOMER-SNAPSHOT-RECORD TO OPA-HZAN.
005176     MOVE CSS-HZAS OF CUSTOMER-SNAPSHOT-RECORD TO OPA-HZAS.
005177     SET OPA-ACCEPTED TO TRUE.
005178     STRING 'INSTRUCTION '
005179            D7-REA-REFERENCE (D7-REA-LOOKUP-IDX)
005180         DELIMITED BY SIZE INTO OPA-REASON.
005181     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
005182 2420-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------------
005190 2500-WRITE-STATUS.
