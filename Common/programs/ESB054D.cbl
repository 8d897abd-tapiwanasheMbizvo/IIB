000310*                      THE OPERATOR-PROFILE FILE (ESB063E);
000320*                      UNKNOWN, REVOKED OR WRONG-ROLE IDS ARE
000330*                      REFUSED AND THE HIT IS CARRIED HELD.
000331*    15-OCT-2026  TC   BLOCKED HITS ARE ALSO WRITTEN TO CMPBLKF SO
000332*                      ESB090K CAN PLACE A COMPLIANCE HOLD ON THE
000333*                      ACCOUNT THE HELD MESSAGE TARGETED.
000334*    15-OCT-2026  TC   EVERY RELEASE AND BLOCK IS APPENDED TO
000335*                      THE OPERATOR-ACTION JOURNAL (ESB110J), AND
000336*                      THE ENTITLEMENT CHECK IS GIVEN THE HIT'S
000337*                      CONTEXT SO A REFUSED ATTEMPT IS JOURNALLED
000338*                      TOO; THE DISPOSITION MAY CARRY ITS TIME.
000340******************************************************************
000350 PROGRAM-ID. ESB054D.
000360 ENVIRONMENT DIVISION.
000570     SELECT SCDENTRP ASSIGN TO SCDENTRP
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS D4-SCDENTRP-STATUS.
000592     SELECT CMPBLKF  ASSIGN TO CMPBLKF
000594         ORGANIZATION IS SEQUENTIAL
000596         FILE STATUS IS D4-CMPBLKF-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  DISPOSEF
000770 FD  SCDENTRP
000780     RECORDING MODE IS F.
000790 01  SCDENTRP-RECORD              PIC X(132).
000792 FD  CMPBLKF
000794     RECORDING MODE IS F.
000796 01  CMPBLKF-RECORD               PIC X(1956).
000800 WORKING-STORAGE SECTION.
000810 01  D4-DISPOSEF-STATUS           PIC X(002) VALUE '00'.
000820     88 D4-DISPOSEF-OK                       VALUE '00'.
000850 01  D4-TRANRELF-STATUS           PIC X(002) VALUE '00'.
000860 01  D4-HOLDRELO-STATUS           PIC X(002) VALUE '00'.
000870 01  D4-SCDENTRP-STATUS           PIC X(002) VALUE '00'.
000875 01  D4-CMPBLKF-STATUS            PIC X(002) VALUE '00'.
000880 01  D4-SWITCHES.
000890     05 D4-DISPOSEF-EOF-SW        PIC X(001) VALUE 'N'.
000900        88 D4-DISPOSEF-EOF                   VALUE 'Y'.
001080        10 D4-DEC-TRANSQ          PIC X(004).
001090        10 D4-DEC-ACTION          PIC X(001).
001100        10 D4-DEC-OFFICER         PIC X(010).
001105        10 D4-DEC-TIME            PIC X(006).
001110 01  D4-REFUSAL-HEADING-LINE.
001120     05 FILLER                    PIC X(038)
001130            VALUE 'SCREENING ENTITLEMENT REFUSALS        '.
001290                                  PIC 9(015)V99.
001300 COPY "Run_Statistics.cpy".
001310 COPY "Entitlement_Check.cpy".
001315 COPY "Operator_Action.cpy".
001320 COPY "Transaction_Req.cpy"
001330     REPLACING TRANSACTION-REQ BY D4-REQ-WORK.
001340 COPY "EQ_HOLD_REQ.cpy"
001610     OPEN OUTPUT TRANRELF.
001620     OPEN OUTPUT HOLDRELO.
001630     OPEN OUTPUT SCDENTRP.
001635     OPEN OUTPUT CMPBLKF.
001640     MOVE D4-RUN-DATE TO D4-REF-HDG-DATE.
001650     MOVE D4-REFUSAL-HEADING-LINE TO SCDENTRP-RECORD.
001660     WRITE SCDENTRP-RECORD.
001770         MOVE SCD-TRANSQ TO D4-DEC-TRANSQ (D4-DEC-IDX)
001780         MOVE SCD-ACTION TO D4-DEC-ACTION (D4-DEC-IDX)
001790         MOVE SCD-OFFICER-ID TO D4-DEC-OFFICER (D4-DEC-IDX)
001795         MOVE SCD-DECIDED-TIME TO D4-DEC-TIME (D4-DEC-IDX)
001800     END-IF.
001810     PERFORM 9100-READ-DISPOSEF THRU 9100-EXIT.
001820 1100-EXIT.
002160         ADD 1 TO RST-REJECT-COUNT
002170         SET SCH-BLOCKED TO TRUE
002180     END-IF.
002185     PERFORM 2400-JOURNAL-DISPOSITION THRU 2400-EXIT.
002190     MOVE SCREENING-HIT-RECORD TO HITQNEWF-RECORD.
002200     WRITE HITQNEWF-RECORD.
002202     IF SCH-BLOCKED
002204         MOVE SCREENING-HIT-RECORD TO CMPBLKF-RECORD
002206         WRITE CMPBLKF-RECORD
002208     END-IF.
002210 2900-NEXT-HIT.
002220     PERFORM 9200-READ-HITQOLDF THRU 9200-EXIT.
002230 2000-EXIT.
002550     MOVE SPACES TO ETC-MAKER-ID.
002560     MOVE 'C' TO ETC-REQUIRED-ROLE.
002570     MOVE ZERO TO ETC-AMOUNT.
002571     MOVE 'ESB054D' TO ETC-PROGRAM-ID.
002572     MOVE 'DISP' TO ETC-ACTION-TYPE.
002573     MOVE SCH-PCREF TO ETC-PCREF.
002574     MOVE SCH-TRANSQ TO ETC-TRANSQ.
002575     MOVE D4-DEC-TIME (D4-DEC-LOOKUP-IDX) TO ETC-ACTION-TIME.
002580*    THE HELD MESSAGE IMAGE SUPPLIES THE INTAKE USER AND THE
002590*    LEG AMOUNT, SO THE OFFICER'S CEILING AND MAKER-EQUALS-
002600*    CHECKER ARE ENFORCED, NOT JUST IDENTITY AND ROLE.
002610     IF SCH-FROM-TRANREQ
002620         MOVE SCH-MSG-IMAGE TO D4-REQ-WORK
002630         MOVE USER OF D4-REQ-WORK TO ETC-MAKER-ID
002632         MOVE GZAB1 OF D4-REQ-WORK TO ETC-HZAB
002634         MOVE GZAN1 OF D4-REQ-WORK TO ETC-HZAN
002636         MOVE GZAS1 OF D4-REQ-WORK TO ETC-HZAS
002640         MOVE GZAMA1 OF D4-REQ-WORK TO D4-AMOUNT-TEXT
002650         IF D4-AMOUNT-TEXT IS NUMERIC
002660             MOVE D4-AMOUNT-NUMERIC TO ETC-AMOUNT
002680     ELSE
002690         MOVE SCH-MSG-IMAGE (1:818) TO D4-HOLD-WORK
002700         MOVE USER OF D4-HOLD-WORK TO ETC-MAKER-ID
002702         MOVE GZBBN OF D4-HOLD-WORK TO ETC-HZAB
002704         MOVE GZBNO OF D4-HOLD-WORK TO ETC-HZAN
002706         MOVE GZSFX OF D4-HOLD-WORK TO ETC-HZAS
002710     END-IF.
002720     CALL 'ESB063E' USING ENTITLEMENT-CHECK-AREA.
002730 2150-EXIT.
003050 2200-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003071 2400-JOURNAL-DISPOSITION.
003072*-----------------------------------------------------------------
003073*    THE ACCOUNT AND AMOUNT WERE SET ON THE ENTITLEMENT CONTEXT
003074*    BY 2150-CHECK-ENTITLEMENT FOR THIS SAME HIT.
003075     MOVE SPACES TO OPERATOR-ACTION-RECORD.
003076     MOVE ZERO TO OPA-BUSINESS-DATE OPA-ACTION-TIME.
003077     MOVE D4-RUN-DATE TO OPA-ACTION-DATE.
003078     IF D4-DEC-TIME (D4-DEC-LOOKUP-IDX) IS NUMERIC
003079         MOVE D4-DEC-TIME (D4-DEC-LOOKUP-IDX) TO OPA-ACTION-TIME
003080     END-IF.
003081     MOVE D4-DEC-OFFICER (D4-DEC-LOOKUP-IDX) TO OPA-OPERATOR-ID.
003082     MOVE 'ESB054D' TO OPA-PROGRAM-ID.
003083     SET OPA-DISPOSITION TO TRUE.
003084     MOVE SCH-PCREF TO OPA-PCREF.
003085     MOVE SCH-TRANSQ TO OPA-TRANSQ.
003086     MOVE ETC-HZAB TO OPA-HZAB.
003087     MOVE ETC-HZAN TO OPA-HZAN.
003088     MOVE ETC-HZAS TO OPA-HZAS.
003089     MOVE ETC-AMOUNT TO OPA-AMOUNT.
003090     IF SCH-RELEASED
003091         SET OPA-ACCEPTED TO TRUE
003092         MOVE 'RELEASED FROM SCREENING HOLD' TO OPA-REASON
003093     ELSE
003094         SET OPA-DECLINED TO TRUE
003095         MOVE 'BLOCKED BY COMPLIANCE' TO OPA-REASON
003096     END-IF.
003097     CALL 'ESB110J' USING OPERATOR-ACTION-RECORD.
003098 2400-EXIT.
003099     EXIT.
003100*-----------------------------------------------------------------
003080 8000-TERMINATE.
003090*-----------------------------------------------------------------
003100     PERFORM 9900-WRITE-RUN-STATS THRU 9900-EXIT.
003130     CLOSE TRANRELF.
003140     CLOSE HOLDRELO.
003150     CLOSE SCDENTRP.
003155     CLOSE CMPBLKF.
003160     DISPLAY 'ESB054D: RELEASED ' D4-RELEASED-COUNT
003170         ' BLOCKED ' D4-BLOCKED-COUNT
003180         ' CARRIED ' D4-CARRIED-COUNT
