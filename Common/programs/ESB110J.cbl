000100 IDENTIFICATION DIVISION.
000110******************************************************************
000120* PROGRAM-ID.    ESB110J
000130* AUTHOR.        T. CHIKOWORE
000140* INSTALLATION.  ESB INTERFACE UNIT
000150* DATE-WRITTEN.  15-OCT-2026
000160* DATE-COMPILED.
000170*-----------------------------------------------------------------
000180* PURPOSE.
000190*    COMMON OPERATOR-ACTION JOURNAL WRITER.  EVERY PROGRAM THAT
000200*    ACTS ON A PERSON'S DECISION (ESB041A APPROVALS, ESB054D
000210*    SCREENING DISPOSITIONS, ESB029P REPAIRS, ESB019V
000220*    REVERSALS, ESB067D REACTIVATIONS, ESB014R REPLAYS) CALLS
000230*    THIS WITH A FILLED OPERATOR-ACTION-RECORD, AND ESB063E
000240*    CALLS IT FOR EVERY ATTEMPT IT REFUSES, SO ONE SHARED FILE
000250*    (OPRJRNF) HOLDS EVERYTHING AN OPERATOR ID DID.  THE
000260*    RECORD IS APPENDED AS ESB035L APPENDS THE RUN-LOG.
000270*    MISSING PIECES ARE COMPLETED HERE RATHER THAN IN EVERY
000280*    CALLER: THE CONTROLLED BUSINESS DATE (ESB078D), THE
000290*    CLOCK DATE AND TIME WHEN THE CALLER HAD NO CAPTURE TIME,
000300*    THE OPERATOR'S ROLE FROM THE OPERATOR-PROFILE FILE
000310*    (LOADED ONCE ON FIRST CALL), AND THE CUSTOMER FROM THE
000315*    ACCOUNT BASIC NUMBER.  AN OPERATOR-PROFILE FILE TOO BIG FOR
000320*    THE TABLE IS REPORTED AND EVERY CALL THEN RETURNS CODE 4, AS
000325*    THE OPERATORS LEFT OUT ARE JOURNALLED WITH NO ROLE.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*    15-OCT-2026  TC   INITIAL VERSION.
000360******************************************************************
000370 PROGRAM-ID. ESB110J.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-ZSERIES.
000410 OBJECT-COMPUTER. IBM-ZSERIES.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPRJRNF  ASSIGN TO OPRJRNF
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS J0-OPRJRNF-STATUS.
000470     SELECT OPRPROFF ASSIGN TO OPRPROFF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS J0-OPRPROFF-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OPRJRNF
000530     RECORDING MODE IS F.
000540     COPY "Operator_Action.cpy".
000550 FD  OPRPROFF
000560     RECORDING MODE IS F.
000570     COPY "Operator_Profile.cpy".
000580 WORKING-STORAGE SECTION.
000590 01  J0-OPRJRNF-STATUS            PIC X(002) VALUE '00'.
000600     88 J0-OPRJRNF-OK                        VALUE '00'.
000610     88 J0-OPRJRNF-NOT-THERE                 VALUE '35'.
000620 01  J0-OPRPROFF-STATUS           PIC X(002) VALUE '00'.
000630     88 J0-OPRPROFF-OK                       VALUE '00'.
000640 01  J0-SWITCHES.
000650     05 J0-LOADED-SW              PIC X(001) VALUE 'N'.
000660        88 J0-LOADED                         VALUE 'Y'.
000663     05 J0-PROFILES-FULL-SW       PIC X(001) VALUE 'N'.
000666        88 J0-PROFILES-FULL                  VALUE 'Y'.
000670     05 J0-OPRPROFF-EOF-SW        PIC X(001) VALUE 'N'.
000680        88 J0-OPRPROFF-EOF                   VALUE 'Y'.
000690     05 J0-PROFILE-FOUND-SW       PIC X(001) VALUE 'N'.
000700        88 J0-PROFILE-FOUND                  VALUE 'Y'.
000710 01  J0-PROFILE-COUNT             PIC 9(004) COMP VALUE ZERO.
000720 01  J0-PROFILE-TABLE.
000730     05 J0-PRF-ENTRY OCCURS 500 TIMES
000740        INDEXED BY J0-PRF-IDX, J0-PRF-LOOKUP-IDX.
000750        10 J0-PRF-ID              PIC X(010).
000760        10 J0-PRF-ROLE            PIC X(001).
000770 COPY "Business_Date_Service.cpy".
000780 LINKAGE SECTION.
000790*    THE CALLER PASSES ITS OWN WORKING-STORAGE COPY OF
000800*    OPERATOR-ACTION-RECORD AS A PLAIN BYTE AREA.
000810 01  J0-ACTION-AREA               PIC X(146).
000820 PROCEDURE DIVISION USING J0-ACTION-AREA.
000830*-----------------------------------------------------------------
000840 0000-MAINLINE.
000850*-----------------------------------------------------------------
000860     IF NOT J0-LOADED
000870         PERFORM 1000-LOAD-PROFILES THRU 1000-EXIT
000880     END-IF.
000890     OPEN EXTEND OPRJRNF.
000900     IF J0-OPRJRNF-NOT-THERE
000910         OPEN OUTPUT OPRJRNF
000920     END-IF.
000930     IF NOT J0-OPRJRNF-OK
000940         DISPLAY 'ESB110J: UNABLE TO OPEN OPRJRNF '
000950             J0-OPRJRNF-STATUS
000960         GOBACK
000970     END-IF.
000980     MOVE J0-ACTION-AREA TO OPERATOR-ACTION-RECORD.
000990     PERFORM 2000-COMPLETE-RECORD THRU 2000-EXIT.
001000     WRITE OPERATOR-ACTION-RECORD.
001010     CLOSE OPRJRNF.
001012     IF J0-PROFILES-FULL
001014         MOVE 4 TO RETURN-CODE
001016     END-IF.
001020     GOBACK.
001030*-----------------------------------------------------------------
001040 1000-LOAD-PROFILES.
001050*-----------------------------------------------------------------
001060     OPEN INPUT OPRPROFF.
001070     IF J0-OPRPROFF-OK
001080         PERFORM 9100-READ-OPRPROFF THRU 9100-EXIT
001090         PERFORM 1100-LOAD-ONE-PROFILE THRU 1100-EXIT
001100             UNTIL J0-OPRPROFF-EOF
001110         CLOSE OPRPROFF
001120     ELSE
001130         DISPLAY 'ESB110J: UNABLE TO OPEN OPRPROFF '
001140             J0-OPRPROFF-STATUS
001150     END-IF.
001160     MOVE 'Y' TO J0-LOADED-SW.
001170 1000-EXIT.
001180     EXIT.
001190*-----------------------------------------------------------------
001200 1100-LOAD-ONE-PROFILE.
001210*-----------------------------------------------------------------
001220     IF J0-PROFILE-COUNT < 500
001230         ADD 1 TO J0-PROFILE-COUNT
001240         SET J0-PRF-IDX TO J0-PROFILE-COUNT
001250         MOVE OPR-ID TO J0-PRF-ID (J0-PRF-IDX)
001260         MOVE OPR-ROLE TO J0-PRF-ROLE (J0-PRF-IDX)
001262     ELSE
001264         DISPLAY 'ESB110J: PROFILE TABLE FULL, OPERATOR '
001266             OPR-ID ' WILL BE JOURNALLED WITH NO ROLE'
001268         SET J0-PROFILES-FULL TO TRUE
001270     END-IF.
001280     PERFORM 9100-READ-OPRPROFF THRU 9100-EXIT.
001290 1100-EXIT.
001300     EXIT.
001310*-----------------------------------------------------------------
001320 2000-COMPLETE-RECORD.
001330*-----------------------------------------------------------------
001340     IF OPA-ACTION-DATE NOT NUMERIC
001350        OR OPA-ACTION-DATE = ZERO
001360         ACCEPT OPA-ACTION-DATE FROM DATE YYYYMMDD
001370     END-IF.
001380     IF OPA-ACTION-TIME NOT NUMERIC
001390        OR OPA-ACTION-TIME = ZERO
001400         ACCEPT OPA-ACTION-TIME FROM TIME
001410     END-IF.
001420     MOVE SPACES TO BUSINESS-DATE-AREA.
001430     CALL 'ESB078D' USING BUSINESS-DATE-AREA.
001440     IF BDS-OK
001450         MOVE BDS-BUSINESS-DATE TO OPA-BUSINESS-DATE
001460     ELSE
001470         MOVE OPA-ACTION-DATE TO OPA-BUSINESS-DATE
001480     END-IF.
001490     IF OPA-AMOUNT NOT NUMERIC
001500         MOVE ZERO TO OPA-AMOUNT
001510     END-IF.
001520     IF OPA-CUSTOMER = SPACES
001530         MOVE OPA-HZAN TO OPA-CUSTOMER
001540     END-IF.
001550     IF OPA-OPERATOR-ROLE = SPACES
001560         PERFORM 2100-FIND-PROFILE THRU 2100-EXIT
001570         IF J0-PROFILE-FOUND
001580             MOVE J0-PRF-ROLE (J0-PRF-LOOKUP-IDX)
001590                 TO OPA-OPERATOR-ROLE
001600         END-IF
001610     END-IF.
001620 2000-EXIT.
001630     EXIT.
001640*-----------------------------------------------------------------
001650 2100-FIND-PROFILE.
001660*-----------------------------------------------------------------
001670     MOVE 'N' TO J0-PROFILE-FOUND-SW.
001680     IF J0-PROFILE-COUNT = ZERO
001690         GO TO 2100-EXIT
001700     END-IF.
001710     SET J0-PRF-LOOKUP-IDX TO 1.
001720     PERFORM 2110-SCAN-PROFILES THRU 2110-EXIT
001730         UNTIL J0-PRF-LOOKUP-IDX > J0-PROFILE-COUNT
001740            OR J0-PROFILE-FOUND.
001750 2100-EXIT.
001760     EXIT.
001770*-----------------------------------------------------------------
001780 2110-SCAN-PROFILES.
001790*-----------------------------------------------------------------
001800     IF J0-PRF-ID (J0-PRF-LOOKUP-IDX) = OPA-OPERATOR-ID
001810         SET J0-PROFILE-FOUND TO TRUE
001820     ELSE
001830         SET J0-PRF-LOOKUP-IDX UP BY 1
001840     END-IF.
001850 2110-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
001880 9100-READ-OPRPROFF.
001890*-----------------------------------------------------------------
001900     READ OPRPROFF
001910         AT END
001920             SET J0-OPRPROFF-EOF TO TRUE
001930     END-READ.
001940 9100-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970 9999-EXIT.
001980*-----------------------------------------------------------------
001990     EXIT.
