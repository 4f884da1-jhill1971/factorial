000040* REQUESTER/DEPARTMENT CODE, A REQUEST TYPE, AND AN OUTCOME,
000050* SO THIS PROGRAM READS BOTH LOGS FOR ONE CALENDAR MONTH,
000060* TALLIES BILLABLE WORK PER OPERATOR SPLIT INTO TABLE
000070* LOOKUPS, COMPUTED FACTORIALS, NPR/NCR AND OTHER COMBINATION
000080* REQUESTS, AND OVERFLOWS, PRICES EACH CATEGORY FROM THE
000090* MAINTAINABLE FACTRATE FILE, AND PRINTS A PER-DEPARTMENT
000100* INVOICE-STYLE STATEMENT (CHGBRPT) WITH A SUITE-WIDE SUMMARY
000110* PAGE FOR FINANCE.
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FACTCHGB.
000140 AUTHOR. JAMES HILL.
000400*                    FAUDARCH IS ALLOWED (NOTHING ARCHIVED
000410*                    YET). CONDITION CODES: 0 CLEAN, 16 WHEN
000420*                    A REQUIRED FILE OR THE PARM IS UNUSABLE.
000422*    2026-10-15  JH  FACTAUD AND FAUDARCH LINES ARE 110 BYTES
000424*                    NOW THAT EACH CARRIES ITS CHAIN VALUE. SEAL
000426*                    AND CARRY LINES ARE NOT BILLABLE.
000427*    2026-10-15  JH  EACH STATEMENT NOW SHOWS THE DEPARTMENT
000428*                    NAME AND COST CENTER FROM THE FACTDEPT
000429*                    DEPARTMENT FILE (THROUGH FACTDCHK). A
000431*                    DEPARTMENT WHOSE BILLED CALCULATIONS FOR
000432*                    THE MONTH EXCEED ITS MONTHLY CEILING, OR
000433*                    ONE NOT ON FACTDEPT, IS FLAGGED ON ITS
000434*                    STATEMENT AND COUNTED ON THE SUMMARY
000435*                    PAGE. A MISSING FACTDEPT IS ALLOWED
000436*                    (STATEMENTS PRINT WITHOUT NAMES). ANY OF
000437*                    THESE ENDS THE RUN WITH CONDITION CODE 4.
000438*    2026-10-15  JH  MULTINOMIAL, REPETITION, AND PASCAL-ROW
000439*                    LINES FROM FACTCOMB ARE NOW BILLED AS
000441*                    NPRNCR AND COUNT TOWARD THE DEPARTMENT
000443*                    CEILING. THEY WERE PREVIOUSLY DROPPED AS
000444*                    NOT BILLABLE.
000446*-----------------------------------------------------------
000448 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     C01 IS TOP-OF-PAGE.
000830 FD  FACTAUD
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  FACTAUD-LOG-RECORD          PIC X(110).
000870*
000880 FD  FAUDARCH
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  FAUDARCH-RECORD             PIC X(110).
000920*
000930 FD  CHGB-REPORT
000940     RECORDING MODE IS F
001070         88  WS-ARCH-OPEN                   VALUE "Y".
001080     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001090         88  WS-FOUND                       VALUE "Y".
001092     05  WS-DEPT-REF-SW          PIC X(01) VALUE "N".
001094         88  WS-DEPT-REF-OK                 VALUE "Y".
001100*
001110 01  WS-FILE-STATUSES.
001120     05  CHGBPARM-STATUS         PIC X(02) VALUE SPACES.
001760     05  WS-DT-COMPUTED-CT       PIC 9(08) COMP VALUE 0.
001770     05  WS-DT-NPRNCR-CT         PIC 9(08) COMP VALUE 0.
001780     05  WS-DT-OVERFLOW-CT       PIC 9(08) COMP VALUE 0.
001785     05  WS-DT-CALC-CT           PIC 9(08) COMP VALUE 0.
001790 01  WS-SUITE-TOTALS.
001800     05  WS-ST-TABLE-CT          PIC 9(08) COMP VALUE 0.
001810     05  WS-ST-COMPUTED-CT       PIC 9(08) COMP VALUE 0.
001840 01  WS-AMOUNT-WORK              PIC 9(09)V9(02) VALUE 0.
001850 01  WS-DEPT-AMOUNT              PIC 9(09)V9(02) VALUE 0.
001860 01  WS-SUITE-AMOUNT             PIC 9(09)V9(02) VALUE 0.
001861*
001862* THE FACTDEPT ENTRY FOR THE INVOICE IN PROGRESS, AND THE
001863* STATEMENTS FLAGGED FOR THE SUMMARY PAGE.
001864 01  WS-DEPT-RESULT              PIC X(02) VALUE SPACES.
001865     88  WS-DEPT-NOT-ON-FILE                VALUE "23".
001866 01  WS-DEPT-CEILING             PIC 9(07) VALUE 0.
001867 01  WS-DEPT-EXCEPTIONS.
001868     05  WS-OVER-CEILING-COUNT   PIC 9(08) COMP VALUE 0.
001869     05  WS-UNKNOWN-DEPT-COUNT   PIC 9(08) COMP VALUE 0.
001870*
001880 01  WS-RUN-DATE.
001890     05  WS-RD-YYYY              PIC 9(04).
001930 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001940 01  WS-RATE-EDIT                PIC ZZZZ9.99.
001950 01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
001955 01  WS-CEILING-EDIT             PIC Z,ZZZ,ZZ9.
001960 01  WS-PAGE-EDIT                PIC ZZ9.
001970*
001980 01  WS-REPORT-CONTROLS.
002050 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
002060 01  RPT-DEPT-LINE               PIC X(132) VALUE SPACES.
002070 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
002072*
002074     COPY FDEPPARM.
002080*
002090 PROCEDURE DIVISION.
002100*
002400
002410     PERFORM 7000-PRINT-INVOICES THRU 7000-EXIT.
002420     PERFORM 7500-PRINT-SUITE-SUMMARY THRU 7500-EXIT.
002425     PERFORM 7600-PRINT-DEPT-EXCEPTIONS THRU 7600-EXIT.
002430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002440     GOBACK.
002450*
003090         MOVE "N" TO WS-INIT-SW
003100         GO TO 1000-EXIT
003110     END-IF.
003111
003112     MOVE "O" TO DP-FUNCTION.
003113     CALL "FACTDCHK" USING DP-PARAMETERS.
003114     IF DP-RESULT-UNAVAILABLE
003115         DISPLAY "FACTDEPT NOT AVAILABLE - STATEMENTS PRINT "
003116             "WITHOUT DEPARTMENT NAMES"
003117     ELSE
003118         MOVE "Y" TO WS-DEPT-REF-SW
003119     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140*
003870*-----------------------------------------------------------
003880* 3000-TALLY-AUDIT-LINE - DECIDE WHETHER THE PARSED LINE IS
003890* BILLABLE WORK IN THE BILLING MONTH AND, IF SO, COUNT IT
003900* UNDER ITS DEPARTMENT, OPERATOR, AND CATEGORY. MULTINOMIAL,
003903* REPETITION, AND PASCAL-ROW LINES FROM FACTCOMB BILL AS
003906* NPRNCR, THE SAME AS THE NPR/NCR LINES BESIDE THEM.
003910*-----------------------------------------------------------
003920 3000-TALLY-AUDIT-LINE.
003930     IF NOT (AU-REQ-FACTORIAL OR AU-REQ-NPR-NCR
003935             OR AU-REQ-MULTINOMIAL OR AU-REQ-REPETITION
003938             OR AU-REQ-PASCAL-ROW
003940             OR AU-REQ-LOOKUP OR AU-REQ-SECURITY
003950             OR AU-REQ-PROFILE)
003960         ADD 1 TO WS-NONBILL-COUNT
004090     EVALUATE TRUE
004100         WHEN AU-OUT-OVERFLOW
004110             MOVE "O" TO WS-WORK-CATEGORY
004120         WHEN (AU-REQ-NPR-NCR OR AU-REQ-MULTINOMIAL
004122                 OR AU-REQ-REPETITION OR AU-REQ-PASCAL-ROW)
004125                 AND (AU-OUT-COMPUTED OR AU-OUT-FROM-TABLE)
004130             MOVE "N" TO WS-WORK-CATEGORY
004140         WHEN AU-OUT-FROM-TABLE
006040     MOVE SPACES TO RPT-DEPT-LINE.
006050     STRING "INVOICE - DEPARTMENT " WS-WORK-DEPT
006060         DELIMITED BY SIZE INTO RPT-DEPT-LINE.
006065     PERFORM 7200-LOOK-UP-DEPARTMENT THRU 7200-EXIT.
006070     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
006080
006090     MOVE "  OPERATOR     TABLE  COMPUTED    NPRNCR  OVERFLOW"
006400     PERFORM 5200-WRITE-BILLING-LINE THRU 5200-EXIT.
006410
006420     MOVE SPACES TO RPT-DETAIL-LINE.
006430     MOVE "NPR/NCR AND COMBINATIONS" TO RPT-DETAIL-LINE(1:24).
006440     MOVE WS-DT-NPRNCR-CT TO WS-COUNT-EDIT.
006450     MOVE WS-RATE-NPRNCR TO WS-RATE-WORK.
006460     PERFORM 5200-WRITE-BILLING-LINE THRU 5200-EXIT.
006630         "  = " WS-AMOUNT-EDIT
006640         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006650     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006655     PERFORM 7250-FLAG-DEPARTMENT THRU 7250-EXIT.
006660 7100-EXIT.
006670     EXIT.
006680*
006900 7150-EXIT.
006910     EXIT.
006920*
006921*-----------------------------------------------------------
006922* 7200-LOOK-UP-DEPARTMENT - ADD WS-WORK-DEPT'S NAME AND COST
006923* CENTER FROM FACTDEPT TO THE DEPARTMENT LINE, AND KEEP ITS
006924* MONTHLY CEILING FOR 7250. WORK BILLED UNDER "NONE" CARRIED
006925* NO REQUESTER CODE AND IS SHOWN AS UNASSIGNED.
006926*-----------------------------------------------------------
006927 7200-LOOK-UP-DEPARTMENT.
006928     MOVE "00" TO WS-DEPT-RESULT.
006929     MOVE 0 TO WS-DEPT-CEILING.
006930     IF NOT WS-DEPT-REF-OK
006931         GO TO 7200-EXIT
006932     END-IF.
006933     IF WS-WORK-DEPT = "NONE"
006934         MOVE "UNASSIGNED - NO REQUESTER CODE"
006935             TO RPT-DEPT-LINE(28:)
006936         GO TO 7200-EXIT
006937     END-IF.
006938
006939     MOVE "L" TO DP-FUNCTION.
006940     MOVE WS-WORK-DEPT TO DP-DEPT-CODE.
006941     CALL "FACTDCHK" USING DP-PARAMETERS.
006942     MOVE DP-RESULT TO WS-DEPT-RESULT.
006943     IF NOT (DP-RESULT-ACTIVE OR DP-RESULT-INACTIVE)
006944         MOVE "23" TO WS-DEPT-RESULT
006945         MOVE "NOT ON DEPARTMENT FILE" TO RPT-DEPT-LINE(28:)
006946         GO TO 7200-EXIT
006947     END-IF.
006948
006949     MOVE DP-MONTHLY-CEILING TO WS-DEPT-CEILING.
006950     STRING DP-DEPT-NAME "  COST CENTER " DP-COST-CENTER
006951         DELIMITED BY SIZE INTO RPT-DEPT-LINE(28:).
006952     IF DP-RESULT-INACTIVE
006953         MOVE "(INACTIVE)" TO RPT-DEPT-LINE(76:10)
006954     END-IF.
006955 7200-EXIT.
006956     EXIT.
006957*
006958*-----------------------------------------------------------
006959* 7250-FLAG-DEPARTMENT - CLOSE THE INVOICE WITH A WARNING
006960* LINE WHEN THE DEPARTMENT IS NOT ON FACTDEPT, OR WHEN ITS
006961* BILLED CALCULATIONS FOR THE MONTH ARE OVER ITS CEILING (A
006962* ZERO CEILING MEANS NONE). EACH IS COUNTED FOR THE SUMMARY.
006963*-----------------------------------------------------------
006964 7250-FLAG-DEPARTMENT.
006965     IF WS-DEPT-NOT-ON-FILE
006966         ADD 1 TO WS-UNKNOWN-DEPT-COUNT
006967         MOVE SPACES TO RPT-DETAIL-LINE
006968         STRING "  *** DEPARTMENT " WS-WORK-DEPT
006969             " IS NOT ON FACTDEPT - CHECK THE CODE ***"
006970             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006971         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006972         GO TO 7250-EXIT
006973     END-IF.
006974     IF WS-DEPT-CEILING = 0
006975         GO TO 7250-EXIT
006976     END-IF.
006977
006978     COMPUTE WS-DT-CALC-CT = WS-DT-TABLE-CT + WS-DT-COMPUTED-CT
006979         + WS-DT-NPRNCR-CT + WS-DT-OVERFLOW-CT.
006980     IF WS-DT-CALC-CT NOT > WS-DEPT-CEILING
006981         GO TO 7250-EXIT
006982     END-IF.
006983
006984     ADD 1 TO WS-OVER-CEILING-COUNT.
006985     MOVE WS-DT-CALC-CT TO WS-COUNT-EDIT.
006986     MOVE WS-DEPT-CEILING TO WS-CEILING-EDIT.
006987     MOVE SPACES TO RPT-DETAIL-LINE.
006988     STRING "  *** OVER MONTHLY CEILING - " WS-COUNT-EDIT
006989         " CALCULATIONS AGAINST A CEILING OF " WS-CEILING-EDIT
006990         " ***"
006991         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006992     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006993 7250-EXIT.
006994     EXIT.
006995*
006996*-----------------------------------------------------------
006998* 7500-PRINT-SUITE-SUMMARY - THE SUITE-WIDE SUMMARY PAGE:
007000* EVERY CATEGORY PRICED ACROSS ALL DEPARTMENTS AND THE GRAND
007001* TOTAL.
007003*-----------------------------------------------------------
007005 7500-PRINT-SUITE-SUMMARY.
007006     MOVE SPACES TO RPT-DEPT-LINE.
007008     MOVE "SUITE-WIDE SUMMARY" TO RPT-DEPT-LINE.
007010     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
007020
007030     MOVE 0 TO WS-DEPT-AMOUNT.
007150     PERFORM 5200-WRITE-BILLING-LINE THRU 5200-EXIT.
007160
007170     MOVE SPACES TO RPT-DETAIL-LINE.
007180     MOVE "NPR/NCR AND COMBINATIONS" TO RPT-DETAIL-LINE(1:24).
007190     MOVE WS-ST-NPRNCR-CT TO WS-COUNT-EDIT.
007200     MOVE WS-RATE-NPRNCR TO WS-RATE-WORK.
007210     PERFORM 5200-WRITE-BILLING-LINE THRU 5200-EXIT.
007350 7500-EXIT.
007360     EXIT.
007370*
007371*-----------------------------------------------------------
007372* 7600-PRINT-DEPT-EXCEPTIONS - CLOSE THE SUMMARY PAGE WITH THE
007373* NUMBER OF STATEMENTS FLAGGED OVER CEILING OR NOT ON FACTDEPT.
007374*-----------------------------------------------------------
007375 7600-PRINT-DEPT-EXCEPTIONS.
007376     MOVE SPACES TO RPT-DETAIL-LINE.
007377     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007378     IF NOT WS-DEPT-REF-OK
007379         MOVE "  FACTDEPT NOT AVAILABLE - DEPARTMENTS NOT CHECKED"
007380             TO RPT-DETAIL-LINE
007381         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
007382         GO TO 7600-EXIT
007383     END-IF.
007384
007385     MOVE WS-OVER-CEILING-COUNT TO WS-COUNT-EDIT.
007386     MOVE SPACES TO RPT-DETAIL-LINE.
007387     STRING "  DEPARTMENTS OVER MONTHLY CEILING: " WS-COUNT-EDIT
007388         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007389     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007390
007391     MOVE WS-UNKNOWN-DEPT-COUNT TO WS-COUNT-EDIT.
007392     MOVE SPACES TO RPT-DETAIL-LINE.
007393     STRING "  DEPARTMENTS NOT ON FACTDEPT:      " WS-COUNT-EDIT
007394         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007395     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007396 7600-EXIT.
007397     EXIT.
007398*
007401*-----------------------------------------------------------
007404* 8000-TERMINATE - REPORT THE PASS COUNTS TO THE OPERATOR AND
007407* CLOSE THE FILES.
007410*-----------------------------------------------------------
007420 8000-TERMINATE.
007430     MOVE WS-LIVE-READ-COUNT TO WS-COUNT-EDIT.
007560         CLOSE FAUDARCH
007570     END-IF.
007580     CLOSE CHGB-REPORT.
007581     MOVE "R" TO DP-FUNCTION.
007582     CALL "FACTDCHK" USING DP-PARAMETERS.
007583     IF NOT WS-DEPT-REF-OK OR WS-OVER-CEILING-COUNT > 0
007584             OR WS-UNKNOWN-DEPT-COUNT > 0
007585         MOVE 4 TO RETURN-CODE
007586     END-IF.
007590 8000-EXIT.
007600     EXIT.
