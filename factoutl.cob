000010* DAILY "STILL OUTSTANDING" LISTING. READS THE FREQSTAT
000020* REQUEST-STATUS MASTER AND PRINTS, ONE SECTION PER
000030* REQUESTER/DEPARTMENT CODE, EVERY REQUEST THAT HAS NOT YET
000040* REACHED A FINAL STATUS - REJECTS WAITING TO BE RECYCLED,
000050* CARDS CUT OFF BY THE FACTDRV GOVERNOR, WORK PROCESSED BUT
000060* NOT YET EXTRACTED - WITH ITS AGE IN DAYS, SO EACH
000070* DEPARTMENT CAN BE TOLD WHAT IS STILL OWED TO IT WITHOUT
000080* ANYONE WORKING IT OUT FROM FACTREJ, AGERPT AND RPTFILE.
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FACTOUTL.
000110 AUTHOR. JAMES HILL.
000120 INSTALLATION. COMBINATORICS BATCH GROUP.
000130 DATE-WRITTEN. 2026-10-15.
000140 DATE-COMPILED.
000150*
000160*-----------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*    2026-10-15  JH  ORIGINAL VERSION. DEPARTMENTS PRINT IN
000200*                    FIRST-SEEN ORDER (REQUEST ID ORDER), EACH
000210*                    ON A FRESH PAGE WITH ITS OWN COUNT, AND A
000220*                    SUMMARY PAGE GIVES THE COUNT PER
000230*                    DEPARTMENT AND THE SUITE TOTAL. A BLANK
000240*                    REQUESTER CODE LISTS UNDER "NONE".
000250*                    CONDITION CODES: 0 CLEAN (INCLUDING
000260*                    NOTHING OUTSTANDING), 4 WHEN THE TABLE
000270*                    LIMIT WAS REACHED AND SOME OPEN REQUESTS
000280*                    ARE NOT LISTED, 16 WHEN FREQSTAT OR THE
000290*                    REPORT CANNOT BE OPENED.
000300*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     C01 IS TOP-OF-PAGE.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FREQSTAT ASSIGN TO FREQSTAT
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS RS-REQUEST-ID
000410         FILE STATUS IS FREQSTAT-STATUS.
000420     SELECT OUTL-REPORT ASSIGN TO OUTLRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS OUTLRPT-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  FREQSTAT
000490     LABEL RECORDS ARE STANDARD.
000500     COPY FREQREC.
000510*
000520 FD  OUTL-REPORT
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  OUTL-REPORT-RECORD          PIC X(132).
000560*
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-FREQSTAT-EOF-SW      PIC X(01) VALUE "N".
000600         88  FREQSTAT-EOF                   VALUE "Y".
000610     05  WS-INIT-SW              PIC X(01) VALUE "Y".
000620         88  WS-INIT-OK                     VALUE "Y".
000630     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000640         88  WS-FOUND                       VALUE "Y".
000650     05  WS-OL-FULL-SW           PIC X(01) VALUE "N".
000660         88  WS-OL-FULL                     VALUE "Y".
000670     05  WS-DP-FULL-SW           PIC X(01) VALUE "N".
000680         88  WS-DP-FULL                     VALUE "Y".
000690*
000700 01  WS-FILE-STATUSES.
000710     05  FREQSTAT-STATUS         PIC X(02) VALUE SPACES.
000720     05  OUTLRPT-STATUS          PIC X(02) VALUE SPACES.
000730*
000740* ONE ENTRY PER OPEN REQUEST, IN REQUEST ID ORDER.
000750 01  WS-OUTSTANDING-TABLE.
000760     05  WS-OL-ENTRY OCCURS 5000 TIMES.
000770         10  WS-OL-REQUEST-ID    PIC X(14).
000780         10  WS-OL-DEPT          PIC X(04).
000790         10  WS-OL-STATUS        PIC X(10).
000800         10  WS-OL-SUBMIT-DATE   PIC 9(08).
000810         10  WS-OL-AGE           PIC 9(05) COMP.
000820         10  WS-OL-LAST-UPDATE   PIC X(19).
000830         10  WS-OL-LAST-PROGRAM  PIC X(08).
000840 01  WS-OL-USED                  PIC 9(05) COMP VALUE 0.
000850*
000860* ONE ENTRY PER DEPARTMENT WITH AT LEAST ONE OPEN REQUEST.
000870 01  WS-DEPT-TABLE.
000880     05  WS-DP-ENTRY OCCURS 300 TIMES.
000890         10  WS-DP-DEPT          PIC X(04).
000900         10  WS-DP-COUNT         PIC 9(08) COMP.
000910         10  WS-DP-OLDEST-AGE    PIC 9(05) COMP.
000920 01  WS-DP-USED                  PIC 9(03) COMP VALUE 0.
000930 01  WS-HIT-IX                   PIC 9(03) COMP VALUE 0.
000940 01  IX                          PIC 9(05) COMP.
000950 01  JX                          PIC 9(05) COMP.
000960*
000970 01  WS-WORK-DEPT                PIC X(04) VALUE SPACES.
000980 01  WS-WORK-AGE                 PIC S9(07) COMP VALUE 0.
000990 01  WS-RUN-DATE-N               PIC 9(08) VALUE 0.
001000*
001010 01  WS-READ-COUNTS.
001020     05  WS-READ-COUNT           PIC 9(08) COMP VALUE 0.
001030     05  WS-OPEN-COUNT           PIC 9(08) COMP VALUE 0.
001040     05  WS-CLOSED-COUNT         PIC 9(08) COMP VALUE 0.
001050     05  WS-UNLISTED-COUNT       PIC 9(08) COMP VALUE 0.
001060*
001070 01  WS-RUN-DATE.
001080     05  WS-RD-YYYY              PIC 9(04).
001090     05  WS-RD-MM                PIC 9(02).
001100     05  WS-RD-DD                PIC 9(02).
001110 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001120 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001130 01  WS-AGE-EDIT                 PIC ZZZZ9.
001140 01  WS-PAGE-EDIT                PIC ZZ9.
001150*
001160 01  WS-REPORT-CONTROLS.
001170     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001180     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
001190     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 30.
001200*
001210 01  RPT-TITLE-LINE              PIC X(132) VALUE
001220     "OUTSTANDING REQUESTS BY DEPARTMENT".
001230 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
001240 01  RPT-DEPT-LINE               PIC X(132) VALUE SPACES.
001250 01  RPT-COLUMN-LINE             PIC X(132) VALUE SPACES.
001260 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001270*
001280 PROCEDURE DIVISION.
001290*
001300*-----------------------------------------------------------
001310* 0000-MAINLINE - LOAD THE OPEN REQUESTS FROM FREQSTAT, THEN
001320* PRINT ONE SECTION PER DEPARTMENT AND THE SUMMARY PAGE.
001330*-----------------------------------------------------------
001340 BEGIN.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF NOT WS-INIT-OK
001370         MOVE 16 TO RETURN-CODE
001380         GOBACK
001390     END-IF.
001400
001410     PERFORM 4000-READ-FREQSTAT THRU 4000-EXIT.
001420     PERFORM UNTIL FREQSTAT-EOF
001430         ADD 1 TO WS-READ-COUNT
001440         PERFORM 3000-TAKE-REQUEST THRU 3000-EXIT
001450         PERFORM 4000-READ-FREQSTAT THRU 4000-EXIT
001460     END-PERFORM.
001470
001480     PERFORM 7000-PRINT-DEPARTMENTS THRU 7000-EXIT.
001490     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
001500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001510     GOBACK.
001520*
001530*-----------------------------------------------------------
001540* 1000-INITIALIZE - SET THE RUN DATE THE AGES ARE MEASURED
001550* FROM AND OPEN THE MASTER AND THE REPORT.
001560*-----------------------------------------------------------
001570 1000-INITIALIZE.
001580     DISPLAY "OUTSTANDING REQUEST LISTING".
001590     DISPLAY "---------------------------".
001600
001610     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001620     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
001630     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001640         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001650
001660     OPEN INPUT FREQSTAT.
001670     IF FREQSTAT-STATUS NOT = "00"
001680         DISPLAY "UNABLE TO OPEN FREQSTAT, STATUS = "
001690             FREQSTAT-STATUS
001700         MOVE "N" TO WS-INIT-SW
001710         GO TO 1000-EXIT
001720     END-IF.
001730
001740     OPEN OUTPUT OUTL-REPORT.
001750     IF OUTLRPT-STATUS NOT = "00"
001760         DISPLAY "UNABLE TO OPEN OUTLRPT, STATUS = "
001770             OUTLRPT-STATUS
001780         CLOSE FREQSTAT
001790         MOVE "N" TO WS-INIT-SW
001800         GO TO 1000-EXIT
001810     END-IF.
001820
001830     MOVE "  REQUEST ID      STATUS      SUBMITTED      AGE"
001840         TO RPT-COLUMN-LINE.
001850     MOVE "LAST UPDATED         BY" TO RPT-COLUMN-LINE(52:).
001860 1000-EXIT.
001870     EXIT.
001880*
001890*-----------------------------------------------------------
001900* 3000-TAKE-REQUEST - KEEP AN OPEN REQUEST IN THE LISTING
001910* TABLE AND COUNT IT UNDER ITS DEPARTMENT. CLOSED REQUESTS
001920* ARE ONLY COUNTED.
001930*-----------------------------------------------------------
001940 3000-TAKE-REQUEST.
001950     IF NOT RS-REQUEST-OPEN
001960         ADD 1 TO WS-CLOSED-COUNT
001970         GO TO 3000-EXIT
001980     END-IF.
001990     ADD 1 TO WS-OPEN-COUNT.
002000
002010     IF RS-REQUESTER-CODE = SPACES
002020         MOVE "NONE" TO WS-WORK-DEPT
002030     ELSE
002040         MOVE RS-REQUESTER-CODE TO WS-WORK-DEPT
002050     END-IF.
002060
002070     MOVE 0 TO WS-WORK-AGE.
002080     IF RS-SUBMIT-DATE NUMERIC AND RS-SUBMIT-DATE > 0
002090         COMPUTE WS-WORK-AGE =
002100             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
002110             - FUNCTION INTEGER-OF-DATE(RS-SUBMIT-DATE)
002120         IF WS-WORK-AGE < 0
002130             MOVE 0 TO WS-WORK-AGE
002140         END-IF
002150     END-IF.
002160
002170     IF WS-OL-USED >= 5000
002180         ADD 1 TO WS-UNLISTED-COUNT
002190         IF NOT WS-OL-FULL
002200             DISPLAY "LISTING TABLE LIMIT (5000) REACHED "
002210                 "- FURTHER OPEN REQUESTS NOT LISTED"
002220             MOVE "Y" TO WS-OL-FULL-SW
002230         END-IF
002240         GO TO 3000-EXIT
002250     END-IF.
002260
002270     PERFORM 3100-FIND-DEPT-ENTRY THRU 3100-EXIT.
002280     IF WS-HIT-IX = 0
002290         ADD 1 TO WS-UNLISTED-COUNT
002300         GO TO 3000-EXIT
002310     END-IF.
002320
002330     ADD 1 TO WS-DP-COUNT(WS-HIT-IX).
002340     IF WS-WORK-AGE > WS-DP-OLDEST-AGE(WS-HIT-IX)
002350         MOVE WS-WORK-AGE TO WS-DP-OLDEST-AGE(WS-HIT-IX)
002360     END-IF.
002370
002380     ADD 1 TO WS-OL-USED.
002390     MOVE RS-REQUEST-ID TO WS-OL-REQUEST-ID(WS-OL-USED).
002400     MOVE WS-WORK-DEPT TO WS-OL-DEPT(WS-OL-USED).
002410     MOVE RS-CURRENT-STATUS TO WS-OL-STATUS(WS-OL-USED).
002420     MOVE RS-SUBMIT-DATE TO WS-OL-SUBMIT-DATE(WS-OL-USED).
002430     MOVE WS-WORK-AGE TO WS-OL-AGE(WS-OL-USED).
002440     MOVE RS-LAST-UPDATE TO WS-OL-LAST-UPDATE(WS-OL-USED).
002450     MOVE RS-LAST-PROGRAM TO WS-OL-LAST-PROGRAM(WS-OL-USED).
002460 3000-EXIT.
002470     EXIT.
002480*
002490*-----------------------------------------------------------
002500* 3100-FIND-DEPT-ENTRY - FIND THE DEPARTMENT ENTRY, ADDING IT
002510* ON FIRST SIGHT. WS-HIT-IX IS LEFT AT 0 ONLY WHEN THE TABLE
002520* IS FULL.
002530*-----------------------------------------------------------
002540 3100-FIND-DEPT-ENTRY.
002550     MOVE 0 TO WS-HIT-IX.
002560     MOVE "N" TO WS-FOUND-SW.
002570     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-DP-USED
002580         IF WS-DP-DEPT(IX) = WS-WORK-DEPT
002590             MOVE IX TO WS-HIT-IX
002600             MOVE "Y" TO WS-FOUND-SW
002610             EXIT PERFORM
002620         END-IF
002630     END-PERFORM.
002640
002650     IF NOT WS-FOUND
002660         IF WS-DP-USED < 300
002670             ADD 1 TO WS-DP-USED
002680             MOVE WS-DP-USED TO WS-HIT-IX
002690             MOVE WS-WORK-DEPT TO WS-DP-DEPT(WS-HIT-IX)
002700             MOVE 0 TO WS-DP-COUNT(WS-HIT-IX)
002710             MOVE 0 TO WS-DP-OLDEST-AGE(WS-HIT-IX)
002720         ELSE
002730             IF NOT WS-DP-FULL
002740                 DISPLAY "DEPARTMENT TABLE LIMIT (300) REACHED "
002750                     "- FURTHER DEPARTMENTS NOT LISTED"
002760                 MOVE "Y" TO WS-DP-FULL-SW
002770             END-IF
002780         END-IF
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.
002820*
002830*-----------------------------------------------------------
002840* 4000-READ-FREQSTAT - READ THE NEXT REQUEST, SETTING THE
002850* END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.
002860*-----------------------------------------------------------
002870 4000-READ-FREQSTAT.
002880     READ FREQSTAT
002890         AT END
002900             MOVE "Y" TO WS-FREQSTAT-EOF-SW
002910     END-READ.
002920 4000-EXIT.
002930     EXIT.
002940*
002950*-----------------------------------------------------------
002960* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE: TITLE, RUN
002970* DATE, THE DEPARTMENT LINE ALREADY IN RPT-DEPT-LINE, AND THE
002980* COLUMN HEADINGS WHEN A DEPARTMENT SECTION IS IN PROGRESS.
002990*-----------------------------------------------------------
003000 5000-WRITE-REPORT-HEADERS.
003010     ADD 1 TO WS-PAGE-COUNT.
003020     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
003030
003040     MOVE SPACES TO RPT-DATE-LINE.
003050     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
003060         "   PAGE: " WS-PAGE-EDIT
003070         DELIMITED BY SIZE INTO RPT-DATE-LINE.
003080
003090     WRITE OUTL-REPORT-RECORD FROM RPT-TITLE-LINE
003100         AFTER ADVANCING TOP-OF-PAGE.
003110     WRITE OUTL-REPORT-RECORD FROM RPT-DATE-LINE
003120         AFTER ADVANCING 1 LINE.
003130     WRITE OUTL-REPORT-RECORD FROM RPT-DEPT-LINE
003140         AFTER ADVANCING 1 LINE.
003150     MOVE SPACES TO OUTL-REPORT-RECORD.
003160     WRITE OUTL-REPORT-RECORD AFTER ADVANCING 1 LINE.
003170     MOVE 4 TO WS-LINE-COUNT.
003180
003190     IF WS-WORK-DEPT NOT = SPACES
003200         WRITE OUTL-REPORT-RECORD FROM RPT-COLUMN-LINE
003210             AFTER ADVANCING 1 LINE
003220         ADD 1 TO WS-LINE-COUNT
003230     END-IF.
003240 5000-EXIT.
003250     EXIT.
003260*
003270*-----------------------------------------------------------
003280* 5100-WRITE-REPORT-LINE - FILE THE LINE IN RPT-DETAIL-LINE,
003290* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
003300*-----------------------------------------------------------
003310 5100-WRITE-REPORT-LINE.
003320     IF WS-LINE-COUNT >= WS-MAX-LINES
003330         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
003340     END-IF.
003350     WRITE OUTL-REPORT-RECORD FROM RPT-DETAIL-LINE
003360         AFTER ADVANCING 1 LINE.
003370     ADD 1 TO WS-LINE-COUNT.
003380 5100-EXIT.
003390     EXIT.
003400*
003410*-----------------------------------------------------------
003420* 7000-PRINT-DEPARTMENTS - ONE SECTION PER DEPARTMENT, IN
003430* FIRST-SEEN ORDER, EACH STARTING ON A FRESH PAGE.
003440*-----------------------------------------------------------
003450 7000-PRINT-DEPARTMENTS.
003460     PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-DP-USED
003470         MOVE WS-DP-DEPT(JX) TO WS-WORK-DEPT
003480         PERFORM 7100-PRINT-ONE-DEPARTMENT THRU 7100-EXIT
003490     END-PERFORM.
003500 7000-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------
003540* 7100-PRINT-ONE-DEPARTMENT - THE SECTION FOR WS-WORK-DEPT:
003550* A FRESH PAGE, ONE LINE PER OPEN REQUEST, THEN THE COUNT.
003560*-----------------------------------------------------------
003570 7100-PRINT-ONE-DEPARTMENT.
003580     MOVE SPACES TO RPT-DEPT-LINE.
003590     STRING "STILL OUTSTANDING - DEPARTMENT " WS-WORK-DEPT
003600         DELIMITED BY SIZE INTO RPT-DEPT-LINE.
003610     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
003620
003630     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-OL-USED
003640         IF WS-OL-DEPT(IX) = WS-WORK-DEPT
003650             PERFORM 7150-PRINT-REQUEST-LINE THRU 7150-EXIT
003660         END-IF
003670     END-PERFORM.
003680
003690     MOVE SPACES TO RPT-DETAIL-LINE.
003700     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
003710     MOVE WS-DP-COUNT(JX) TO WS-COUNT-EDIT.
003720     MOVE WS-DP-OLDEST-AGE(JX) TO WS-AGE-EDIT.
003730     MOVE SPACES TO RPT-DETAIL-LINE.
003740     STRING "  OUTSTANDING - DEPARTMENT " WS-WORK-DEPT
003750         "  = " WS-COUNT-EDIT
003760         "   OLDEST " WS-AGE-EDIT " DAYS"
003770         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
003780     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
003790 7100-EXIT.
003800     EXIT.
003810*
003820*-----------------------------------------------------------
003830* 7150-PRINT-REQUEST-LINE - ONE OPEN REQUEST OF THE
003840* DEPARTMENT IN PROGRESS.
003850*-----------------------------------------------------------
003860 7150-PRINT-REQUEST-LINE.
003870     MOVE SPACES TO RPT-DETAIL-LINE.
003880     MOVE WS-OL-REQUEST-ID(IX) TO RPT-DETAIL-LINE(3:14).
003890     MOVE WS-OL-STATUS(IX) TO RPT-DETAIL-LINE(19:10).
003900     MOVE WS-OL-SUBMIT-DATE(IX) TO RPT-DETAIL-LINE(31:8).
003910     MOVE WS-OL-AGE(IX) TO WS-AGE-EDIT.
003920     MOVE WS-AGE-EDIT TO RPT-DETAIL-LINE(44:5).
003930     MOVE WS-OL-LAST-UPDATE(IX) TO RPT-DETAIL-LINE(52:19).
003940     MOVE WS-OL-LAST-PROGRAM(IX) TO RPT-DETAIL-LINE(73:8).
003950     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
003960 7150-EXIT.
003970     EXIT.
003980*
003990*-----------------------------------------------------------
004000* 7500-PRINT-SUMMARY - THE SUMMARY PAGE: THE OPEN COUNT AND
004010* OLDEST AGE PER DEPARTMENT AND THE SUITE TOTAL.
004020*-----------------------------------------------------------
004030 7500-PRINT-SUMMARY.
004040     MOVE SPACES TO WS-WORK-DEPT.
004050     MOVE SPACES TO RPT-DEPT-LINE.
004060     IF WS-DP-USED = 0
004070         MOVE "NO REQUESTS OUTSTANDING" TO RPT-DEPT-LINE
004080     ELSE
004090         MOVE "SUMMARY - ALL DEPARTMENTS" TO RPT-DEPT-LINE
004100     END-IF.
004110     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
004120
004130     MOVE "  DEPT   OUTSTANDING   OLDEST (DAYS)"
004140         TO RPT-DETAIL-LINE.
004150     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
004160     PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > WS-DP-USED
004170         MOVE SPACES TO RPT-DETAIL-LINE
004180         MOVE WS-DP-DEPT(JX) TO RPT-DETAIL-LINE(3:4)
004190         MOVE WS-DP-COUNT(JX) TO WS-COUNT-EDIT
004200         MOVE WS-COUNT-EDIT TO RPT-DETAIL-LINE(12:8)
004210         MOVE WS-DP-OLDEST-AGE(JX) TO WS-AGE-EDIT
004220         MOVE WS-AGE-EDIT TO RPT-DETAIL-LINE(30:5)
004230         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
004240     END-PERFORM.
004250
004260     MOVE SPACES TO RPT-DETAIL-LINE.
004270     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
004280     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
004290     MOVE SPACES TO RPT-DETAIL-LINE.
004300     STRING "  OUTSTANDING - ALL DEPARTMENTS  = " WS-COUNT-EDIT
004310         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004320     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
004330     IF WS-UNLISTED-COUNT > 0
004340         MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT
004350         MOVE SPACES TO RPT-DETAIL-LINE
004360         STRING "  OF WHICH NOT LISTED (TABLE FULL) = "
004370             WS-COUNT-EDIT
004380             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
004390         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
004400     END-IF.
004410 7500-EXIT.
004420     EXIT.
004430*
004440*-----------------------------------------------------------
004450* 8000-TERMINATE - REPORT THE PASS COUNTS TO THE OPERATOR,
004460* SET THE CONDITION CODE, AND CLOSE THE FILES.
004470*-----------------------------------------------------------
004480 8000-TERMINATE.
004490     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
004500     DISPLAY "REQUESTS READ:         " WS-COUNT-EDIT.
004510     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
004520     DISPLAY "STILL OUTSTANDING:     " WS-COUNT-EDIT.
004530     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT.
004540     DISPLAY "CLOSED:                " WS-COUNT-EDIT.
004550     MOVE WS-DP-USED TO WS-COUNT-EDIT.
004560     DISPLAY "DEPARTMENTS LISTED:    " WS-COUNT-EDIT.
004570     IF WS-UNLISTED-COUNT > 0
004580         MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT
004590         DISPLAY "OPEN BUT NOT LISTED:   " WS-COUNT-EDIT
004600         IF RETURN-CODE < 4
004610             MOVE 4 TO RETURN-CODE
004620         END-IF
004630     END-IF.
004640
004650     CLOSE FREQSTAT.
004660     CLOSE OUTL-REPORT.
004670 8000-EXIT.
004680     EXIT.
