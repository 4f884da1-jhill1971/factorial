000010* PRE-RUN CAPACITY FORECAST FOR FACTDRV. RUNS IN THE NIGHTLY
000020* STREAM AFTER FACTEDIT AND BEFORE FACTDRV. READS TONIGHT'S
000030* VALIDATED FACTVAL CARDS, EXPANDS RANGE AND REPEAT CARDS TO
000040* THE CALCULATIONS FACTDRV WILL DO, SPLITS THEM INTO FACTAB
000050* HITS (0-20) AND COMPUTES, AND FORECASTS THE ELAPSED TIME
000060* FROM THE THROUGHPUT OF RECENT RUNS ON FACTHIST. THE FORECAST
000070* REPORT SAYS WHETHER THE BATCH FITS THE WINDOW AND, WHEN IT
000080* DOES NOT, WHICH FACTIN RECORD THE RUN WILL REACH AND WHICH
000090* REQUESTERS WILL BE LEFT WAITING. THE RECOMMENDED FACTGOV
000100* CARD IS WRITTEN FOR FACTDRV TO PICK UP, SO NOBODY HAS TO
000110* GUESS THE CUTOFF TIME AND RECORD LIMIT EACH NIGHT.
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FACTFCST.
000140 AUTHOR. JAMES HILL.
000150 INSTALLATION. COMBINATORICS BATCH GROUP.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*-----------------------------------------------------------
000220*    2026-10-15  JH  ORIGINAL VERSION. THE FCSTPARM CARD GIVES
000230*                      COLS 1-6   END OF THE BATCH WINDOW, HHMMSS
000240*                                 (NO CARD OR ZEROES = 060000)
000250*                      COLS 7-12  EXPECTED FACTDRV START, HHMMSS
000260*                                 (ZEROES OR SPACES = NOW)
000270*                      COLS 13-14 SAFETY MARGIN, PERCENT OF THE
000280*                                 WINDOW HELD BACK (DEFAULT 10)
000290*                      COLS 15-16 RECENT RUNS TO RATE FROM
000300*                                 (DEFAULT 30, AT MOST 90)
000310*                    A WINDOW THAT ENDS BEFORE IT STARTS RUNS
000320*                    PAST MIDNIGHT. FACTDRV'S CLOCK CHECK CANNOT
000330*                    SPAN MIDNIGHT, SO FOR SUCH A WINDOW THE
000340*                    CARD CARRIES ONLY THE RECORD LIMIT.
000350*                    RATES COME FROM RUNS IN THE SAME COMPUTE
000360*                    MODE AS TONIGHT'S FACTMODE CARD WHEN THERE
000370*                    ARE ANY. CONDITION CODES: 0 THE BATCH FITS,
000380*                    4 IT WILL NOT FIT OR THERE IS NO USABLE RUN
000390*                    HISTORY TO FORECAST FROM, 16 WHEN FACTVAL,
000400*                    THE REPORT OR FACTGOV CANNOT BE OPENED.
000410*-----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     C01 IS TOP-OF-PAGE.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FACTVAL ASSIGN TO FACTVAL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FACTVAL-STATUS.
000510     SELECT FACTHIST ASSIGN TO FACTHIST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FACTHIST-STATUS.
000540     SELECT FCSTPARM ASSIGN TO FCSTPARM
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FCSTPARM-STATUS.
000570     SELECT FACTMODE ASSIGN TO FACTMODE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FACTMODE-STATUS.
000600     SELECT FACTGOV ASSIGN TO FACTGOV
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FACTGOV-STATUS.
000630     SELECT FCST-REPORT ASSIGN TO FCSTRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FCSTRPT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FACTVAL
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  FACTVAL-RECORD.
000730     05  FV-INPUT-VALUE          PIC 9(05).
000740     05  FV-REQUESTER-CODE       PIC X(04).
000750     05  FILLER                  PIC X(57).
000760     05  FV-REQUEST-ID           PIC X(14).
000770 01  FACTVAL-TRAILER.
000780     05  FV-TRAILER-IND          PIC X(01).
000790         88  FV-TRAILER-CARD               VALUE "T".
000800     05  FILLER                  PIC X(79).
000810 01  FACTVAL-TYPED.
000820     05  FV-RECORD-TYPE          PIC X(01).
000830         88  FV-RANGE-CARD                 VALUE "R".
000840         88  FV-REPEAT-CARD                VALUE "P".
000850     05  FV-RANGE-FROM           PIC 9(05).
000860     05  FV-RANGE-TO             PIC 9(05).
000870     05  FV-TYPED-REQUESTER      PIC X(04).
000880     05  FILLER                  PIC X(65).
000890 01  FACTVAL-REPEAT.
000900     05  FILLER                  PIC X(01).
000910     05  FV-REPEAT-VALUE         PIC 9(05).
000920     05  FV-REPEAT-COUNT         PIC 9(05).
000930     05  FILLER                  PIC X(69).
000940*
000950 FD  FACTHIST
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY FHISTREC.
000990*
001000 FD  FCSTPARM
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  FCSTPARM-RECORD.
001040     05  FP-WINDOW-END           PIC X(06).
001050     05  FP-WINDOW-START         PIC X(06).
001060     05  FP-MARGIN-PCT           PIC X(02).
001070     05  FP-HISTORY-RUNS         PIC X(02).
001080     05  FILLER                  PIC X(64).
001090*
001100 FD  FACTMODE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  FACTMODE-RECORD.
001140     05  MD-COMPUTE-MODE         PIC X(01).
001150     05  FILLER                  PIC X(79).
001160*
001170 FD  FACTGOV
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  FACTGOV-RECORD.
001210     05  GOV-CUTOFF-TIME         PIC X(06).
001220     05  GOV-MAX-RECORDS         PIC X(08).
001230     05  FILLER                  PIC X(66).
001240*
001250 FD  FCST-REPORT
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  FCST-REPORT-RECORD          PIC X(132).
001290*
001300 WORKING-STORAGE SECTION.
001310 01  WS-SWITCHES.
001320     05  WS-FACTVAL-EOF-SW       PIC X(01) VALUE "N".
001330         88  FACTVAL-EOF                   VALUE "Y".
001340     05  WS-FACTHIST-EOF-SW      PIC X(01) VALUE "N".
001350         88  FACTHIST-EOF                  VALUE "Y".
001360     05  WS-INIT-SW              PIC X(01) VALUE "Y".
001370         88  WS-INIT-OK                     VALUE "Y".
001380     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001390         88  WS-FOUND                       VALUE "Y".
001400     05  WS-RATES-SW             PIC X(01) VALUE "N".
001410         88  WS-RATES-KNOWN                 VALUE "Y".
001420     05  WS-CUTOFF-SW            PIC X(01) VALUE "N".
001430         88  WS-CUTOFF-FOUND                VALUE "Y".
001440     05  WS-MIDNIGHT-SW          PIC X(01) VALUE "N".
001450         88  WS-WINDOW-CROSSES-MIDNIGHT     VALUE "Y".
001460     05  WS-MODE-SW              PIC X(01) VALUE SPACE.
001470         88  WS-SORTED-MODE                 VALUE "S".
001480     05  WS-RQ-FULL-SW           PIC X(01) VALUE "N".
001490         88  WS-RQ-FULL                     VALUE "Y".
001500*
001510 01  WS-FILE-STATUSES.
001520     05  FACTVAL-STATUS          PIC X(02) VALUE SPACES.
001530     05  FACTHIST-STATUS         PIC X(02) VALUE SPACES.
001540     05  FCSTPARM-STATUS         PIC X(02) VALUE SPACES.
001550     05  FACTMODE-STATUS         PIC X(02) VALUE SPACES.
001560     05  FACTGOV-STATUS          PIC X(02) VALUE SPACES.
001570     05  FCSTRPT-STATUS          PIC X(02) VALUE SPACES.
001580*
001590* FACTABLD LOADS FACTAB WITH 0 THROUGH THIS VALUE; ANYTHING
001600* HIGHER IS COMPUTED BY FACTDRV.
001610 01  WS-FACTAB-HIGH              PIC 9(05) VALUE 20.
001620*
001630 01  WS-PARAMETERS.
001640     05  WS-WINDOW-END           PIC 9(06) VALUE 060000.
001650     05  WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END.
001660         10  WS-WE-HH            PIC 9(02).
001670         10  WS-WE-MM            PIC 9(02).
001680         10  WS-WE-SS            PIC 9(02).
001690     05  WS-WINDOW-START         PIC 9(06) VALUE 0.
001700     05  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
001710         10  WS-WS-HH            PIC 9(02).
001720         10  WS-WS-MM            PIC 9(02).
001730         10  WS-WS-SS            PIC 9(02).
001740     05  WS-MARGIN-PCT           PIC 9(02) VALUE 10.
001750     05  WS-HISTORY-RUNS         PIC 9(02) VALUE 30.
001760*
001770* THE MOST RECENT USABLE FACTHIST RUNS, KEPT AS A RING: ONCE
001780* THE TABLE IS FULL EACH NEW RUN REPLACES THE OLDEST.
001790 01  WS-HISTORY-TABLE.
001800     05  WS-HR-ENTRY OCCURS 90 TIMES.
001810         10  WS-HR-FACTAB        PIC 9(08) COMP.
001820         10  WS-HR-COMPUTED      PIC 9(08) COMP.
001830         10  WS-HR-SECONDS       PIC 9(08) COMP.
001840         10  WS-HR-MODE          PIC X(01).
001850 01  WS-HR-USED                  PIC 9(03) COMP VALUE 0.
001860 01  WS-HR-NEXT                  PIC 9(03) COMP VALUE 1.
001870 01  WS-HR-TAKEN                 PIC 9(03) COMP VALUE 0.
001880 01  WS-HR-MODE-WANTED           PIC X(01) VALUE SPACE.
001890 01  WS-HR-MODE-MATCHES          PIC 9(03) COMP VALUE 0.
001900 01  IX                          PIC 9(05) COMP.
001910 01  JX                          PIC 9(05) COMP.
001920*
001930 01  WS-TS-WORK.
001940     05  WS-TS-MM                PIC 9(02).
001950     05  FILLER                  PIC X(01).
001960     05  WS-TS-DD                PIC 9(02).
001970     05  FILLER                  PIC X(01).
001980     05  WS-TS-YYYY              PIC 9(04).
001990     05  FILLER                  PIC X(01).
002000     05  WS-TS-HH                PIC 9(02).
002010     05  FILLER                  PIC X(01).
002020     05  WS-TS-MI                PIC 9(02).
002030     05  FILLER                  PIC X(01).
002040     05  WS-TS-SS                PIC 9(02).
002050 01  WS-TS-DATE                  PIC 9(08) VALUE 0.
002060 01  WS-TS-SECONDS               PIC 9(12) COMP VALUE 0.
002070 01  WS-TS-START-SECONDS         PIC 9(12) COMP VALUE 0.
002080 01  WS-TS-VALID-SW              PIC X(01) VALUE "N".
002090     88  WS-TS-VALID                        VALUE "Y".
002100*
002110* THROUGHPUT FIT. SECONDS = FACTAB HITS X PER-HIT RATE PLUS
002120* COMPUTES X PER-COMPUTE RATE, FITTED BY LEAST SQUARES OVER
002130* THE RUNS TAKEN. WHEN THE RUNS CANNOT SEPARATE THE TWO (TOO
002140* FEW, OR ALWAYS THE SAME MIX) ONE BLENDED RATE IS USED.
002150 01  WS-FIT-FIELDS.
002160     05  WS-FIT-FF               COMP-2 VALUE 0.
002170     05  WS-FIT-CC               COMP-2 VALUE 0.
002180     05  WS-FIT-FC               COMP-2 VALUE 0.
002190     05  WS-FIT-FT               COMP-2 VALUE 0.
002200     05  WS-FIT-CT               COMP-2 VALUE 0.
002210     05  WS-FIT-T                COMP-2 VALUE 0.
002220     05  WS-FIT-N                COMP-2 VALUE 0.
002230     05  WS-FIT-DET              COMP-2 VALUE 0.
002240     05  WS-FIT-HIT-RATE         COMP-2 VALUE 0.
002250     05  WS-FIT-CMP-RATE         COMP-2 VALUE 0.
002260 01  WS-RATE-METHOD              PIC X(07) VALUE SPACES.
002270 01  WS-SECS-PER-HIT             PIC 9(03)V9(06) VALUE 0.
002280 01  WS-SECS-PER-COMPUTE         PIC 9(03)V9(06) VALUE 0.
002290*
002300 01  WS-WINDOW-FIELDS.
002310     05  WS-NOW                  PIC 9(06) VALUE 0.
002320     05  WS-START-SECS           PIC 9(06) COMP VALUE 0.
002330     05  WS-END-SECS             PIC 9(06) COMP VALUE 0.
002340     05  WS-AVAILABLE-SECS       PIC 9(06) COMP VALUE 0.
002350     05  WS-PLAN-PCT             PIC 9(03) VALUE 0.
002360     05  WS-USABLE-SECS          PIC 9(09)V9(06) VALUE 0.
002370*
002380 01  WS-FORECAST-FIELDS.
002390     05  WS-CARD-COUNT           PIC 9(08) COMP VALUE 0.
002400     05  WS-TRAILER-COUNT        PIC 9(08) COMP VALUE 0.
002410     05  WS-MALFORMED-COUNT      PIC 9(08) COMP VALUE 0.
002420     05  WS-CALC-TOTAL           PIC 9(08) COMP VALUE 0.
002430     05  WS-HIT-TOTAL            PIC 9(08) COMP VALUE 0.
002440     05  WS-COMPUTE-TOTAL        PIC 9(08) COMP VALUE 0.
002450     05  WS-CARD-CALCS           PIC 9(08) COMP VALUE 0.
002460     05  WS-CARD-HITS            PIC 9(08) COMP VALUE 0.
002470     05  WS-CARD-COMPUTES        PIC 9(08) COMP VALUE 0.
002480     05  WS-CARD-FIT             PIC 9(08) COMP VALUE 0.
002490     05  WS-CARD-SECS            PIC 9(09)V9(06) VALUE 0.
002500     05  WS-STEP-SECS            PIC 9(09)V9(06) VALUE 0.
002510     05  WS-FITTED-SECS          PIC 9(09)V9(06) VALUE 0.
002520     05  WS-FORECAST-SECS        PIC 9(09)V9(06) VALUE 0.
002530     05  WS-ROOM-SECS            PIC 9(09)V9(06) VALUE 0.
002540     05  WS-FIT-CALCS            PIC 9(08) COMP VALUE 0.
002550     05  WS-VALUE-WORK           PIC 9(05) VALUE 0.
002560     05  WS-HIGH-WORK            PIC 9(05) VALUE 0.
002570 01  WS-CARD-REQUESTER           PIC X(04) VALUE SPACES.
002580*
002590* THE FIRST FACTIN RECORD THE RUN IS NOT EXPECTED TO FINISH.
002600 01  WS-REACH-FIELDS.
002610     05  WS-REACH-CARD           PIC 9(08) COMP VALUE 0.
002620     05  WS-REACH-DONE           PIC 9(08) COMP VALUE 0.
002630     05  WS-REACH-REQUEST-ID     PIC X(14) VALUE SPACES.
002640     05  WS-REACH-REQUESTER      PIC X(04) VALUE SPACES.
002650*
002660* ONE ENTRY PER REQUESTER WITH WORK THE RUN WILL NOT REACH.
002670 01  WS-REQUESTER-TABLE.
002680     05  WS-RQ-ENTRY OCCURS 300 TIMES.
002690         10  WS-RQ-CODE          PIC X(04).
002700         10  WS-RQ-CARDS         PIC 9(08) COMP.
002710         10  WS-RQ-CALCS         PIC 9(08) COMP.
002720 01  WS-RQ-USED                  PIC 9(03) COMP VALUE 0.
002730*
002740 01  WS-RUN-DATE.
002750     05  WS-RD-YYYY              PIC 9(04).
002760     05  WS-RD-MM                PIC 9(02).
002770     05  WS-RD-DD                PIC 9(02).
002780 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
002790 01  WS-CLOCK-WORK               PIC 9(08) COMP VALUE 0.
002800 01  WS-CLOCK-DISPLAY.
002810     05  WS-CD-HH                PIC 9(02).
002820     05  FILLER                  PIC X(01) VALUE ":".
002830     05  WS-CD-MM                PIC 9(02).
002840     05  FILLER                  PIC X(01) VALUE ":".
002850     05  WS-CD-SS                PIC 9(02).
002860 01  WS-DURATION-DISPLAY.
002870     05  WS-DD-HH                PIC ZZ9.
002880     05  FILLER                  PIC X(01) VALUE ":".
002890     05  WS-DD-MM                PIC 9(02).
002900     05  FILLER                  PIC X(01) VALUE ":".
002910     05  WS-DD-SS                PIC 9(02).
002920 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
002930 01  WS-RATE-EDIT                PIC ZZ9.999999.
002940 01  WS-PCT-EDIT                 PIC Z9.
002950 01  WS-PAGE-EDIT                PIC ZZ9.
002960*
002970 01  WS-REPORT-CONTROLS.
002980     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
002990     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
003000     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 40.
003010*
003020 01  RPT-TITLE-LINE              PIC X(132) VALUE
003030     "FACTDRV CAPACITY FORECAST".
003040 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
003050 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
003060 01  RPT-LABEL-LINE REDEFINES RPT-DETAIL-LINE.
003070     05  RPT-LABEL               PIC X(34).
003080     05  RPT-VALUE               PIC X(98).
003090*
003100 PROCEDURE DIVISION.
003110*
003120*-----------------------------------------------------------
003130* 0000-MAINLINE - RATE THE RECENT RUNS, PASS TONIGHT'S CARDS
003140* ONCE AGAINST THE WINDOW, THEN WRITE THE GOVERNOR CARD AND
003150* THE FORECAST REPORT.
003160*-----------------------------------------------------------
003170 BEGIN.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF NOT WS-INIT-OK
003200         MOVE 16 TO RETURN-CODE
003210         GOBACK
003220     END-IF.
003230
003240     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
003250     PERFORM 2500-DERIVE-RATES THRU 2500-EXIT.
003260
003270     PERFORM 4000-READ-FACTVAL THRU 4000-EXIT.
003280     PERFORM UNTIL FACTVAL-EOF
003290         PERFORM 3000-TAKE-CARD THRU 3000-EXIT
003300         PERFORM 4000-READ-FACTVAL THRU 4000-EXIT
003310     END-PERFORM.
003320
003330     PERFORM 6000-WRITE-GOVERNOR-CARD THRU 6000-EXIT.
003340     PERFORM 7000-PRINT-FORECAST THRU 7000-EXIT.
003350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003360     GOBACK.
003370*
003380*-----------------------------------------------------------
003390* 1000-INITIALIZE - TAKE THE WINDOW CARD AND TONIGHT'S MODE
003400* CARD, WORK OUT THE WINDOW, AND OPEN FACTVAL, THE REPORT
003410* AND THE GOVERNOR CARD FILE.
003420*-----------------------------------------------------------
003430 1000-INITIALIZE.
003440     DISPLAY "FACTDRV CAPACITY FORECAST".
003450     DISPLAY "-------------------------".
003460
003470     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
003480     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
003490         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003500     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
003510     MOVE WS-NOW TO WS-WINDOW-START.
003520
003530     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003540     PERFORM 1200-READ-MODE-CARD THRU 1200-EXIT.
003550     PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
003560
003570     OPEN INPUT FACTVAL.
003580     IF FACTVAL-STATUS NOT = "00"
003590         DISPLAY "UNABLE TO OPEN FACTVAL, STATUS = "
003600             FACTVAL-STATUS
003610         MOVE "N" TO WS-INIT-SW
003620         GO TO 1000-EXIT
003630     END-IF.
003640
003650     OPEN OUTPUT FCST-REPORT.
003660     IF FCSTRPT-STATUS NOT = "00"
003670         DISPLAY "UNABLE TO OPEN FCSTRPT, STATUS = "
003680             FCSTRPT-STATUS
003690         CLOSE FACTVAL
003700         MOVE "N" TO WS-INIT-SW
003710         GO TO 1000-EXIT
003720     END-IF.
003730
003740     OPEN OUTPUT FACTGOV.
003750     IF FACTGOV-STATUS NOT = "00"
003760         DISPLAY "UNABLE TO OPEN FACTGOV, STATUS = "
003770             FACTGOV-STATUS
003780         CLOSE FACTVAL
003790         CLOSE FCST-REPORT
003800         MOVE "N" TO WS-INIT-SW
003810         GO TO 1000-EXIT
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.
003850*
003860*-----------------------------------------------------------
003870* 1100-READ-PARM-CARD - TAKE THE FCSTPARM WINDOW CARD. A FIELD
003880* THAT IS MISSING, NOT NUMERIC OR ZERO KEEPS ITS DEFAULT.
003890*-----------------------------------------------------------
003900 1100-READ-PARM-CARD.
003910     OPEN INPUT FCSTPARM.
003920     IF FCSTPARM-STATUS NOT = "00"
003930         GO TO 1100-EXIT
003940     END-IF.
003950
003960     READ FCSTPARM
003970         AT END
003980             MOVE SPACES TO FCSTPARM-RECORD
003990     END-READ.
004000     IF FP-WINDOW-END NUMERIC AND FP-WINDOW-END NOT = "000000"
004010             AND FP-WINDOW-END < "240000"
004020         MOVE FP-WINDOW-END TO WS-WINDOW-END
004030     END-IF.
004040     IF FP-WINDOW-START NUMERIC AND FP-WINDOW-START NOT = "000000"
004050             AND FP-WINDOW-START < "240000"
004060         MOVE FP-WINDOW-START TO WS-WINDOW-START
004070     END-IF.
004080     IF FP-MARGIN-PCT NUMERIC AND FP-MARGIN-PCT NOT = "00"
004090         MOVE FP-MARGIN-PCT TO WS-MARGIN-PCT
004100     END-IF.
004110     IF FP-HISTORY-RUNS NUMERIC AND FP-HISTORY-RUNS NOT = "00"
004120         MOVE FP-HISTORY-RUNS TO WS-HISTORY-RUNS
004130     END-IF.
004140     IF WS-HISTORY-RUNS > 90
004150         MOVE 90 TO WS-HISTORY-RUNS
004160     END-IF.
004170     CLOSE FCSTPARM.
004180 1100-EXIT.
004190     EXIT.
004200*
004210*-----------------------------------------------------------
004220* 1200-READ-MODE-CARD - TONIGHT'S FACTMODE CARD, READ THE SAME
004230* WAY FACTDRV READS IT, SO THE RATES COME FROM RUNS IN THE
004240* SAME COMPUTE MODE.
004250*-----------------------------------------------------------
004260 1200-READ-MODE-CARD.
004270     OPEN INPUT FACTMODE.
004280     IF FACTMODE-STATUS NOT = "00"
004290         GO TO 1200-EXIT
004300     END-IF.
004310
004320     READ FACTMODE
004330         AT END
004340             CONTINUE
004350     END-READ.
004360     IF FACTMODE-STATUS = "00" AND MD-COMPUTE-MODE = "S"
004370         MOVE "S" TO WS-MODE-SW
004380     END-IF.
004390     CLOSE FACTMODE.
004400 1200-EXIT.
004410     EXIT.
004420*
004430*-----------------------------------------------------------
004440* 1300-SET-WINDOW - SECONDS FROM THE EXPECTED START TO THE END
004450* OF THE WINDOW (PAST MIDNIGHT WHEN THE END IS EARLIER), LESS
004460* THE SAFETY MARGIN.
004470*-----------------------------------------------------------
004480 1300-SET-WINDOW.
004490     COMPUTE WS-START-SECS =
004500         WS-WS-HH * 3600 + WS-WS-MM * 60 + WS-WS-SS.
004510     COMPUTE WS-END-SECS =
004520         WS-WE-HH * 3600 + WS-WE-MM * 60 + WS-WE-SS.
004530
004540     IF WS-END-SECS > WS-START-SECS
004550         COMPUTE WS-AVAILABLE-SECS = WS-END-SECS - WS-START-SECS
004560     ELSE
004570         COMPUTE WS-AVAILABLE-SECS =
004580             WS-END-SECS + 86400 - WS-START-SECS
004590         MOVE "Y" TO WS-MIDNIGHT-SW
004600     END-IF.
004610
004620     COMPUTE WS-PLAN-PCT = 100 - WS-MARGIN-PCT.
004630     COMPUTE WS-USABLE-SECS =
004640         WS-AVAILABLE-SECS * WS-PLAN-PCT / 100.
004650 1300-EXIT.
004660     EXIT.
004670*
004680*-----------------------------------------------------------
004690* 2000-LOAD-HISTORY - READ FACTHIST AND KEEP THE MOST RECENT
004700* RUNS THAT DID SOME WORK AND CARRY USABLE TIMESTAMPS. NO
004710* FACTHIST SIMPLY MEANS NO RATES.
004720*-----------------------------------------------------------
004730 2000-LOAD-HISTORY.
004740     OPEN INPUT FACTHIST.
004750     IF FACTHIST-STATUS NOT = "00"
004760         DISPLAY "FACTHIST NOT AVAILABLE, STATUS = "
004770             FACTHIST-STATUS
004780         GO TO 2000-EXIT
004790     END-IF.
004800
004810     PERFORM UNTIL FACTHIST-EOF
004820         READ FACTHIST
004830             AT END
004840                 MOVE "Y" TO WS-FACTHIST-EOF-SW
004850             NOT AT END
004860                 PERFORM 2100-TAKE-RUN THRU 2100-EXIT
004870         END-READ
004880     END-PERFORM.
004890     CLOSE FACTHIST.
004900 2000-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------
004940* 2100-TAKE-RUN - WORK OUT THE RUN'S ELAPSED SECONDS FROM ITS
004950* START AND END TIMESTAMPS AND FILE IT IN THE RING.
004960*-----------------------------------------------------------
004970 2100-TAKE-RUN.
004980     IF RH-FACTAB-COUNT NOT NUMERIC
004990             OR RH-COMPUTED-COUNT NOT NUMERIC
005000         GO TO 2100-EXIT
005010     END-IF.
005020     IF RH-FACTAB-COUNT + RH-COMPUTED-COUNT = 0
005030         GO TO 2100-EXIT
005040     END-IF.
005050
005060     MOVE RH-START-TIMESTAMP TO WS-TS-WORK.
005070     PERFORM 2200-TIMESTAMP-SECONDS THRU 2200-EXIT.
005080     IF NOT WS-TS-VALID
005090         GO TO 2100-EXIT
005100     END-IF.
005110     MOVE WS-TS-SECONDS TO WS-TS-START-SECONDS.
005120
005130     MOVE RH-END-TIMESTAMP TO WS-TS-WORK.
005140     PERFORM 2200-TIMESTAMP-SECONDS THRU 2200-EXIT.
005150     IF NOT WS-TS-VALID
005160             OR WS-TS-SECONDS NOT > WS-TS-START-SECONDS
005170         GO TO 2100-EXIT
005180     END-IF.
005190
005200     MOVE WS-HR-NEXT TO IX.
005210     MOVE RH-FACTAB-COUNT TO WS-HR-FACTAB(IX).
005220     MOVE RH-COMPUTED-COUNT TO WS-HR-COMPUTED(IX).
005230     COMPUTE WS-HR-SECONDS(IX) =
005240         WS-TS-SECONDS - WS-TS-START-SECONDS.
005250     MOVE RH-COMPUTE-MODE TO WS-HR-MODE(IX).
005260     IF WS-HR-USED < 90
005270         ADD 1 TO WS-HR-USED
005280     END-IF.
005290     IF WS-HR-NEXT = 90
005300         MOVE 1 TO WS-HR-NEXT
005310     ELSE
005320         ADD 1 TO WS-HR-NEXT
005330     END-IF.
005340 2100-EXIT.
005350     EXIT.
005360*
005370*-----------------------------------------------------------
005380* 2200-TIMESTAMP-SECONDS - SECONDS SINCE THE START OF THE
005390* CALENDAR FOR THE "MM/DD/YYYY HH:MM:SS" STAMP IN WS-TS-WORK,
005400* SO A RUN THAT CROSSES MIDNIGHT STILL TIMES CORRECTLY.
005410*-----------------------------------------------------------
005420 2200-TIMESTAMP-SECONDS.
005430     MOVE "N" TO WS-TS-VALID-SW.
005440     MOVE 0 TO WS-TS-SECONDS.
005450     IF WS-TS-MM NOT NUMERIC OR WS-TS-DD NOT NUMERIC
005460             OR WS-TS-YYYY NOT NUMERIC OR WS-TS-HH NOT NUMERIC
005470             OR WS-TS-MI NOT NUMERIC OR WS-TS-SS NOT NUMERIC
005480         GO TO 2200-EXIT
005490     END-IF.
005500     IF WS-TS-YYYY < 1601 OR WS-TS-MM < 1 OR WS-TS-MM > 12
005510             OR WS-TS-DD < 1 OR WS-TS-DD > 31
005520         GO TO 2200-EXIT
005530     END-IF.
005540
005550     COMPUTE WS-TS-DATE =
005560         WS-TS-YYYY * 10000 + WS-TS-MM * 100 + WS-TS-DD.
005570     COMPUTE WS-TS-SECONDS =
005580         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
005590         + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.
005600     MOVE "Y" TO WS-TS-VALID-SW.
005610 2200-EXIT.
005620     EXIT.
005630*
005640*-----------------------------------------------------------
005650* 2500-DERIVE-RATES - FIT THE PER-HIT AND PER-COMPUTE RATES
005660* OVER THE MOST RECENT RUNS IN TONIGHT'S COMPUTE MODE (ANY
005670* MODE WHEN THERE ARE NONE), NEWEST FIRST.
005680*-----------------------------------------------------------
005690 2500-DERIVE-RATES.
005700     IF WS-HR-USED = 0
005710         GO TO 2500-EXIT
005720     END-IF.
005730
005740     MOVE WS-MODE-SW TO WS-HR-MODE-WANTED.
005750     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-HR-USED
005760         IF WS-HR-MODE(IX) = WS-HR-MODE-WANTED
005770             ADD 1 TO WS-HR-MODE-MATCHES
005780         END-IF
005790     END-PERFORM.
005800
005810     MOVE WS-HR-NEXT TO JX.
005820     PERFORM VARYING IX FROM 1 BY 1
005830             UNTIL IX > WS-HR-USED
005840             OR WS-HR-TAKEN >= WS-HISTORY-RUNS
005850         IF JX = 1
005860             MOVE 90 TO JX
005870         ELSE
005880             SUBTRACT 1 FROM JX
005890         END-IF
005900         IF WS-HR-MODE-MATCHES = 0
005910                 OR WS-HR-MODE(JX) = WS-HR-MODE-WANTED
005920             PERFORM 2600-ADD-RUN-TO-FIT THRU 2600-EXIT
005930         END-IF
005940     END-PERFORM.
005950
005960     COMPUTE WS-FIT-DET = WS-FIT-FF * WS-FIT-CC
005970         - WS-FIT-FC * WS-FIT-FC.
005980     MOVE "SPLIT" TO WS-RATE-METHOD.
005990     IF WS-HR-TAKEN < 2
006000             OR WS-FIT-DET <= WS-FIT-FF * WS-FIT-CC * 0.000001
006010         MOVE "BLENDED" TO WS-RATE-METHOD
006020     ELSE
006030         COMPUTE WS-FIT-HIT-RATE =
006040             (WS-FIT-FT * WS-FIT-CC - WS-FIT-CT * WS-FIT-FC)
006050             / WS-FIT-DET
006060         COMPUTE WS-FIT-CMP-RATE =
006070             (WS-FIT-CT * WS-FIT-FF - WS-FIT-FT * WS-FIT-FC)
006080             / WS-FIT-DET
006090         IF WS-FIT-HIT-RATE < 0 OR WS-FIT-CMP-RATE <= 0
006100             MOVE "BLENDED" TO WS-RATE-METHOD
006110         END-IF
006120     END-IF.
006130     IF WS-RATE-METHOD = "BLENDED"
006140         COMPUTE WS-FIT-HIT-RATE = WS-FIT-T / WS-FIT-N
006150         MOVE WS-FIT-HIT-RATE TO WS-FIT-CMP-RATE
006160     END-IF.
006170
006180     COMPUTE WS-SECS-PER-HIT ROUNDED = WS-FIT-HIT-RATE.
006190     COMPUTE WS-SECS-PER-COMPUTE ROUNDED = WS-FIT-CMP-RATE.
006200     MOVE "Y" TO WS-RATES-SW.
006210 2500-EXIT.
006220     EXIT.
006230*
006240*-----------------------------------------------------------
006250* 2600-ADD-RUN-TO-FIT - ADD RING ENTRY JX TO THE FIT SUMS.
006260*-----------------------------------------------------------
006270 2600-ADD-RUN-TO-FIT.
006280     ADD 1 TO WS-HR-TAKEN.
006290     COMPUTE WS-FIT-FF = WS-FIT-FF
006300         + WS-HR-FACTAB(JX) * WS-HR-FACTAB(JX).
006310     COMPUTE WS-FIT-CC = WS-FIT-CC
006320         + WS-HR-COMPUTED(JX) * WS-HR-COMPUTED(JX).
006330     COMPUTE WS-FIT-FC = WS-FIT-FC
006340         + WS-HR-FACTAB(JX) * WS-HR-COMPUTED(JX).
006350     COMPUTE WS-FIT-FT = WS-FIT-FT
006360         + WS-HR-FACTAB(JX) * WS-HR-SECONDS(JX).
006370     COMPUTE WS-FIT-CT = WS-FIT-CT
006380         + WS-HR-COMPUTED(JX) * WS-HR-SECONDS(JX).
006390     COMPUTE WS-FIT-T = WS-FIT-T + WS-HR-SECONDS(JX).
006400     COMPUTE WS-FIT-N = WS-FIT-N
006410         + WS-HR-FACTAB(JX) + WS-HR-COMPUTED(JX).
006420 2600-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------
006460* 3000-TAKE-CARD - COUNT ONE FACTVAL CARD'S CALCULATIONS THE
006470* WAY FACTDRV WILL EXPAND THEM (TRAILERS AND MALFORMED TYPED
006480* CARDS ARE NOT CALCULATIONS), COST THEM, AND SEE WHETHER THE
006490* WINDOW RUNS OUT ON THIS CARD.
006500*-----------------------------------------------------------
006510 3000-TAKE-CARD.
006520     ADD 1 TO WS-CARD-COUNT.
006530     MOVE 0 TO WS-CARD-CALCS.
006540     MOVE 0 TO WS-CARD-HITS.
006550
006560     EVALUATE TRUE
006570         WHEN FV-TRAILER-CARD
006580             ADD 1 TO WS-TRAILER-COUNT
006590             GO TO 3000-EXIT
006600         WHEN FV-RANGE-CARD
006610             IF FV-RANGE-FROM NOT NUMERIC
006620                     OR FV-RANGE-TO NOT NUMERIC
006630                     OR FV-RANGE-FROM > FV-RANGE-TO
006640                 ADD 1 TO WS-MALFORMED-COUNT
006650                 GO TO 3000-EXIT
006660             END-IF
006670             COMPUTE WS-CARD-CALCS =
006680                 FV-RANGE-TO - FV-RANGE-FROM + 1
006690             IF FV-RANGE-FROM <= WS-FACTAB-HIGH
006700                 MOVE FV-RANGE-TO TO WS-HIGH-WORK
006710                 IF WS-HIGH-WORK > WS-FACTAB-HIGH
006720                     MOVE WS-FACTAB-HIGH TO WS-HIGH-WORK
006730                 END-IF
006740                 COMPUTE WS-CARD-HITS =
006750                     WS-HIGH-WORK - FV-RANGE-FROM + 1
006760             END-IF
006770             MOVE FV-TYPED-REQUESTER TO WS-CARD-REQUESTER
006780         WHEN FV-REPEAT-CARD
006790             IF FV-REPEAT-VALUE NOT NUMERIC
006800                     OR FV-REPEAT-COUNT NOT NUMERIC
006810                     OR FV-REPEAT-COUNT = 0
006820                 ADD 1 TO WS-MALFORMED-COUNT
006830                 GO TO 3000-EXIT
006840             END-IF
006850             MOVE FV-REPEAT-COUNT TO WS-CARD-CALCS
006860             IF FV-REPEAT-VALUE <= WS-FACTAB-HIGH
006870                 MOVE FV-REPEAT-COUNT TO WS-CARD-HITS
006880             END-IF
006890             MOVE FV-TYPED-REQUESTER TO WS-CARD-REQUESTER
006900         WHEN OTHER
006910             MOVE 1 TO WS-CARD-CALCS
006920             IF FV-INPUT-VALUE NUMERIC
006930                     AND FV-INPUT-VALUE <= WS-FACTAB-HIGH
006940                 MOVE 1 TO WS-CARD-HITS
006950             END-IF
006960             MOVE FV-REQUESTER-CODE TO WS-CARD-REQUESTER
006970     END-EVALUATE.
006980
006990     COMPUTE WS-CARD-COMPUTES = WS-CARD-CALCS - WS-CARD-HITS.
007000     ADD WS-CARD-CALCS TO WS-CALC-TOTAL.
007010     ADD WS-CARD-HITS TO WS-HIT-TOTAL.
007020     ADD WS-CARD-COMPUTES TO WS-COMPUTE-TOTAL.
007030     IF NOT WS-RATES-KNOWN
007040         GO TO 3000-EXIT
007050     END-IF.
007060
007070     COMPUTE WS-CARD-SECS =
007080         WS-CARD-HITS * WS-SECS-PER-HIT
007090         + WS-CARD-COMPUTES * WS-SECS-PER-COMPUTE.
007100     ADD WS-CARD-SECS TO WS-FORECAST-SECS.
007110
007120     IF WS-CUTOFF-FOUND
007130         MOVE 0 TO WS-CARD-FIT
007140         PERFORM 3300-TALLY-REQUESTER THRU 3300-EXIT
007150         GO TO 3000-EXIT
007160     END-IF.
007170
007180     IF WS-FITTED-SECS + WS-CARD-SECS <= WS-USABLE-SECS
007190         ADD WS-CARD-SECS TO WS-FITTED-SECS
007200         ADD WS-CARD-CALCS TO WS-FIT-CALCS
007210         GO TO 3000-EXIT
007220     END-IF.
007230
007240     MOVE "Y" TO WS-CUTOFF-SW.
007250     PERFORM 3100-FIT-WITHIN-CARD THRU 3100-EXIT.
007260     ADD WS-CARD-FIT TO WS-FIT-CALCS.
007270     MOVE WS-CARD-COUNT TO WS-REACH-CARD.
007280     MOVE WS-CARD-FIT TO WS-REACH-DONE.
007290     MOVE FV-REQUEST-ID TO WS-REACH-REQUEST-ID.
007300     MOVE WS-CARD-REQUESTER TO WS-REACH-REQUESTER.
007310     PERFORM 3300-TALLY-REQUESTER THRU 3300-EXIT.
007320 3000-EXIT.
007330     EXIT.
007340*
007350*-----------------------------------------------------------
007360* 3100-FIT-WITHIN-CARD - HOW MANY OF THE CURRENT CARD'S
007370* CALCULATIONS STILL FIT IN WHAT IS LEFT OF THE WINDOW. A
007380* RANGE CARD IS WALKED VALUE BY VALUE SINCE ITS LOW END MAY
007390* BE FACTAB HITS; A REPEAT CARD COSTS THE SAME EVERY TIME.
007400*-----------------------------------------------------------
007410 3100-FIT-WITHIN-CARD.
007420     MOVE 0 TO WS-CARD-FIT.
007430     COMPUTE WS-ROOM-SECS = WS-USABLE-SECS - WS-FITTED-SECS.
007440
007450     EVALUATE TRUE
007460         WHEN FV-RANGE-CARD
007470             PERFORM VARYING WS-VALUE-WORK FROM FV-RANGE-FROM BY 1
007480                     UNTIL WS-VALUE-WORK > FV-RANGE-TO
007490                 IF WS-VALUE-WORK <= WS-FACTAB-HIGH
007500                     MOVE WS-SECS-PER-HIT TO WS-STEP-SECS
007510                 ELSE
007520                     MOVE WS-SECS-PER-COMPUTE TO WS-STEP-SECS
007530                 END-IF
007540                 IF WS-STEP-SECS > WS-ROOM-SECS
007550                     EXIT PERFORM
007560                 END-IF
007570                 SUBTRACT WS-STEP-SECS FROM WS-ROOM-SECS
007580                 ADD 1 TO WS-CARD-FIT
007590             END-PERFORM
007600         WHEN FV-REPEAT-CARD
007610             IF WS-CARD-HITS > 0
007620                 MOVE WS-SECS-PER-HIT TO WS-STEP-SECS
007630             ELSE
007640                 MOVE WS-SECS-PER-COMPUTE TO WS-STEP-SECS
007650             END-IF
007660             IF WS-STEP-SECS > 0
007670                 COMPUTE WS-CARD-FIT = WS-ROOM-SECS / WS-STEP-SECS
007680             END-IF
007690             IF WS-CARD-FIT > WS-CARD-CALCS
007700                 MOVE WS-CARD-CALCS TO WS-CARD-FIT
007710             END-IF
007720         WHEN OTHER
007730             CONTINUE
007740     END-EVALUATE.
007750 3100-EXIT.
007760     EXIT.
007770*
007780*-----------------------------------------------------------
007790* 3300-TALLY-REQUESTER - COUNT THE CURRENT CARD, AND THE
007800* CALCULATIONS ON IT THE RUN WILL NOT REACH, UNDER ITS
007810* REQUESTER SO THEY CAN BE WARNED. A BLANK CODE IS "NONE".
007820*-----------------------------------------------------------
007830 3300-TALLY-REQUESTER.
007840     IF WS-CARD-REQUESTER = SPACES
007850         MOVE "NONE" TO WS-CARD-REQUESTER
007860     END-IF.
007870
007880     MOVE "N" TO WS-FOUND-SW.
007890     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-RQ-USED
007900         IF WS-RQ-CODE(IX) = WS-CARD-REQUESTER
007910             MOVE "Y" TO WS-FOUND-SW
007920             EXIT PERFORM
007930         END-IF
007940     END-PERFORM.
007950
007960     IF NOT WS-FOUND
007970         IF WS-RQ-USED < 300
007980             ADD 1 TO WS-RQ-USED
007990             MOVE WS-RQ-USED TO IX
008000             MOVE WS-CARD-REQUESTER TO WS-RQ-CODE(IX)
008010             MOVE 0 TO WS-RQ-CARDS(IX)
008020             MOVE 0 TO WS-RQ-CALCS(IX)
008030         ELSE
008040             IF NOT WS-RQ-FULL
008050                 DISPLAY "REQUESTER TABLE LIMIT (300) REACHED - "
008060                     "FURTHER REQUESTERS NOT LISTED"
008070                 MOVE "Y" TO WS-RQ-FULL-SW
008080             END-IF
008090             GO TO 3300-EXIT
008100         END-IF
008110     END-IF.
008120
008130     ADD 1 TO WS-RQ-CARDS(IX).
008140     COMPUTE WS-RQ-CALCS(IX) = WS-RQ-CALCS(IX)
008150         + WS-CARD-CALCS - WS-CARD-FIT.
008160 3300-EXIT.
008170     EXIT.
008180*
008190*-----------------------------------------------------------
008200* 4000-READ-FACTVAL - READ THE NEXT VALIDATED CARD, SETTING
008210* THE END-OF-FILE SWITCH WHEN THE CARDS ARE EXHAUSTED.
008220*-----------------------------------------------------------
008230 4000-READ-FACTVAL.
008240     READ FACTVAL
008250         AT END
008260             MOVE "Y" TO WS-FACTVAL-EOF-SW
008270     END-READ.
008280 4000-EXIT.
008290     EXIT.
008300*
008310*-----------------------------------------------------------
008320* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE: TITLE, RUN
008330* DATE, AND A BLANK SPACER LINE.
008340*-----------------------------------------------------------
008350 5000-WRITE-REPORT-HEADERS.
008360     ADD 1 TO WS-PAGE-COUNT.
008370     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
008380
008390     MOVE SPACES TO RPT-DATE-LINE.
008400     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
008410         "     PAGE: " WS-PAGE-EDIT
008420         DELIMITED BY SIZE INTO RPT-DATE-LINE.
008430
008440     WRITE FCST-REPORT-RECORD FROM RPT-TITLE-LINE
008450         AFTER ADVANCING TOP-OF-PAGE.
008460     WRITE FCST-REPORT-RECORD FROM RPT-DATE-LINE
008470         AFTER ADVANCING 1 LINE.
008480     MOVE SPACES TO FCST-REPORT-RECORD.
008490     WRITE FCST-REPORT-RECORD AFTER ADVANCING 1 LINE.
008500
008510     MOVE 3 TO WS-LINE-COUNT.
008520 5000-EXIT.
008530     EXIT.
008540*
008550*-----------------------------------------------------------
008560* 5100-WRITE-REPORT-LINE - FILE THE LINE IN RPT-DETAIL-LINE,
008570* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL, AND
008580* CLEAR IT FOR THE NEXT ONE.
008590*-----------------------------------------------------------
008600 5100-WRITE-REPORT-LINE.
008610     IF WS-LINE-COUNT >= WS-MAX-LINES
008620         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
008630     END-IF.
008640     WRITE FCST-REPORT-RECORD FROM RPT-DETAIL-LINE
008650         AFTER ADVANCING 1 LINE.
008660     ADD 1 TO WS-LINE-COUNT.
008670     MOVE SPACES TO RPT-DETAIL-LINE.
008680 5100-EXIT.
008690     EXIT.
008700*
008710*-----------------------------------------------------------
008720* 5200-EDIT-CLOCK - WS-CLOCK-WORK SECONDS PAST MIDNIGHT (ANY
008730* NUMBER OF DAYS ON) AS HH:MM:SS IN WS-CLOCK-DISPLAY.
008740*-----------------------------------------------------------
008750 5200-EDIT-CLOCK.
008760     COMPUTE WS-CLOCK-WORK = FUNCTION MOD(WS-CLOCK-WORK, 86400).
008770     COMPUTE WS-CD-HH = WS-CLOCK-WORK / 3600.
008780     COMPUTE WS-CD-MM = FUNCTION MOD(WS-CLOCK-WORK, 3600) / 60.
008790     COMPUTE WS-CD-SS = FUNCTION MOD(WS-CLOCK-WORK, 60).
008800 5200-EXIT.
008810     EXIT.
008820*
008830*-----------------------------------------------------------
008840* 5300-EDIT-DURATION - WS-CLOCK-WORK SECONDS AS AN ELAPSED
008850* HHH:MM:SS IN WS-DURATION-DISPLAY.
008860*-----------------------------------------------------------
008870 5300-EDIT-DURATION.
008880     IF WS-CLOCK-WORK > 3599999
008890         MOVE 3599999 TO WS-CLOCK-WORK
008900     END-IF.
008910     COMPUTE WS-DD-HH = WS-CLOCK-WORK / 3600.
008920     COMPUTE WS-DD-MM = FUNCTION MOD(WS-CLOCK-WORK, 3600) / 60.
008930     COMPUTE WS-DD-SS = FUNCTION MOD(WS-CLOCK-WORK, 60).
008940 5300-EXIT.
008950     EXIT.
008960*
008970*-----------------------------------------------------------
008980* 6000-WRITE-GOVERNOR-CARD - THE RECOMMENDED FACTGOV CARD. THE
008990* CUTOFF TIME IS THE END OF THE WINDOW (LEFT OFF WHEN THE
009000* WINDOW CROSSES MIDNIGHT); THE RECORD LIMIT IS THE NUMBER OF
009010* CALCULATIONS FORECAST TO FIT, SET ONLY WHEN THE BATCH WILL
009020* NOT FIT, AND NEVER ZERO SINCE ZERO WOULD TURN IT OFF.
009030*-----------------------------------------------------------
009040 6000-WRITE-GOVERNOR-CARD.
009050     MOVE SPACES TO FACTGOV-RECORD.
009060     IF WS-WINDOW-CROSSES-MIDNIGHT
009070         MOVE "000000" TO GOV-CUTOFF-TIME
009080     ELSE
009090         MOVE WS-WINDOW-END TO GOV-CUTOFF-TIME
009100     END-IF.
009110
009120     IF WS-CUTOFF-FOUND
009130         IF WS-FIT-CALCS = 0
009140             MOVE "00000001" TO GOV-MAX-RECORDS
009150         ELSE
009160             MOVE WS-FIT-CALCS TO GOV-MAX-RECORDS
009170         END-IF
009180     ELSE
009190         MOVE "00000000" TO GOV-MAX-RECORDS
009200     END-IF.
009210
009220     WRITE FACTGOV-RECORD.
009230     IF FACTGOV-STATUS NOT = "00"
009240         DISPLAY "UNABLE TO WRITE FACTGOV, STATUS = "
009250             FACTGOV-STATUS
009260         MOVE 16 TO RETURN-CODE
009270     END-IF.
009280     DISPLAY "RECOMMENDED FACTGOV CARD: " FACTGOV-RECORD(1:14).
009290 6000-EXIT.
009300     EXIT.
009310*
009320*-----------------------------------------------------------
009330* 7000-PRINT-FORECAST - THE FORECAST REPORT: TONIGHT'S WORK,
009340* THE RATES, THE WINDOW, THE VERDICT, WHERE THE RUN WILL STOP
009350* AND WHO IS AFFECTED, AND THE GOVERNOR CARD WRITTEN.
009360*-----------------------------------------------------------
009370 7000-PRINT-FORECAST.
009380     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
009390     MOVE SPACES TO RPT-DETAIL-LINE.
009400
009410     MOVE "  TONIGHT'S WORK (FACTVAL)" TO RPT-DETAIL-LINE.
009420     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009430     MOVE "    FACTIN RECORDS:" TO RPT-LABEL.
009440     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
009450     MOVE WS-COUNT-EDIT TO RPT-VALUE.
009460     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009470     MOVE "    CALCULATIONS:" TO RPT-LABEL.
009480     MOVE WS-CALC-TOTAL TO WS-COUNT-EDIT.
009490     MOVE WS-COUNT-EDIT TO RPT-VALUE.
009500     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009510     MOVE "      FACTAB HITS (0-20):" TO RPT-LABEL.
009520     MOVE WS-HIT-TOTAL TO WS-COUNT-EDIT.
009530     MOVE WS-COUNT-EDIT TO RPT-VALUE.
009540     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009550     MOVE "      COMPUTES:" TO RPT-LABEL.
009560     MOVE WS-COMPUTE-TOTAL TO WS-COUNT-EDIT.
009570     MOVE WS-COUNT-EDIT TO RPT-VALUE.
009580     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009590     IF WS-MALFORMED-COUNT > 0
009600         MOVE "    MALFORMED TYPED CARDS:" TO RPT-LABEL
009610         MOVE WS-MALFORMED-COUNT TO WS-COUNT-EDIT
009620         MOVE WS-COUNT-EDIT TO RPT-VALUE
009630         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
009640     END-IF.
009650     IF WS-SORTED-MODE
009660         MOVE "    COMPUTE MODE:" TO RPT-LABEL
009670         MOVE "SORTED INCREMENTAL" TO RPT-VALUE
009680         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
009690     END-IF.
009700     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009710
009720     PERFORM 7100-PRINT-RATES THRU 7100-EXIT.
009730     PERFORM 7200-PRINT-WINDOW THRU 7200-EXIT.
009740     PERFORM 7300-PRINT-VERDICT THRU 7300-EXIT.
009750
009760     MOVE "  RECOMMENDED FACTGOV CARD:" TO RPT-LABEL.
009770     MOVE FACTGOV-RECORD(1:14) TO RPT-VALUE.
009780     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009790     MOVE "    (CUTOFF HHMMSS IN COLUMNS 1-6, RECORD LIMIT IN "
009800         TO RPT-DETAIL-LINE.
009810     MOVE "COLUMNS 7-14; ZEROES LEAVE A LIMIT OFF)"
009820         TO RPT-DETAIL-LINE(52:).
009830     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
009840     IF WS-WINDOW-CROSSES-MIDNIGHT
009850         MOVE "    THE WINDOW CROSSES MIDNIGHT - NO CUTOFF TIME"
009860             TO RPT-DETAIL-LINE
009870         IF WS-CUTOFF-FOUND
009880             MOVE " IS SET, THE RECORD LIMIT GOVERNS THE RUN"
009890                 TO RPT-DETAIL-LINE(49:)
009900         ELSE
009910             MOVE " IS SET AND THE RUN IS NOT GOVERNED"
009920                 TO RPT-DETAIL-LINE(49:)
009930         END-IF
009940         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
009950     END-IF.
009960 7000-EXIT.
009970     EXIT.
009980*
009990*-----------------------------------------------------------
010000* 7100-PRINT-RATES - THE THROUGHPUT THE FORECAST RESTS ON.
010010*-----------------------------------------------------------
010020 7100-PRINT-RATES.
010030     MOVE "  THROUGHPUT (FACTHIST)" TO RPT-DETAIL-LINE.
010040     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010050     MOVE "    USABLE RECENT RUNS:" TO RPT-LABEL.
010060     MOVE WS-HR-USED TO WS-COUNT-EDIT.
010070     MOVE WS-COUNT-EDIT TO RPT-VALUE.
010080     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010090     IF NOT WS-RATES-KNOWN
010100         MOVE "    NO USABLE FACTDRV RUN HISTORY - NO FORECAST"
010110             TO RPT-DETAIL-LINE
010120         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
010130         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
010140         GO TO 7100-EXIT
010150     END-IF.
010160
010170     MOVE "    RUNS RATED:" TO RPT-LABEL.
010180     MOVE WS-HR-TAKEN TO WS-COUNT-EDIT.
010190     MOVE WS-COUNT-EDIT TO RPT-VALUE.
010200     IF WS-HR-MODE-MATCHES = 0
010210         MOVE "(NONE IN TONIGHT'S MODE - ALL MODES USED)"
010220             TO RPT-VALUE(11:)
010230     END-IF.
010240     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010250     MOVE "    RATE METHOD:" TO RPT-LABEL.
010260     MOVE WS-RATE-METHOD TO RPT-VALUE.
010270     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010280     MOVE "    SECONDS PER FACTAB HIT:" TO RPT-LABEL.
010290     MOVE WS-SECS-PER-HIT TO WS-RATE-EDIT.
010300     MOVE WS-RATE-EDIT TO RPT-VALUE.
010310     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010320     MOVE "    SECONDS PER COMPUTE:" TO RPT-LABEL.
010330     MOVE WS-SECS-PER-COMPUTE TO WS-RATE-EDIT.
010340     MOVE WS-RATE-EDIT TO RPT-VALUE.
010350     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010360     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010370 7100-EXIT.
010380     EXIT.
010390*
010400*-----------------------------------------------------------
010410* 7200-PRINT-WINDOW - THE BATCH WINDOW AND THE PART OF IT THE
010420* FORECAST IS ALLOWED TO FILL.
010430*-----------------------------------------------------------
010440 7200-PRINT-WINDOW.
010450     MOVE "  BATCH WINDOW (FCSTPARM)" TO RPT-DETAIL-LINE.
010460     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010470     MOVE "    FACTDRV EXPECTED TO START:" TO RPT-LABEL.
010480     MOVE WS-START-SECS TO WS-CLOCK-WORK.
010490     PERFORM 5200-EDIT-CLOCK THRU 5200-EXIT.
010500     MOVE WS-CLOCK-DISPLAY TO RPT-VALUE.
010510     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010520     MOVE "    WINDOW ENDS:" TO RPT-LABEL.
010530     MOVE WS-END-SECS TO WS-CLOCK-WORK.
010540     PERFORM 5200-EDIT-CLOCK THRU 5200-EXIT.
010550     MOVE WS-CLOCK-DISPLAY TO RPT-VALUE.
010560     IF WS-WINDOW-CROSSES-MIDNIGHT
010570         MOVE "(NEXT DAY)" TO RPT-VALUE(10:)
010580     END-IF.
010590     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010600     MOVE "    TIME AVAILABLE:" TO RPT-LABEL.
010610     MOVE WS-AVAILABLE-SECS TO WS-CLOCK-WORK.
010620     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT.
010630     MOVE WS-DURATION-DISPLAY TO RPT-VALUE.
010640     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010650     MOVE "    SAFETY MARGIN (PERCENT):" TO RPT-LABEL.
010660     MOVE WS-MARGIN-PCT TO WS-PCT-EDIT.
010670     MOVE WS-PCT-EDIT TO RPT-VALUE.
010680     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010690     MOVE "    TIME PLANNED AGAINST:" TO RPT-LABEL.
010700     COMPUTE WS-CLOCK-WORK = WS-USABLE-SECS.
010710     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT.
010720     MOVE WS-DURATION-DISPLAY TO RPT-VALUE.
010730     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010740     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010750 7200-EXIT.
010760     EXIT.
010770*
010780*-----------------------------------------------------------
010790* 7300-PRINT-VERDICT - FORECAST ELAPSED TIME AND END, WHETHER
010800* THE BATCH FITS, AND WHEN IT DOES NOT, WHERE THE RUN WILL
010810* STOP AND THE REQUESTERS WHOSE WORK IT WILL NOT REACH.
010820*-----------------------------------------------------------
010830 7300-PRINT-VERDICT.
010840     IF NOT WS-RATES-KNOWN
010850         GO TO 7300-EXIT
010860     END-IF.
010870
010880     MOVE "  FORECAST" TO RPT-DETAIL-LINE.
010890     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010900     MOVE "    ELAPSED TIME FOR ALL WORK:" TO RPT-LABEL.
010910     COMPUTE WS-CLOCK-WORK ROUNDED = WS-FORECAST-SECS.
010920     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT.
010930     MOVE WS-DURATION-DISPLAY TO RPT-VALUE.
010940     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
010950     MOVE "    WOULD FINISH AT:" TO RPT-LABEL.
010960     COMPUTE WS-CLOCK-WORK ROUNDED =
010970         WS-START-SECS + WS-FORECAST-SECS.
010980     PERFORM 5200-EDIT-CLOCK THRU 5200-EXIT.
010990     MOVE WS-CLOCK-DISPLAY TO RPT-VALUE.
011000     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011010     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011020
011030     IF NOT WS-CUTOFF-FOUND
011040         MOVE "  *** THE BATCH FITS THE WINDOW ***"
011050             TO RPT-DETAIL-LINE
011060         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
011070         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
011080         GO TO 7300-EXIT
011090     END-IF.
011100
011110     MOVE "  *** THE BATCH WILL NOT FIT THE WINDOW ***"
011120         TO RPT-DETAIL-LINE.
011130     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011140     MOVE "    CALCULATIONS EXPECTED TO FIT:" TO RPT-LABEL.
011150     MOVE WS-FIT-CALCS TO WS-COUNT-EDIT.
011160     MOVE WS-COUNT-EDIT TO RPT-VALUE.
011170     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011180     MOVE "    RUN WILL REACH FACTIN RECORD:" TO RPT-LABEL.
011190     MOVE WS-REACH-CARD TO WS-COUNT-EDIT.
011200     MOVE WS-COUNT-EDIT TO RPT-VALUE.
011210     IF WS-REACH-DONE > 0
011220         MOVE "(PART-WAY THROUGH IT)" TO RPT-VALUE(11:)
011230     ELSE
011240         MOVE "(AND STOP BEFORE IT)" TO RPT-VALUE(11:)
011250     END-IF.
011260     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011270     MOVE "      REQUEST ID / REQUESTER:" TO RPT-LABEL.
011280     STRING WS-REACH-REQUEST-ID " / " WS-REACH-REQUESTER
011290         DELIMITED BY SIZE INTO RPT-VALUE.
011300     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011310     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011320
011330     MOVE "  REQUESTERS WITH WORK THE RUN WILL NOT REACH"
011340         TO RPT-DETAIL-LINE.
011350     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011360     MOVE "    REQUESTER     FACTIN RECORDS    CALCULATIONS"
011370         TO RPT-DETAIL-LINE.
011380     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011390     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-RQ-USED
011400         MOVE WS-RQ-CODE(IX) TO RPT-DETAIL-LINE(5:4)
011410         MOVE WS-RQ-CARDS(IX) TO WS-COUNT-EDIT
011420         MOVE WS-COUNT-EDIT TO RPT-DETAIL-LINE(25:8)
011430         MOVE WS-RQ-CALCS(IX) TO WS-COUNT-EDIT
011440         MOVE WS-COUNT-EDIT TO RPT-DETAIL-LINE(42:8)
011450         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
011460     END-PERFORM.
011470     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
011480 7300-EXIT.
011490     EXIT.
011500*
011510*-----------------------------------------------------------
011520* 8000-TERMINATE - CLOSE UP, TELL THE OPERATOR THE VERDICT, AND
011530* SET THE CONDITION CODE: 4 WHEN THE BATCH WILL NOT FIT OR
011540* THERE WAS NOTHING TO FORECAST FROM.
011550*-----------------------------------------------------------
011560 8000-TERMINATE.
011570     CLOSE FACTVAL.
011580     CLOSE FCST-REPORT.
011590     CLOSE FACTGOV.
011600
011610     MOVE WS-CALC-TOTAL TO WS-COUNT-EDIT.
011620     DISPLAY "CALCULATIONS TONIGHT:  " WS-COUNT-EDIT.
011630     IF NOT WS-RATES-KNOWN
011640         DISPLAY "NO USABLE RUN HISTORY - NO FORECAST MADE"
011650         IF RETURN-CODE < 4
011660             MOVE 4 TO RETURN-CODE
011670         END-IF
011680         GO TO 8000-EXIT
011690     END-IF.
011700
011710     IF WS-CUTOFF-FOUND
011720         MOVE WS-REACH-CARD TO WS-COUNT-EDIT
011730         DISPLAY "BATCH WILL NOT FIT - RUN WILL REACH FACTIN "
011740             "RECORD " WS-COUNT-EDIT
011750         IF RETURN-CODE < 4
011760             MOVE 4 TO RETURN-CODE
011770         END-IF
011780     ELSE
011790         DISPLAY "BATCH FITS THE WINDOW"
011800     END-IF.
011810 8000-EXIT.
011820     EXIT.
