000010* FACTORIAL PROPERTIES REPORT FOR THE STATISTICS GROUP. FOR
000020* EACH REQUESTED VALUE N IT PRINTS THE FULL PRIME-POWER
000030* FACTORIZATION OF N!, ITS TRAILING-ZERO COUNT, AND ITS EXACT
000040* DIGIT COUNT, AND - WHEN N! FITS THE 60-DIGIT FACTBIG
000050* CAPACITY - THE VALUE ITSELF AND ITS DIGIT SUM. NONE OF THE
000060* PROPERTIES NEEDS THE FULL NUMBER: EACH PRIME'S EXPONENT
000070* COMES FROM LEGENDRE'S FORMULA (THE SUM OF N/P, N/P**2, ...
000080* ROUNDED DOWN), THE TRAILING ZEROS ARE THE EXPONENT OF 5, AND
000090* THE DIGIT COUNT COMES FROM CARRYING ONLY THE LEADING DIGITS
000100* OF THE RUNNING PRODUCT, SO VALUES LIKE 500! THAT FACTDRV CAN
000110* ONLY APPROXIMATE ARE HANDLED IN FULL. THE SAME FIGURES GO TO
000120* THE PROPXTR EXTRACT (COPYBOOK FPROPREC) BETWEEN XTRCTL
000130* HEADER AND TRAILER CONTROL RECORDS.
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FACTPROP.
000160 AUTHOR. JAMES HILL.
000170 INSTALLATION. COMBINATORICS BATCH GROUP.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200*
000210*-----------------------------------------------------------
000220* MODIFICATION HISTORY
000230*-----------------------------------------------------------
000240*    2026-10-15  JH  ORIGINAL VERSION. THE OPTIONAL PROPPARM
000250*                    CARD PICKS THE INPUT:
000260*                      COL 1      "R" (OR NO CARD) - THE
000270*                                 FPROPIN REQUEST FILE, VALUE
000280*                                 IN COLS 1-5, REQUESTER CODE
000290*                                 IN COLS 6-9
000300*                                 "X" - THE DAY'S FACTXTR,
000310*                                 CONTROL RECORDS SKIPPED
000320*                    CONDITION CODES FOLLOW THE SUITE
000330*                    CONVENTION: 0 CLEAN, 4 WHEN ANY REQUEST
000340*                    CARD WAS REJECTED, 16 WHEN A FILE WOULD
000350*                    NOT OPEN, THE PARM IS UNUSABLE, OR AN
000360*                    EXTRACT WRITE FAILED.
000362*    2026-10-15  JH  THE XTRCTL HEADER AND TRAILER WRITES ARE
000364*                    CHECKED THE SAME AS THE DETAIL WRITES; A
000366*                    FAILED ONE ENDS THE RUN WITH CODE 16.
000370*-----------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     C01 IS TOP-OF-PAGE.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PROPPARM ASSIGN TO PROPPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PROPPARM-STATUS.
000470     SELECT FPROPIN ASSIGN TO FPROPIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FPROPIN-STATUS.
000500     SELECT FACTXTR ASSIGN TO FACTXTR
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FACTXTR-STATUS.
000530     SELECT PROP-REPORT ASSIGN TO PROPRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PROPRPT-STATUS.
000560     SELECT PROPXTR ASSIGN TO PROPXTR
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PROPXTR-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PROPPARM
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  PROPPARM-RECORD.
000660     05  PR-SOURCE               PIC X(01).
000670         88  PR-SOURCE-REQUESTS            VALUE "R" " ".
000680         88  PR-SOURCE-FACTXTR             VALUE "X".
000690     05  FILLER                  PIC X(79).
000700*
000710 FD  FPROPIN
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  FPROPIN-RECORD.
000750     05  PI-VALUE-FIELD          PIC X(05).
000760     05  PI-VALUE-NUMBER REDEFINES PI-VALUE-FIELD
000770                                 PIC 9(05).
000780     05  PI-REQUESTER-FIELD      PIC X(04).
000790     05  FILLER                  PIC X(71).
000800*
000810 FD  FACTXTR
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY FACTREC.
000850*
000860 FD  PROP-REPORT
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  PROP-REPORT-RECORD          PIC X(132).
000900*
000910 FD  PROPXTR
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY FPROPREC.
000950     COPY XTRCTL.
000960*
000970 WORKING-STORAGE SECTION.
000980 01  WS-SWITCHES.
000990     05  WS-SOURCE-EOF-SW        PIC X(01) VALUE "N".
001000         88  SOURCE-EOF                    VALUE "Y".
001010     05  WS-INIT-SW              PIC X(01) VALUE "Y".
001020         88  WS-INIT-OK                     VALUE "Y".
001030     05  WS-REQUEST-GOOD-SW      PIC X(01) VALUE "Y".
001040         88  WS-REQUEST-GOOD                VALUE "Y".
001050     05  WS-EXTRACT-FAIL-SW      PIC X(01) VALUE "N".
001060         88  WS-EXTRACT-FAILED              VALUE "Y".
001070     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001080         88  WS-FOUND                       VALUE "Y".
001090*
001100 01  WS-FILE-STATUSES.
001110     05  PROPPARM-STATUS         PIC X(02) VALUE SPACES.
001120     05  FPROPIN-STATUS          PIC X(02) VALUE SPACES.
001130     05  FACTXTR-STATUS          PIC X(02) VALUE SPACES.
001140     05  PROPRPT-STATUS          PIC X(02) VALUE SPACES.
001150     05  PROPXTR-STATUS          PIC X(02) VALUE SPACES.
001160*
001170 01  WS-SOURCE                   PIC X(01) VALUE "R".
001180     88  WS-SOURCE-REQUESTS                 VALUE "R".
001190     88  WS-SOURCE-FACTXTR                  VALUE "X".
001200*
001210 01  WS-RUN-COUNTS.
001220     05  WS-READ-COUNT           PIC 9(08) COMP VALUE 0.
001230     05  WS-VALUE-COUNT          PIC 9(08) COMP VALUE 0.
001240     05  WS-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
001250     05  WS-EXACT-COUNT          PIC 9(08) COMP VALUE 0.
001260     05  WS-EXTRACT-COUNT        PIC 9(08) COMP VALUE 0.
001270 01  WS-XTR-HASH                 PIC 9(12) COMP VALUE 0.
001280*
001290 01  WS-CURRENT-VALUE            PIC 9(05) VALUE 0.
001300 01  WS-CURRENT-REQUESTER        PIC X(04) VALUE SPACES.
001310*
001320* PRIME SIEVE OVER THE WHOLE 5-DIGIT INPUT RANGE, BUILT ONCE
001330* AT START-UP: WS-COMPOSITE(K) IS "Y" WHEN K IS NOT PRIME.
001340 01  WS-SIEVE-LIMIT              PIC 9(05) COMP VALUE 99999.
001350 01  WS-SIEVE-TABLE.
001360     05  WS-COMPOSITE OCCURS 99999 TIMES PIC X(01).
001370 01  WS-SIEVE-P                  PIC 9(06) COMP VALUE 0.
001380 01  WS-SIEVE-M                  PIC 9(06) COMP VALUE 0.
001390*
001400* THE FACTORIZATION OF THE CURRENT N!: ONE ENTRY PER PRIME
001410* P <= N (THERE ARE 9592 PRIMES BELOW 100000).
001420 01  WS-FACTOR-TABLE.
001430     05  WS-FACTOR-ENTRY OCCURS 9600 TIMES.
001440         10  WS-FACTOR-PRIME     PIC 9(05) COMP.
001450         10  WS-FACTOR-EXPONENT  PIC 9(06) COMP.
001460 01  WS-FACTOR-USED              PIC 9(05) COMP VALUE 0.
001470 01  WS-FACTOR-IX                PIC 9(05) COMP VALUE 0.
001480 01  WS-LEGENDRE-Q               PIC 9(05) COMP VALUE 0.
001490*
001500* LEADING DIGITS OF THE RUNNING PRODUCT, KEPT BETWEEN 1 AND 10
001510* AND CARRIED TO 24 DECIMAL PLACES - FAR MORE THAN 100,000
001520* MULTIPLICATIONS CAN ERODE - WITH THE POWER OF TEN SHIFTED
001530* OUT KEPT IN WS-DIGIT-EXPONENT.
001540 01  WS-MANTISSA                 PIC 9(06)V9(24) COMP-3 VALUE 0.
001550 01  WS-DIGIT-EXPONENT           PIC 9(06) COMP VALUE 0.
001560 01  WS-MULTIPLIER               PIC 9(05) COMP VALUE 0.
001570*
001580 01  WS-DIGIT-COUNT              PIC 9(06) COMP VALUE 0.
001590 01  WS-TRAILING-ZEROS           PIC 9(05) COMP VALUE 0.
001600 01  WS-DIGIT-SUM                PIC 9(04) COMP VALUE 0.
001610 01  WS-DIGIT-VALUE              PIC 9(01) VALUE 0.
001620*
001630     COPY FACTBIG.
001640 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
001650     88  WS-OVERFLOW                        VALUE "Y".
001660 01  WS-BIG-FULL                 PIC X(60) VALUE SPACES.
001670 01  WS-BIG-GROUP-EDIT           PIC 9(4).
001680 01  WS-BIG-DISPLAY              PIC X(60) VALUE SPACES.
001690 01  WS-FULL-PTR                 PIC 9(3) COMP VALUE 1.
001700 01  WS-SCAN-POS                 PIC 9(3) COMP VALUE 1.
001710 01  IX                          PIC 9(02) COMP.
001720*
001730* NUMBER-TO-TEXT WORK AREA FOR THE FACTORIZATION TERMS.
001740 01  WS-TRIM-VALUE               PIC 9(06) VALUE 0.
001750 01  WS-TRIM-EDIT                PIC ZZZZZ9.
001760 01  WS-TRIM-POS                 PIC 9(02) COMP VALUE 0.
001770 01  WS-TERM                     PIC X(14) VALUE SPACES.
001780 01  WS-TERM-PTR                 PIC 9(02) COMP VALUE 1.
001790 01  WS-TERM-LEN                 PIC 9(02) COMP VALUE 0.
001800 01  WS-LINE-PTR                 PIC 9(03) COMP VALUE 1.
001810 01  WS-TERM-LIMIT               PIC 9(03) COMP VALUE 118.
001820*
001830 01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
001840 01  WS-RUN-DATE.
001850     05  WS-RD-YYYY              PIC 9(04).
001860     05  WS-RD-MM                PIC 9(02).
001870     05  WS-RD-DD                PIC 9(02).
001880 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001890*
001900 01  WS-REPORT-CONTROLS.
001910     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001920     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
001930     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 20.
001940 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001950 01  WS-PAGE-EDIT                PIC ZZ9.
001960 01  WS-VALUE-EDIT               PIC ZZZZ9.
001970 01  WS-DIGITS-EDIT              PIC ZZZZZ9.
001980 01  WS-ZEROS-EDIT               PIC ZZZZ9.
001990 01  WS-PRIMES-EDIT              PIC ZZZZ9.
002000 01  WS-SUM-EDIT                 PIC ZZZ9.
002010*
002020 01  RPT-TITLE-LINE              PIC X(132) VALUE
002030     "FACTORIAL PROPERTIES REPORT".
002040 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
002050 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
002060*
002070 PROCEDURE DIVISION.
002080*
002090*-----------------------------------------------------------
002100* 0000-MAINLINE - OPEN THE FILES AND BUILD THE SIEVE, THEN
002110* WORK OUT AND FILE THE PROPERTIES OF EVERY REQUESTED VALUE.
002120*-----------------------------------------------------------
002130 BEGIN.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF NOT WS-INIT-OK
002160         MOVE 16 TO RETURN-CODE
002170         GOBACK
002180     END-IF.
002190
002200     PERFORM 4000-READ-REQUEST THRU 4000-EXIT.
002210     PERFORM UNTIL SOURCE-EOF OR WS-EXTRACT-FAILED
002220         IF WS-REQUEST-GOOD
002230             PERFORM 3000-PROCESS-VALUE THRU 3000-EXIT
002240         ELSE
002250             PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT
002260         END-IF
002270         PERFORM 4000-READ-REQUEST THRU 4000-EXIT
002280     END-PERFORM.
002290
002300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002310     GOBACK.
002320*
002330*-----------------------------------------------------------
002340* 1000-INITIALIZE - TAKE THE INPUT CHOICE FROM PROPPARM, OPEN
002350* THE INPUT, THE REPORT, AND THE EXTRACT, WRITE THE EXTRACT
002360* HEADER, AND BUILD THE PRIME SIEVE.
002370*-----------------------------------------------------------
002380 1000-INITIALIZE.
002390     DISPLAY "FACTORIAL PROPERTIES REPORT".
002400     DISPLAY "---------------------------".
002410
002420     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
002430     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
002440         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002450     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.
002460
002470     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002480     IF NOT WS-INIT-OK
002490         GO TO 1000-EXIT
002500     END-IF.
002510
002520     IF WS-SOURCE-FACTXTR
002530         OPEN INPUT FACTXTR
002540         IF FACTXTR-STATUS NOT = "00"
002550             DISPLAY "UNABLE TO OPEN FACTXTR, STATUS = "
002560                 FACTXTR-STATUS
002570             MOVE "N" TO WS-INIT-SW
002580             GO TO 1000-EXIT
002590         END-IF
002600     ELSE
002610         OPEN INPUT FPROPIN
002620         IF FPROPIN-STATUS NOT = "00"
002630             DISPLAY "UNABLE TO OPEN FPROPIN, STATUS = "
002640                 FPROPIN-STATUS
002650             MOVE "N" TO WS-INIT-SW
002660             GO TO 1000-EXIT
002670         END-IF
002680     END-IF.
002690
002700     OPEN OUTPUT PROP-REPORT.
002710     IF PROPRPT-STATUS NOT = "00"
002720         DISPLAY "UNABLE TO OPEN PROPRPT, STATUS = "
002730             PROPRPT-STATUS
002740         MOVE "N" TO WS-INIT-SW
002750         GO TO 1000-EXIT
002760     END-IF.
002770
002780     OPEN OUTPUT PROPXTR.
002790     IF PROPXTR-STATUS NOT = "00"
002800         DISPLAY "UNABLE TO OPEN PROPXTR, STATUS = "
002810             PROPXTR-STATUS
002820         MOVE "N" TO WS-INIT-SW
002830         GO TO 1000-EXIT
002840     END-IF.
002850     MOVE SPACES TO XTR-HEADER-RECORD.
002860     MOVE "H" TO XH-RECORD-TYPE.
002870     MOVE WS-RUN-ID(1:8) TO XH-RUN-DATE.
002880     MOVE "FACTPROP" TO XH-SOURCE-PROGRAM.
002890     MOVE WS-RUN-ID TO XH-RUN-ID.
002900     WRITE XTR-HEADER-RECORD.
002902     IF PROPXTR-STATUS NOT = "00"
002904         DISPLAY "UNABLE TO WRITE PROPXTR HEADER, STATUS = "
002906             PROPXTR-STATUS
002908         MOVE "Y" TO WS-EXTRACT-FAIL-SW
002909     END-IF.
002910
002920     PERFORM 1200-BUILD-PRIME-SIEVE THRU 1200-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950*
002960*-----------------------------------------------------------
002970* 1100-READ-CONTROL-CARD - A MISSING OR EMPTY PROPPARM MEANS
002980* THE FPROPIN REQUEST FILE; AN UNKNOWN SOURCE CODE STOPS THE
002990* RUN RATHER THAN GUESS.
003000*-----------------------------------------------------------
003010 1100-READ-CONTROL-CARD.
003020     OPEN INPUT PROPPARM.
003030     IF PROPPARM-STATUS NOT = "00"
003040         DISPLAY "NO PROPPARM CARD - READING FPROPIN"
003050         GO TO 1100-EXIT
003060     END-IF.
003070
003080     READ PROPPARM
003090         AT END
003100             MOVE SPACES TO PROPPARM-RECORD
003110     END-READ.
003120     EVALUATE TRUE
003130         WHEN PR-SOURCE-REQUESTS
003140             MOVE "R" TO WS-SOURCE
003150             DISPLAY "READING REQUESTS FROM FPROPIN"
003160         WHEN PR-SOURCE-FACTXTR
003170             MOVE "X" TO WS-SOURCE
003180             DISPLAY "READING VALUES FROM FACTXTR"
003190         WHEN OTHER
003200             DISPLAY "PROPPARM SOURCE MUST BE R OR X, GOT "
003210                 PR-SOURCE
003220             MOVE "N" TO WS-INIT-SW
003230     END-EVALUATE.
003240     CLOSE PROPPARM.
003250 1100-EXIT.
003260     EXIT.
003270*
003280*-----------------------------------------------------------
003290* 1200-BUILD-PRIME-SIEVE - SIEVE OF ERATOSTHENES OVER 1-99999:
003300* FOR EACH PRIME P UP TO THE SQUARE ROOT OF THE LIMIT, MARK
003310* EVERY MULTIPLE FROM P*P UPWARD AS COMPOSITE.
003320*-----------------------------------------------------------
003330 1200-BUILD-PRIME-SIEVE.
003340     MOVE ALL "N" TO WS-SIEVE-TABLE.
003350     MOVE "Y" TO WS-COMPOSITE(1).
003360     PERFORM VARYING WS-SIEVE-P FROM 2 BY 1
003370             UNTIL WS-SIEVE-P * WS-SIEVE-P > WS-SIEVE-LIMIT
003380         IF WS-COMPOSITE(WS-SIEVE-P) = "N"
003390             COMPUTE WS-SIEVE-M = WS-SIEVE-P * WS-SIEVE-P
003400             PERFORM VARYING WS-SIEVE-M FROM WS-SIEVE-M
003410                     BY WS-SIEVE-P
003420                     UNTIL WS-SIEVE-M > WS-SIEVE-LIMIT
003430                 MOVE "Y" TO WS-COMPOSITE(WS-SIEVE-M)
003440             END-PERFORM
003450         END-IF
003460     END-PERFORM.
003470 1200-EXIT.
003480     EXIT.
003490*
003500*-----------------------------------------------------------
003510* 3000-PROCESS-VALUE - WORK OUT EVERY PROPERTY OF N! FOR THE
003520* CURRENT VALUE, THEN PRINT AND EXTRACT THEM.
003530*-----------------------------------------------------------
003540 3000-PROCESS-VALUE.
003550     ADD 1 TO WS-VALUE-COUNT.
003560
003570     PERFORM 3300-FACTOR-VALUE THRU 3300-EXIT.
003580
003590* N! IS COMPUTED IN FULL ONLY TO SEE WHETHER IT FITS; THE
003600* FACTORIAL ENGINE STOPS AS SOON AS IT OVERFLOWS, SO A LARGE N
003610* COSTS NOTHING HERE.
003620     MOVE "N" TO WS-OVERFLOW-SW.
003630     CALL "FACTORIAL" USING WS-CURRENT-VALUE FACT-BIG-NUMBER
003640         WS-OVERFLOW-SW.
003650     IF WS-OVERFLOW
003660         PERFORM 3100-COUNT-DIGITS THRU 3100-EXIT
003670         MOVE 0 TO WS-DIGIT-SUM
003680         MOVE SPACES TO WS-BIG-DISPLAY
003690     ELSE
003700         ADD 1 TO WS-EXACT-COUNT
003710         PERFORM 3200-FORMAT-BIG-RESULT THRU 3200-EXIT
003720     END-IF.
003730
003740     PERFORM 5200-WRITE-VALUE-BLOCK THRU 5200-EXIT.
003750     PERFORM 6000-WRITE-PROPERTY-RECORDS THRU 6000-EXIT.
003760 3000-EXIT.
003770     EXIT.
003780*
003790*-----------------------------------------------------------
003800* 3100-COUNT-DIGITS - EXACT DIGIT COUNT OF AN N! TOO LARGE TO
003810* HOLD: MULTIPLY THE LEADING DIGITS BY 2, 3, ..., N, SHIFTING
003820* A POWER OF TEN OUT WHENEVER THEY REACH 10. THE DIGIT COUNT
003830* IS THE NUMBER OF SHIFTS PLUS ONE.
003840*-----------------------------------------------------------
003850 3100-COUNT-DIGITS.
003860     MOVE 1 TO WS-MANTISSA.
003870     MOVE 0 TO WS-DIGIT-EXPONENT.
003880     PERFORM VARYING WS-MULTIPLIER FROM 2 BY 1
003890             UNTIL WS-MULTIPLIER > WS-CURRENT-VALUE
003900         MULTIPLY WS-MULTIPLIER BY WS-MANTISSA
003910         PERFORM UNTIL WS-MANTISSA < 10
003920             DIVIDE 10 INTO WS-MANTISSA
003930             ADD 1 TO WS-DIGIT-EXPONENT
003940         END-PERFORM
003950     END-PERFORM.
003960     COMPUTE WS-DIGIT-COUNT = WS-DIGIT-EXPONENT + 1.
003970 3100-EXIT.
003980     EXIT.
003990*
004000*-----------------------------------------------------------
004010* 3200-FORMAT-BIG-RESULT - N! FITS: LAY THE DIGIT GROUPS OUT
004020* AS A 60-DIGIT STRING, DROP THE LEADING ZEROS FOR THE REPORT,
004030* AND COUNT AND SUM THE DIGITS THAT ARE LEFT.
004040*-----------------------------------------------------------
004050 3200-FORMAT-BIG-RESULT.
004060     MOVE SPACES TO WS-BIG-FULL.
004070     MOVE 1 TO WS-FULL-PTR.
004080     PERFORM VARYING IX FROM 15 BY -1 UNTIL IX < 1
004090         MOVE FACT-BIG-GROUP(IX) TO WS-BIG-GROUP-EDIT
004100         STRING WS-BIG-GROUP-EDIT DELIMITED BY SIZE
004110             INTO WS-BIG-FULL
004120             WITH POINTER WS-FULL-PTR
004130     END-PERFORM.
004140
004150     MOVE "N" TO WS-FOUND-SW.
004160     PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
004170             UNTIL WS-SCAN-POS > 59
004180         IF WS-BIG-FULL(WS-SCAN-POS:1) NOT = "0"
004190             MOVE "Y" TO WS-FOUND-SW
004200         END-IF
004210         IF WS-FOUND
004220             EXIT PERFORM
004230         END-IF
004240     END-PERFORM.
004250
004260     MOVE SPACES TO WS-BIG-DISPLAY.
004270     MOVE WS-BIG-FULL(WS-SCAN-POS:) TO WS-BIG-DISPLAY.
004280     COMPUTE WS-DIGIT-COUNT = 61 - WS-SCAN-POS.
004290
004300     MOVE 0 TO WS-DIGIT-SUM.
004310     PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
004320             UNTIL WS-SCAN-POS > 60
004330         MOVE WS-BIG-FULL(WS-SCAN-POS:1) TO WS-DIGIT-VALUE
004340         ADD WS-DIGIT-VALUE TO WS-DIGIT-SUM
004350     END-PERFORM.
004360 3200-EXIT.
004370     EXIT.
004380*
004390*-----------------------------------------------------------
004400* 3300-FACTOR-VALUE - LEGENDRE'S FORMULA FOR EVERY PRIME P
004410* <= N: THE EXPONENT OF P IN N! IS N/P + N/P**2 + ...,
004420* EACH QUOTIENT ROUNDED DOWN, WORKED AS REPEATED DIVISION OF
004430* N BY P. THE EXPONENT OF 5 IS THE TRAILING-ZERO COUNT, SINCE
004440* THERE ARE ALWAYS MORE 2S THAN 5S TO PAIR WITH.
004450*-----------------------------------------------------------
004460 3300-FACTOR-VALUE.
004470     MOVE 0 TO WS-FACTOR-USED.
004480     MOVE 0 TO WS-TRAILING-ZEROS.
004490     PERFORM VARYING WS-SIEVE-P FROM 2 BY 1
004500             UNTIL WS-SIEVE-P > WS-CURRENT-VALUE
004510         IF WS-COMPOSITE(WS-SIEVE-P) = "N"
004520             ADD 1 TO WS-FACTOR-USED
004530             MOVE WS-SIEVE-P TO WS-FACTOR-PRIME(WS-FACTOR-USED)
004540             MOVE 0 TO WS-FACTOR-EXPONENT(WS-FACTOR-USED)
004550             MOVE WS-CURRENT-VALUE TO WS-LEGENDRE-Q
004560             PERFORM UNTIL WS-LEGENDRE-Q = 0
004570                 DIVIDE WS-SIEVE-P INTO WS-LEGENDRE-Q
004580                 ADD WS-LEGENDRE-Q
004590                     TO WS-FACTOR-EXPONENT(WS-FACTOR-USED)
004600             END-PERFORM
004610             IF WS-SIEVE-P = 5
004620                 MOVE WS-FACTOR-EXPONENT(WS-FACTOR-USED)
004630                     TO WS-TRAILING-ZEROS
004640             END-IF
004650         END-IF
004660     END-PERFORM.
004670 3300-EXIT.
004680     EXIT.
004690*
004700*-----------------------------------------------------------
004710* 4000-READ-REQUEST - DELIVER THE NEXT VALUE AND REQUESTER
004720* CODE FROM WHICHEVER INPUT PROPPARM CHOSE.
004730*-----------------------------------------------------------
004740 4000-READ-REQUEST.
004750     MOVE "Y" TO WS-REQUEST-GOOD-SW.
004760     IF WS-SOURCE-FACTXTR
004770         PERFORM 4200-READ-FACTXTR THRU 4200-EXIT
004780     ELSE
004790         PERFORM 4100-READ-FPROPIN THRU 4100-EXIT
004800     END-IF.
004810 4000-EXIT.
004820     EXIT.
004830*
004840*-----------------------------------------------------------
004850* 4100-READ-FPROPIN - READ THE NEXT REQUEST CARD. A VALUE
004860* FIELD THAT IS NOT FIVE DIGITS MARKS THE CARD BAD.
004870*-----------------------------------------------------------
004880 4100-READ-FPROPIN.
004890     READ FPROPIN
004900         AT END
004910             MOVE "Y" TO WS-SOURCE-EOF-SW
004920             GO TO 4100-EXIT
004930     END-READ.
004940     ADD 1 TO WS-READ-COUNT.
004950
004960     IF PI-VALUE-FIELD NOT NUMERIC
004970         MOVE "N" TO WS-REQUEST-GOOD-SW
004980         GO TO 4100-EXIT
004990     END-IF.
005000     MOVE PI-VALUE-NUMBER TO WS-CURRENT-VALUE.
005010     MOVE PI-REQUESTER-FIELD TO WS-CURRENT-REQUESTER.
005020 4100-EXIT.
005030     EXIT.
005040*
005050*-----------------------------------------------------------
005060* 4200-READ-FACTXTR - READ THE NEXT FACTXTR DETAIL, PASSING
005070* OVER THE "H" AND "T" CONTROL RECORDS.
005080*-----------------------------------------------------------
005090 4200-READ-FACTXTR.
005100     MOVE "N" TO WS-FOUND-SW.
005110     PERFORM UNTIL WS-FOUND OR SOURCE-EOF
005120         READ FACTXTR
005130             AT END
005140                 MOVE "Y" TO WS-SOURCE-EOF-SW
005150             NOT AT END
005160                 IF FR-INPUT-VALUE NUMERIC
005170                     MOVE "Y" TO WS-FOUND-SW
005180                 END-IF
005190         END-READ
005200     END-PERFORM.
005210     IF SOURCE-EOF
005220         GO TO 4200-EXIT
005230     END-IF.
005240
005250     ADD 1 TO WS-READ-COUNT.
005260     MOVE FR-INPUT-VALUE TO WS-CURRENT-VALUE.
005270     MOVE FR-REQUESTER-CODE TO WS-CURRENT-REQUESTER.
005280 4200-EXIT.
005290     EXIT.
005300*
005310*-----------------------------------------------------------
005320* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE: TITLE, RUN
005330* DATE, AND A BLANK SPACER LINE.
005340*-----------------------------------------------------------
005350 5000-WRITE-REPORT-HEADERS.
005360     ADD 1 TO WS-PAGE-COUNT.
005370     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
005380
005390     MOVE SPACES TO RPT-DATE-LINE.
005400     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
005410         "     PAGE: " WS-PAGE-EDIT
005420         DELIMITED BY SIZE INTO RPT-DATE-LINE.
005430
005440     WRITE PROP-REPORT-RECORD FROM RPT-TITLE-LINE
005450         AFTER ADVANCING TOP-OF-PAGE.
005460     WRITE PROP-REPORT-RECORD FROM RPT-DATE-LINE
005470         AFTER ADVANCING 1 LINE.
005480     MOVE SPACES TO PROP-REPORT-RECORD.
005490     WRITE PROP-REPORT-RECORD AFTER ADVANCING 1 LINE.
005500
005510     MOVE 3 TO WS-LINE-COUNT.
005520 5000-EXIT.
005530     EXIT.
005540*
005550*-----------------------------------------------------------
005560* 5100-WRITE-REPORT-LINE - FILE THE LINE IN RPT-DETAIL-LINE,
005570* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
005580*-----------------------------------------------------------
005590 5100-WRITE-REPORT-LINE.
005600     IF WS-LINE-COUNT >= WS-MAX-LINES
005610         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
005620     END-IF.
005630     WRITE PROP-REPORT-RECORD FROM RPT-DETAIL-LINE
005640         AFTER ADVANCING 1 LINE.
005650     ADD 1 TO WS-LINE-COUNT.
005660 5100-EXIT.
005670     EXIT.
005680*
005690*-----------------------------------------------------------
005700* 5200-WRITE-VALUE-BLOCK - PRINT ONE VALUE: THE HEADLINE
005710* FIGURES, THE VALUE AND DIGIT SUM WHEN N! FITS, THEN THE
005720* FACTORIZATION AS P^E TERMS, SMALLEST PRIME FIRST, WRAPPED
005730* ACROSS AS MANY LINES AS IT NEEDS.
005740*-----------------------------------------------------------
005750 5200-WRITE-VALUE-BLOCK.
005760     MOVE SPACES TO RPT-DETAIL-LINE.
005770     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005780     MOVE WS-CURRENT-VALUE TO WS-VALUE-EDIT.
005790     MOVE SPACES TO RPT-DETAIL-LINE.
005800     STRING "  N = " WS-VALUE-EDIT
005810         "     REQUESTER: " WS-CURRENT-REQUESTER
005820         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005830     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005840
005850     MOVE WS-DIGIT-COUNT TO WS-DIGITS-EDIT.
005860     MOVE WS-TRAILING-ZEROS TO WS-ZEROS-EDIT.
005870     MOVE WS-FACTOR-USED TO WS-PRIMES-EDIT.
005880     MOVE SPACES TO RPT-DETAIL-LINE.
005890     STRING "    DIGITS: " WS-DIGITS-EDIT
005900         "   TRAILING ZEROS: " WS-ZEROS-EDIT
005910         "   DISTINCT PRIMES: " WS-PRIMES-EDIT
005920         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005930     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005940
005950     MOVE SPACES TO RPT-DETAIL-LINE.
005960     IF WS-OVERFLOW
005970         MOVE "    DIGIT SUM: NOT GIVEN - N! EXCEEDS 60 DIGITS"
005980             TO RPT-DETAIL-LINE
005990         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006000     ELSE
006010         STRING "    VALUE: " WS-BIG-DISPLAY
006020             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006030         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006040         MOVE WS-DIGIT-SUM TO WS-SUM-EDIT
006050         MOVE SPACES TO RPT-DETAIL-LINE
006060         STRING "    DIGIT SUM: " WS-SUM-EDIT
006070             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006080         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006090     END-IF.
006100
006110     MOVE "    PRIME FACTORIZATION (P^E):" TO RPT-DETAIL-LINE.
006120     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006130     IF WS-FACTOR-USED = 0
006140         MOVE "      (NO PRIME FACTORS - N! IS 1)"
006150             TO RPT-DETAIL-LINE
006160         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006170         GO TO 5200-EXIT
006180     END-IF.
006190
006200     MOVE SPACES TO RPT-DETAIL-LINE.
006210     MOVE 7 TO WS-LINE-PTR.
006220     PERFORM VARYING WS-FACTOR-IX FROM 1 BY 1
006230             UNTIL WS-FACTOR-IX > WS-FACTOR-USED
006240         PERFORM 5250-ADD-FACTOR-TERM THRU 5250-EXIT
006250     END-PERFORM.
006260     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006270 5200-EXIT.
006280     EXIT.
006290*
006300*-----------------------------------------------------------
006310* 5250-ADD-FACTOR-TERM - BUILD "P^E" (JUST "P" WHEN THE
006320* EXPONENT IS 1) FOR THE CURRENT FACTOR AND APPEND IT TO THE
006330* LINE, FILING THE LINE FIRST WHEN THE TERM WILL NOT FIT.
006340*-----------------------------------------------------------
006350 5250-ADD-FACTOR-TERM.
006360     MOVE SPACES TO WS-TERM.
006370     MOVE 1 TO WS-TERM-PTR.
006380     MOVE WS-FACTOR-PRIME(WS-FACTOR-IX) TO WS-TRIM-VALUE.
006390     PERFORM 5300-TRIM-NUMBER THRU 5300-EXIT.
006400     STRING WS-TRIM-EDIT(WS-TRIM-POS:) DELIMITED BY SIZE
006410         INTO WS-TERM WITH POINTER WS-TERM-PTR.
006420     IF WS-FACTOR-EXPONENT(WS-FACTOR-IX) > 1
006430         MOVE WS-FACTOR-EXPONENT(WS-FACTOR-IX) TO WS-TRIM-VALUE
006440         PERFORM 5300-TRIM-NUMBER THRU 5300-EXIT
006450         STRING "^" WS-TRIM-EDIT(WS-TRIM-POS:)
006460             DELIMITED BY SIZE
006470             INTO WS-TERM WITH POINTER WS-TERM-PTR
006480     END-IF.
006490     COMPUTE WS-TERM-LEN = WS-TERM-PTR - 1.
006500
006510     IF WS-LINE-PTR + WS-TERM-LEN > WS-TERM-LIMIT
006520         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006530         MOVE SPACES TO RPT-DETAIL-LINE
006540         MOVE 7 TO WS-LINE-PTR
006550     END-IF.
006560     STRING WS-TERM(1:WS-TERM-LEN) "  " DELIMITED BY SIZE
006570         INTO RPT-DETAIL-LINE WITH POINTER WS-LINE-PTR.
006580 5250-EXIT.
006590     EXIT.
006600*
006610*-----------------------------------------------------------
006620* 5300-TRIM-NUMBER - EDIT WS-TRIM-VALUE AND POINT WS-TRIM-POS
006630* AT ITS FIRST SIGNIFICANT CHARACTER.
006640*-----------------------------------------------------------
006650 5300-TRIM-NUMBER.
006660     MOVE WS-TRIM-VALUE TO WS-TRIM-EDIT.
006670     MOVE "N" TO WS-FOUND-SW.
006680     PERFORM VARYING WS-TRIM-POS FROM 1 BY 1
006690             UNTIL WS-TRIM-POS > 5
006700         IF WS-TRIM-EDIT(WS-TRIM-POS:1) NOT = SPACE
006710             MOVE "Y" TO WS-FOUND-SW
006720         END-IF
006730         IF WS-FOUND
006740             EXIT PERFORM
006750         END-IF
006760     END-PERFORM.
006770 5300-EXIT.
006780     EXIT.
006790*
006800*-----------------------------------------------------------
006810* 5400-WRITE-REJECT-LINE - A REQUEST CARD WHOSE VALUE IS NOT
006820* FIVE DIGITS IS LISTED WITH ITS CARD IMAGE AND SKIPPED.
006830*-----------------------------------------------------------
006840 5400-WRITE-REJECT-LINE.
006850     ADD 1 TO WS-REJECT-COUNT.
006860     MOVE SPACES TO RPT-DETAIL-LINE.
006870     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006880     STRING "  REJECTED - VALUE NOT NUMERIC: " FPROPIN-RECORD
006890         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006900     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006910 5400-EXIT.
006920     EXIT.
006930*
006940*-----------------------------------------------------------
006950* 5500-WRITE-REPORT-TOTALS - FILE THE RUN COUNTS.
006960*-----------------------------------------------------------
006970 5500-WRITE-REPORT-TOTALS.
006980     MOVE SPACES TO RPT-DETAIL-LINE.
006990     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007000     MOVE WS-VALUE-COUNT TO WS-COUNT-EDIT.
007010     STRING "  VALUES REPORTED:       " WS-COUNT-EDIT
007020         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007030     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007040     MOVE WS-EXACT-COUNT TO WS-COUNT-EDIT.
007050     MOVE SPACES TO RPT-DETAIL-LINE.
007060     STRING "  WITHIN 60 DIGITS:      " WS-COUNT-EDIT
007070         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007080     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007090     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
007100     MOVE SPACES TO RPT-DETAIL-LINE.
007110     STRING "  REQUESTS REJECTED:     " WS-COUNT-EDIT
007120         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007130     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007140     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
007150     MOVE SPACES TO RPT-DETAIL-LINE.
007160     STRING "  EXTRACTED TO PROPXTR:  " WS-COUNT-EDIT
007170         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
007180     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
007190 5500-EXIT.
007200     EXIT.
007210*
007220*-----------------------------------------------------------
007230* 6000-WRITE-PROPERTY-RECORDS - ONE "S" SUMMARY RECORD FOR THE
007240* VALUE, THEN ONE "F" RECORD PER PRIME FACTOR.
007250*-----------------------------------------------------------
007260 6000-WRITE-PROPERTY-RECORDS.
007270     MOVE SPACES TO FACTPROP-RECORD.
007280     MOVE "S" TO PP-RECORD-KIND.
007290     MOVE WS-DIGIT-COUNT TO PP-DIGIT-COUNT.
007300     MOVE WS-TRAILING-ZEROS TO PP-TRAILING-ZEROS.
007310     MOVE WS-FACTOR-USED TO PP-PRIME-COUNT.
007320     IF WS-OVERFLOW
007330         MOVE "N" TO PP-DIGIT-SUM-IND
007340         MOVE 0 TO PP-DIGIT-SUM
007350     ELSE
007360         MOVE "Y" TO PP-DIGIT-SUM-IND
007370         MOVE WS-DIGIT-SUM TO PP-DIGIT-SUM
007380     END-IF.
007390     PERFORM 6100-WRITE-EXTRACT-RECORD THRU 6100-EXIT.
007400
007410     PERFORM VARYING WS-FACTOR-IX FROM 1 BY 1
007420             UNTIL WS-FACTOR-IX > WS-FACTOR-USED
007430                OR WS-EXTRACT-FAILED
007440         MOVE SPACES TO FACTPROP-RECORD
007450         MOVE "F" TO PP-RECORD-KIND
007460         MOVE WS-FACTOR-PRIME(WS-FACTOR-IX) TO PP-PRIME
007470         MOVE WS-FACTOR-EXPONENT(WS-FACTOR-IX) TO PP-EXPONENT
007480         PERFORM 6100-WRITE-EXTRACT-RECORD THRU 6100-EXIT
007490     END-PERFORM.
007500 6000-EXIT.
007510     EXIT.
007520*
007530*-----------------------------------------------------------
007540* 6100-WRITE-EXTRACT-RECORD - STAMP THE VALUE, REQUESTER, AND
007550* DATE ON THE DETAIL BUILT BY THE CALLER, WRITE IT, AND FOLD
007560* IT INTO THE TRAILER COUNT AND HASH.
007570*-----------------------------------------------------------
007580 6100-WRITE-EXTRACT-RECORD.
007590     MOVE WS-CURRENT-VALUE TO PP-INPUT-VALUE.
007600     MOVE WS-CURRENT-REQUESTER TO PP-REQUESTER-CODE.
007610     MOVE WS-RD-YYYY TO PP-CALC-YYYY.
007620     MOVE WS-RD-MM TO PP-CALC-MM.
007630     MOVE WS-RD-DD TO PP-CALC-DD.
007640     WRITE FACTPROP-RECORD.
007650     IF PROPXTR-STATUS = "00"
007660         ADD 1 TO WS-EXTRACT-COUNT
007670         COMPUTE WS-XTR-HASH =
007680             FUNCTION MOD(WS-XTR-HASH + WS-CURRENT-VALUE,
007690             1000000000000)
007700     ELSE
007710         DISPLAY "UNABLE TO WRITE PROPXTR, STATUS = "
007720             PROPXTR-STATUS
007730         MOVE "Y" TO WS-EXTRACT-FAIL-SW
007740     END-IF.
007750 6100-EXIT.
007760     EXIT.
007770*
007780*-----------------------------------------------------------
007790* 8000-TERMINATE - FILE THE TOTALS AND THE EXTRACT TRAILER,
007800* CLOSE UP, AND SET THE CONDITION CODE.
007810*-----------------------------------------------------------
007820 8000-TERMINATE.
007830     PERFORM 5500-WRITE-REPORT-TOTALS THRU 5500-EXIT.
007840
007850     MOVE SPACES TO XTR-TRAILER-RECORD.
007860     MOVE "T" TO XT-RECORD-TYPE.
007870     MOVE WS-EXTRACT-COUNT TO XT-DETAIL-COUNT.
007880     MOVE WS-XTR-HASH TO XT-HASH-TOTAL.
007890     WRITE XTR-TRAILER-RECORD.
007892     IF PROPXTR-STATUS NOT = "00"
007894         DISPLAY "UNABLE TO WRITE PROPXTR TRAILER, STATUS = "
007896             PROPXTR-STATUS
007898         MOVE "Y" TO WS-EXTRACT-FAIL-SW
007899     END-IF.
007900
007910     IF WS-SOURCE-FACTXTR
007920         CLOSE FACTXTR
007930     ELSE
007940         CLOSE FPROPIN
007950     END-IF.
007960     CLOSE PROP-REPORT.
007970     CLOSE PROPXTR.
007980
007990     MOVE WS-VALUE-COUNT TO WS-COUNT-EDIT.
008000     DISPLAY "VALUES REPORTED:       " WS-COUNT-EDIT.
008010     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
008020     DISPLAY "REQUESTS REJECTED:     " WS-COUNT-EDIT.
008030     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
008040     DISPLAY "EXTRACT RECORDS:       " WS-COUNT-EDIT.
008050
008060     IF WS-EXTRACT-FAILED
008070         DISPLAY "PROPXTR INCOMPLETE - RERUN REQUIRED"
008080         MOVE 16 TO RETURN-CODE
008090     ELSE
008100         IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
008110             MOVE 4 TO RETURN-CODE
008120         END-IF
008130     END-IF.
008140 8000-EXIT.
008150     EXIT.
