000010* EXTRACT GENERATION CATALOG UTILITY. FACTXVFY KEEPS EVERY
000020* FACTXTR AND COMBXTR IT VERIFIES CLEAN AS A DATED GENERATION
000030* ON THE FXTRGEN STORE (RECORD LAYOUT FXGENREC) AND CATALOGUES
000040* IT ON FXTRCAT (RECORD LAYOUT FXCATREC), SO WHEN THE DOWNSTREAM
000050* GROUP REPORTS A BAD LOAD FROM SOME NIGHTS AGO THE EXTRACT
000060* THEY SHOULD HAVE HAD CAN BE SENT AGAIN. THIS PROGRAM LISTS
000070* THE CATALOG (XGENRPT), PURGES GENERATIONS PAST A RETENTION
000080* PERIOD, AND RE-SENDS A CHOSEN GENERATION BY RUN ID OR BY
000090* DATE TO THE XTRSEND TRANSMISSION FILE - BUT ONLY AFTER
000100* RE-VERIFYING IT AGAINST ITS CATALOG ENTRY AND ITS OWN XTRCTL
000110* HEADER AND TRAILERS. EVERY RE-SEND, DELIVERED OR REFUSED, IS
000120* LOGGED TO FACTAUD AS A RESEND EVENT SO THERE IS A RECORD OF
000130* WHAT WAS DELIVERED AND WHEN.
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. FACTXGEN.
000160 AUTHOR. JAMES HILL.
000170 INSTALLATION. COMBINATORICS BATCH GROUP.
000180 DATE-WRITTEN. 2026-10-15.
000190 DATE-COMPILED.
000200*
000210*-----------------------------------------------------------
000220* MODIFICATION HISTORY
000230*-----------------------------------------------------------
000240*    2026-10-15  JH  ORIGINAL VERSION. THE XGENPARM CONTROL
000250*                    CARD DRIVES ALL THREE FUNCTIONS:
000260*                      COL 1      "L" LIST, "P" PURGE OR
000270*                                 "R" RE-SEND
000280*                      COL 2      FILE TYPE, "F" FACTXTR OR "C"
000290*                                 COMBXTR (SPACE = BOTH; A
000300*                                 RE-SEND BY DATE NEEDS ONE)
000310*                      COLS 3-5   PURGE: RETENTION IN DAYS
000320*                                 (001-999) - A GENERATION WHOSE
000330*                                 RUN DATE IS MORE DAYS BEFORE
000340*                                 TODAY THAN THIS IS PURGED
000350*                      COLS 6-19  RE-SEND: THE 14-DIGIT RUN ID,
000360*                                 OR THE RUN DATE YYYYMMDD AND
000370*                                 SPACES (THE LATEST GENERATION
000380*                                 KEPT FOR THAT DATE IS SENT)
000390*                    LIKE THE FACTAUDR PURGE, A PURGE WRITES THE
000400*                    CATALOG WITH THE PURGED ENTRIES MARKED TO
000410*                    FXTRCATN AND THE SURVIVING GENERATIONS TO
000420*                    FXTRGENN, FOR THE JOB STREAM TO SWAP IN.
000430*                    CONDITION CODES FOLLOW THE SUITE
000440*                    CONVENTION: 0 DONE, 8 A RE-SEND REFUSED (NO
000450*                    SUCH GENERATION, OR IT FAILED
000460*                    RE-VERIFICATION), 16 THE CARD IS UNUSABLE,
000470*                    A FILE WOULD NOT OPEN OR WRITE, OR THE
000471*                    RE-SEND COULD NOT BE LOGGED TO FACTAUD.
000472*    2026-10-15  JH  A GENERATION'S STORE RECORDS ARE NOW
000474*                    PICKED OUT BY THE CATALOG DATE AND TIME OF
000476*                    ITS ENTRY AS WELL AS THE TYPE, RUN DATE
000478*                    AND RUN ID, SO RECORDS LEFT BY A FAILED
000479*                    KEEP ARE NEVER RE-VERIFIED OR SENT.
000480*-----------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     C01 IS TOP-OF-PAGE.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT XGENPARM ASSIGN TO XGENPARM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS XGENPARM-STATUS.
000580     SELECT FXTRCAT ASSIGN TO FXTRCAT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FXTRCAT-STATUS.
000610     SELECT FXTRGEN ASSIGN TO FXTRGEN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FXTRGEN-STATUS.
000640     SELECT FXTRCATN ASSIGN TO FXTRCATN
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FXTRCATN-STATUS.
000670     SELECT FXTRGENN ASSIGN TO FXTRGENN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FXTRGENN-STATUS.
000700     SELECT XTRSEND ASSIGN TO XTRSEND
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS XTRSEND-STATUS.
000730     SELECT FACTAUD ASSIGN TO FACTAUD
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FACTAUD-STATUS.
000760     SELECT XGEN-REPORT ASSIGN TO XGENRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS XGENRPT-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  XGENPARM
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  XGENPARM-RECORD.
000860     05  XP-FUNCTION             PIC X(01).
000870         88  XP-FUNC-LIST                  VALUE "L".
000880         88  XP-FUNC-PURGE                 VALUE "P".
000890         88  XP-FUNC-RESEND                VALUE "R".
000900     05  XP-FILE-TYPE            PIC X(01).
000910         88  XP-TYPE-VALID                 VALUE "F" "C" " ".
000920     05  XP-RETENTION-DAYS       PIC X(03).
000930     05  XP-RETENTION-DAYS-N REDEFINES XP-RETENTION-DAYS
000940                                 PIC 9(03).
000950     05  XP-RESEND-KEY           PIC X(14).
000960     05  XP-RESEND-BY-DATE REDEFINES XP-RESEND-KEY.
000970         10  XP-RESEND-DATE      PIC X(08).
000980         10  XP-RESEND-DATE-REST PIC X(06).
000990     05  FILLER                  PIC X(61).
001000*
001010 FD  FXTRCAT
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY FXCATREC.
001050*
001060 FD  FXTRGEN
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY FXGENREC.
001100     COPY XTRCTL.
001110*
001120 FD  FXTRCATN
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  FXTRCATN-RECORD             PIC X(100).
001160*
001170 FD  FXTRGENN
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  FXTRGENN-RECORD             PIC X(237).
001210*
001220 FD  XTRSEND
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  XTRSEND-RECORD              PIC X(200).
001260*
001270 FD  FACTAUD
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY FAUDREC.
001310*
001320 FD  XGEN-REPORT
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  XGEN-REPORT-RECORD          PIC X(132).
001360*
001370 WORKING-STORAGE SECTION.
001380 01  WS-SWITCHES.
001390     05  WS-INIT-SW              PIC X(01) VALUE "Y".
001400         88  WS-INIT-OK                     VALUE "Y".
001410     05  WS-FXTRCAT-EOF-SW       PIC X(01) VALUE "N".
001420         88  FXTRCAT-EOF                   VALUE "Y".
001430     05  WS-FXTRGEN-EOF-SW       PIC X(01) VALUE "N".
001440         88  FXTRGEN-EOF                   VALUE "Y".
001450     05  WS-OUTPUT-FAILED-SW     PIC X(01) VALUE "N".
001460         88  WS-OUTPUT-FAILED               VALUE "Y".
001470     05  WS-GEN-GOOD-SW          PIC X(01) VALUE "Y".
001480         88  WS-GEN-GOOD                    VALUE "Y".
001490     05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
001500         88  WS-HEADER-SEEN                 VALUE "Y".
001510     05  WS-EXPIRED-SW           PIC X(01) VALUE "N".
001520         88  WS-EXPIRED                     VALUE "Y".
001530     05  WS-NO-CATALOG-SW        PIC X(01) VALUE "N".
001540         88  WS-NO-CATALOG                  VALUE "Y".
001542     05  WS-AUDIT-FAIL-SW        PIC X(01) VALUE "N".
001544         88  WS-AUDIT-FAILED                VALUE "Y".
001550*
001560 01  WS-FILE-STATUSES.
001570     05  XGENPARM-STATUS         PIC X(02) VALUE SPACES.
001580     05  FXTRCAT-STATUS          PIC X(02) VALUE SPACES.
001590     05  FXTRGEN-STATUS          PIC X(02) VALUE SPACES.
001600     05  FXTRCATN-STATUS         PIC X(02) VALUE SPACES.
001610     05  FXTRGENN-STATUS         PIC X(02) VALUE SPACES.
001620     05  XTRSEND-STATUS          PIC X(02) VALUE SPACES.
001630     05  FACTAUD-STATUS          PIC X(02) VALUE SPACES.
001640     05  XGENRPT-STATUS          PIC X(02) VALUE SPACES.
001650*
001660* WHAT THE CONTROL CARD ASKED FOR.
001670 01  WS-FUNCTION                 PIC X(01) VALUE SPACE.
001680     88  WS-FUNC-LIST                       VALUE "L".
001690     88  WS-FUNC-PURGE                      VALUE "P".
001700     88  WS-FUNC-RESEND                     VALUE "R".
001710 01  WS-TYPE-FILTER              PIC X(01) VALUE SPACE.
001720     88  WS-ALL-TYPES                       VALUE SPACE.
001730 01  WS-RETENTION-DAYS           PIC 9(03) VALUE 0.
001740 01  WS-RESEND-KEY               PIC X(14) VALUE SPACES.
001750 01  WS-KEY-KIND                 PIC X(01) VALUE SPACE.
001760     88  WS-KEY-RUN-ID                      VALUE "I".
001770     88  WS-KEY-DATE                        VALUE "D".
001780 01  WS-RESEND-DATE              PIC 9(08) VALUE 0.
001790*
001800* THE GENERATION CHOSEN FOR A RE-SEND, AS CATALOGUED. UNTIL
001810* ONE IS FOUND THE TYPE AND RUN ID HOLD WHAT THE CARD ASKED
001820* FOR, SO A REFUSED RE-SEND IS LOGGED UNDER THAT.
001830 01  WS-SELECTED-GENERATION.
001840     05  WS-SEL-TYPE             PIC X(01) VALUE SPACE.
001850     05  WS-SEL-DATE             PIC 9(08) VALUE 0.
001860     05  WS-SEL-RUN-ID           PIC X(14) VALUE SPACES.
001870     05  WS-SEL-SOURCE           PIC X(08) VALUE SPACES.
001880     05  WS-SEL-COUNT            PIC 9(08) VALUE 0.
001890     05  WS-SEL-HASH             PIC 9(12) VALUE 0.
001900     05  WS-SEL-PURGE-DATE       PIC 9(08) VALUE 0.
001902     05  WS-SEL-CATALOG-DATE     PIC 9(08) VALUE 0.
001904     05  WS-SEL-CATALOG-TIME     PIC 9(06) VALUE 0.
001910 01  WS-SEL-KEY.
001920     05  WS-SK-FILE-TYPE         PIC X(01).
001930     05  WS-SK-GEN-DATE          PIC 9(08).
001940     05  WS-SK-RUN-ID            PIC X(14).
001942     05  WS-SK-CATALOG-DATE      PIC 9(08).
001944     05  WS-SK-CATALOG-TIME      PIC 9(06).
001950 01  WS-MATCH-COUNTS.
001960     05  WS-KEPT-MATCH-COUNT     PIC 9(08) COMP VALUE 0.
001970     05  WS-PURGED-MATCH-COUNT   PIC 9(08) COMP VALUE 0.
001980     05  WS-FAILED-MATCH-COUNT   PIC 9(08) COMP VALUE 0.
001990*
002000* RE-VERIFICATION OF THE CHOSEN GENERATION, AS FACTXVFY DOES
002010* IT: DETAILS COUNTED AND HASHED ON THEIR INPUT VALUE(S),
002020* TRAILER COUNTS AND HASHES SUMMED.
002030 01  WS-VERIFY-COUNTS.
002040     05  WS-DETAIL-COUNT         PIC 9(08) COMP VALUE 0.
002050     05  WS-TRAILER-COUNT        PIC 9(08) COMP VALUE 0.
002060     05  WS-EXPECTED-COUNT       PIC 9(08) COMP VALUE 0.
002070     05  WS-BAD-DETAIL-COUNT     PIC 9(08) COMP VALUE 0.
002080     05  WS-SENT-COUNT           PIC 9(08) COMP VALUE 0.
002090 01  WS-DETAIL-HASH              PIC 9(12) COMP VALUE 0.
002100 01  WS-EXPECTED-HASH            PIC 9(12) COMP VALUE 0.
002110 01  WS-VALUE-N                  PIC 9(05) VALUE 0.
002120 01  WS-VALUE-R                  PIC 9(05) VALUE 0.
002130*
002140 01  WS-PURGE-COUNTS.
002150     05  WS-CAT-READ-COUNT       PIC 9(08) COMP VALUE 0.
002160     05  WS-CAT-PURGED-COUNT     PIC 9(08) COMP VALUE 0.
002170     05  WS-GEN-READ-COUNT       PIC 9(08) COMP VALUE 0.
002180     05  WS-GEN-DROPPED-COUNT    PIC 9(08) COMP VALUE 0.
002190     05  WS-GEN-KEPT-COUNT       PIC 9(08) COMP VALUE 0.
002200 01  WS-CHECK-DATE               PIC 9(08) VALUE 0.
002210 01  WS-CHECK-TYPE               PIC X(01) VALUE SPACE.
002220 01  WS-TODAY-DAYS               PIC 9(08) COMP VALUE 0.
002230 01  WS-CHECK-DAYS               PIC 9(08) COMP VALUE 0.
002240*
002250 01  WS-LIST-COUNTS.
002260     05  WS-LIST-COUNT           PIC 9(08) COMP VALUE 0.
002270     05  WS-LIST-KEPT-COUNT      PIC 9(08) COMP VALUE 0.
002280     05  WS-LIST-FAILED-COUNT    PIC 9(08) COMP VALUE 0.
002290     05  WS-LIST-PURGED-COUNT    PIC 9(08) COMP VALUE 0.
002300*
002310 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002320 01  WS-AUDIT-OUTCOME            PIC X(01) VALUE SPACE.
002330 01  WS-AUDIT-NOTE               PIC X(17) VALUE SPACES.
002340 01  WS-RUN-TIME.
002350     05  WS-RT-HH                PIC 9(02).
002360     05  WS-RT-MM                PIC 9(02).
002370     05  WS-RT-SS                PIC 9(02).
002380 01  WS-RUN-DATE.
002390     05  WS-RD-YYYY              PIC 9(04).
002400     05  WS-RD-MM                PIC 9(02).
002410     05  WS-RD-DD                PIC 9(02).
002420 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002430                                 PIC 9(08).
002440 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
002450 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
002460*
002470 01  WS-REPORT-CONTROLS.
002480     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
002490     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
002500     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 40.
002510 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
002520 01  WS-HASH-EDIT                PIC ZZZZZZZZZZZ9.
002530 01  WS-PAGE-EDIT                PIC ZZ9.
002540*
002550 01  RPT-TITLE-LINE              PIC X(132) VALUE
002560     "EXTRACT GENERATION CATALOG LISTING".
002570 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
002580 01  RPT-COLUMN-LINE.
002590     05  FILLER                  PIC X(41) VALUE
002600         "  T  GEN DATE  RUN ID          SOURCE    ".
002610     05  FILLER                  PIC X(49) VALUE
002620         " DETAILS    HASH TOTAL  RESULT  CATALOGUED       ".
002630     05  FILLER                  PIC X(42) VALUE
002640         "STATUS    PURGED".
002650 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
002660*
002670     COPY FACHPARM.
002680*
002690 PROCEDURE DIVISION.
002700*
002710*-----------------------------------------------------------
002720* 0000-MAINLINE - READ THE CONTROL CARD AND RUN THE FUNCTION
002730* IT ASKS FOR. A RE-SEND OUTCOME THAT COULD NOT BE LOGGED TO
002735* FACTAUD ENDS THE RUN WITH CODE 16, WHATEVER ELSE HAPPENED.
002740*-----------------------------------------------------------
002750 BEGIN.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     IF NOT WS-INIT-OK
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF.
002810
002820     EVALUATE TRUE
002830         WHEN WS-FUNC-LIST
002840             PERFORM 2000-LIST-CATALOG THRU 2000-EXIT
002850         WHEN WS-FUNC-PURGE
002860             PERFORM 3000-PURGE-GENERATIONS THRU 3000-EXIT
002870         WHEN WS-FUNC-RESEND
002880             PERFORM 4000-RESEND-GENERATION THRU 4000-EXIT
002890     END-EVALUATE.
002892     IF WS-AUDIT-FAILED
002894         DISPLAY "RESEND NOT LOGGED TO FACTAUD"
002896         MOVE 16 TO RETURN-CODE
002898     END-IF.
002900     GOBACK.
002910*
002920*-----------------------------------------------------------
002930* 1000-INITIALIZE - GET THE RUN DATE AND OPERATOR, THEN READ
002940* AND CHECK THE XGENPARM CARD.
002950*-----------------------------------------------------------
002960 1000-INITIALIZE.
002970     DISPLAY "EXTRACT GENERATION CATALOG UTILITY".
002980     DISPLAY "----------------------------------".
002990
003000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
003010     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
003020         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003030
003040     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
003050     IF WS-OPERATOR-ID = SPACES
003060         MOVE "BATCH" TO WS-OPERATOR-ID
003070     END-IF.
003080
003090     OPEN INPUT XGENPARM.
003100     IF XGENPARM-STATUS NOT = "00"
003110         DISPLAY "UNABLE TO OPEN XGENPARM, STATUS = "
003120             XGENPARM-STATUS
003130         MOVE "N" TO WS-INIT-SW
003140         GO TO 1000-EXIT
003150     END-IF.
003160     READ XGENPARM
003170         AT END
003180             DISPLAY "XGENPARM IS EMPTY - NOTHING TO DO"
003190             MOVE "N" TO WS-INIT-SW
003200     END-READ.
003210     CLOSE XGENPARM.
003220     IF NOT WS-INIT-OK
003230         GO TO 1000-EXIT
003240     END-IF.
003250
003260     MOVE XP-FUNCTION TO WS-FUNCTION.
003270     IF NOT XP-TYPE-VALID
003280         DISPLAY "XGENPARM FILE TYPE MUST BE F, C OR SPACE, GOT "
003290             XP-FILE-TYPE
003300         MOVE "N" TO WS-INIT-SW
003310         GO TO 1000-EXIT
003320     END-IF.
003330     MOVE XP-FILE-TYPE TO WS-TYPE-FILTER.
003340
003350     EVALUATE TRUE
003360         WHEN WS-FUNC-LIST
003370             DISPLAY "FUNCTION: LIST THE CATALOG"
003380         WHEN WS-FUNC-PURGE
003390             PERFORM 1100-CHECK-PURGE-CARD THRU 1100-EXIT
003400         WHEN WS-FUNC-RESEND
003410             PERFORM 1200-CHECK-RESEND-CARD THRU 1200-EXIT
003420         WHEN OTHER
003430             DISPLAY "XGENPARM FUNCTION MUST BE L, P OR R, GOT "
003440                 XP-FUNCTION
003450             MOVE "N" TO WS-INIT-SW
003460     END-EVALUATE.
003470     IF NOT WS-INIT-OK
003480         GO TO 1000-EXIT
003490     END-IF.
003500
003510     IF WS-ALL-TYPES
003520         DISPLAY "FILE TYPE: BOTH"
003530     ELSE
003540         DISPLAY "FILE TYPE: " WS-TYPE-FILTER
003550     END-IF.
003560 1000-EXIT.
003570     EXIT.
003580*
003590*-----------------------------------------------------------
003600* 1100-CHECK-PURGE-CARD - A PURGE NEEDS A RETENTION PERIOD OF
003610* AT LEAST ONE DAY.
003620*-----------------------------------------------------------
003630 1100-CHECK-PURGE-CARD.
003640     IF XP-RETENTION-DAYS NOT NUMERIC
003650             OR XP-RETENTION-DAYS-N = 0
003660         DISPLAY "XGENPARM RETENTION DAYS (COLS 3-5) MUST BE "
003670             "001-999, GOT " XP-RETENTION-DAYS
003680         MOVE "N" TO WS-INIT-SW
003690         GO TO 1100-EXIT
003700     END-IF.
003710     MOVE XP-RETENTION-DAYS-N TO WS-RETENTION-DAYS.
003720     DISPLAY "FUNCTION: PURGE GENERATIONS OLDER THAN "
003730         WS-RETENTION-DAYS " DAYS".
003740 1100-EXIT.
003750     EXIT.
003760*
003770*-----------------------------------------------------------
003780* 1200-CHECK-RESEND-CARD - A RE-SEND NAMES A 14-DIGIT RUN ID,
003790* OR A RUN DATE FOLLOWED BY SPACES. A DATE ALONE CANNOT SAY
003800* WHICH EXTRACT IS WANTED, SO IT NEEDS THE FILE TYPE TOO.
003810*-----------------------------------------------------------
003820 1200-CHECK-RESEND-CARD.
003830     MOVE XP-RESEND-KEY TO WS-RESEND-KEY.
003840     EVALUATE TRUE
003850         WHEN XP-RESEND-KEY NUMERIC
003860             MOVE "I" TO WS-KEY-KIND
003870             DISPLAY "FUNCTION: RE-SEND RUN ID " WS-RESEND-KEY
003880         WHEN XP-RESEND-DATE NUMERIC
003890                 AND XP-RESEND-DATE-REST = SPACES
003900             MOVE "D" TO WS-KEY-KIND
003910             MOVE XP-RESEND-DATE TO WS-RESEND-DATE
003920             DISPLAY "FUNCTION: RE-SEND THE GENERATION OF "
003930                 WS-RESEND-DATE
003940         WHEN OTHER
003950             DISPLAY "XGENPARM RE-SEND KEY (COLS 6-19) MUST BE A "
003960                 "RUN ID OR A DATE, GOT " XP-RESEND-KEY
003970             MOVE "N" TO WS-INIT-SW
003980             GO TO 1200-EXIT
003990     END-EVALUATE.
004000
004010     IF WS-KEY-DATE AND WS-ALL-TYPES
004020         DISPLAY "XGENPARM FILE TYPE (COL 2) IS NEEDED TO "
004030             "RE-SEND BY DATE"
004040         MOVE "N" TO WS-INIT-SW
004050     END-IF.
004060 1200-EXIT.
004070     EXIT.
004080*
004090*-----------------------------------------------------------
004100* 2000-LIST-CATALOG - FILE THE PRINTED CATALOG LISTING, ONE
004110* LINE PER ENTRY OF THE CHOSEN FILE TYPE(S), WITH TOTALS. A
004120* CATALOG THAT DOES NOT EXIST YET LISTS AS EMPTY.
004130*-----------------------------------------------------------
004140 2000-LIST-CATALOG.
004150     OPEN INPUT FXTRCAT.
004160     IF FXTRCAT-STATUS = "35"
004170         DISPLAY "FXTRCAT DOES NOT EXIST YET - NOTHING CATALOGUED"
004180         MOVE "Y" TO WS-NO-CATALOG-SW
004190         MOVE "Y" TO WS-FXTRCAT-EOF-SW
004200     ELSE
004210         IF FXTRCAT-STATUS NOT = "00"
004220             DISPLAY "UNABLE TO OPEN FXTRCAT, STATUS = "
004230                 FXTRCAT-STATUS
004240             MOVE 16 TO RETURN-CODE
004250             GO TO 2000-EXIT
004260         END-IF
004270     END-IF.
004280     OPEN OUTPUT XGEN-REPORT.
004290     IF XGENRPT-STATUS NOT = "00"
004300         DISPLAY "UNABLE TO OPEN XGENRPT, STATUS = "
004310             XGENRPT-STATUS
004320         IF NOT WS-NO-CATALOG
004330             CLOSE FXTRCAT
004340         END-IF
004350         MOVE 16 TO RETURN-CODE
004360         GO TO 2000-EXIT
004370     END-IF.
004380
004390     PERFORM 2100-WRITE-LIST-HEADERS THRU 2100-EXIT.
004400     PERFORM UNTIL FXTRCAT-EOF
004410         READ FXTRCAT
004420             AT END
004430                 MOVE "Y" TO WS-FXTRCAT-EOF-SW
004440             NOT AT END
004450                 IF WS-ALL-TYPES OR XC-FILE-TYPE = WS-TYPE-FILTER
004460                     PERFORM 2200-WRITE-LIST-DETAIL THRU 2200-EXIT
004470                 END-IF
004480         END-READ
004490     END-PERFORM.
004500     IF NOT WS-NO-CATALOG
004510         CLOSE FXTRCAT
004520     END-IF.
004530     IF WS-LIST-COUNT = 0
004540         MOVE "  (NO GENERATIONS CATALOGUED)" TO RPT-DETAIL-LINE
004550         WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
004560             AFTER ADVANCING 1 LINE
004570     END-IF.
004580
004590     MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
004600     MOVE SPACES TO RPT-DETAIL-LINE.
004610     STRING "  ENTRIES LISTED:      " WS-COUNT-EDIT
004620         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004630     WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
004640         AFTER ADVANCING 2 LINES.
004650     MOVE WS-LIST-KEPT-COUNT TO WS-COUNT-EDIT.
004660     MOVE SPACES TO RPT-DETAIL-LINE.
004670     STRING "  GENERATIONS KEPT:    " WS-COUNT-EDIT
004680         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004690     WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
004700         AFTER ADVANCING 1 LINE.
004710     MOVE WS-LIST-PURGED-COUNT TO WS-COUNT-EDIT.
004720     MOVE SPACES TO RPT-DETAIL-LINE.
004730     STRING "  GENERATIONS PURGED:  " WS-COUNT-EDIT
004740         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004750     WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
004760         AFTER ADVANCING 1 LINE.
004770     MOVE WS-LIST-FAILED-COUNT TO WS-COUNT-EDIT.
004780     MOVE SPACES TO RPT-DETAIL-LINE.
004790     STRING "  FAILED, NOT KEPT:    " WS-COUNT-EDIT
004800         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004810     WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
004820         AFTER ADVANCING 1 LINE.
004830
004840     CLOSE XGEN-REPORT.
004850     MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
004860     DISPLAY "CATALOG ENTRIES LISTED: " WS-COUNT-EDIT.
004870     DISPLAY "CATALOG LISTING FILED TO XGENRPT".
004880 2000-EXIT.
004890     EXIT.
004900*
004910*-----------------------------------------------------------
004920* 2100-WRITE-LIST-HEADERS - START A NEW LISTING PAGE: TITLE,
004930* RUN DATE, AND COLUMN HEADINGS.
004940*-----------------------------------------------------------
004950 2100-WRITE-LIST-HEADERS.
004960     ADD 1 TO WS-PAGE-COUNT.
004970     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
004980
004990     MOVE SPACES TO RPT-DATE-LINE.
005000     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
005010         "     PAGE: " WS-PAGE-EDIT
005020         DELIMITED BY SIZE INTO RPT-DATE-LINE.
005030
005040     WRITE XGEN-REPORT-RECORD FROM RPT-TITLE-LINE
005050         AFTER ADVANCING TOP-OF-PAGE.
005060     WRITE XGEN-REPORT-RECORD FROM RPT-DATE-LINE
005070         AFTER ADVANCING 1 LINE.
005080     MOVE SPACES TO XGEN-REPORT-RECORD.
005090     WRITE XGEN-REPORT-RECORD AFTER ADVANCING 1 LINE.
005100     WRITE XGEN-REPORT-RECORD FROM RPT-COLUMN-LINE
005110         AFTER ADVANCING 1 LINE.
005120
005130     MOVE 4 TO WS-LINE-COUNT.
005140 2100-EXIT.
005150     EXIT.
005160*
005170*-----------------------------------------------------------
005180* 2200-WRITE-LIST-DETAIL - FILE ONE CATALOG ENTRY, ROLLING TO
005190* A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
005200*-----------------------------------------------------------
005210 2200-WRITE-LIST-DETAIL.
005220     IF WS-LINE-COUNT >= WS-MAX-LINES
005230         PERFORM 2100-WRITE-LIST-HEADERS THRU 2100-EXIT
005240     END-IF.
005250     ADD 1 TO WS-LIST-COUNT.
005260
005270     MOVE SPACES TO RPT-DETAIL-LINE.
005280     MOVE XC-FILE-TYPE TO RPT-DETAIL-LINE(3:1).
005290     MOVE XC-GEN-DATE TO RPT-DETAIL-LINE(6:8).
005300     MOVE XC-RUN-ID TO RPT-DETAIL-LINE(16:14).
005310     MOVE XC-SOURCE-PROGRAM TO RPT-DETAIL-LINE(32:8).
005320     MOVE XC-DETAIL-COUNT TO WS-COUNT-EDIT.
005330     MOVE WS-COUNT-EDIT TO RPT-DETAIL-LINE(42:8).
005340     MOVE XC-HASH-TOTAL TO WS-HASH-EDIT.
005350     MOVE WS-HASH-EDIT TO RPT-DETAIL-LINE(52:12).
005360     IF XC-VERIFIED-CLEAN
005370         MOVE "CLEAN" TO RPT-DETAIL-LINE(66:6)
005380     ELSE
005390         MOVE "FAILED" TO RPT-DETAIL-LINE(66:6)
005400     END-IF.
005410     MOVE XC-CATALOG-DATE TO RPT-DETAIL-LINE(74:8).
005420     MOVE XC-CATALOG-TIME TO RPT-DETAIL-LINE(83:6).
005430     EVALUATE TRUE
005440         WHEN XC-GEN-KEPT
005450             MOVE "KEPT" TO RPT-DETAIL-LINE(91:8)
005460             ADD 1 TO WS-LIST-KEPT-COUNT
005470         WHEN XC-GEN-PURGED
005480             MOVE "PURGED" TO RPT-DETAIL-LINE(91:8)
005490             MOVE XC-PURGE-DATE TO RPT-DETAIL-LINE(101:8)
005500             ADD 1 TO WS-LIST-PURGED-COUNT
005510         WHEN OTHER
005520             MOVE "NOT KEPT" TO RPT-DETAIL-LINE(91:8)
005530             ADD 1 TO WS-LIST-FAILED-COUNT
005540     END-EVALUATE.
005550     WRITE XGEN-REPORT-RECORD FROM RPT-DETAIL-LINE
005560         AFTER ADVANCING 1 LINE.
005570     ADD 1 TO WS-LINE-COUNT.
005580 2200-EXIT.
005590     EXIT.
005600*
005610*-----------------------------------------------------------
005620* 3000-PURGE-GENERATIONS - MARK EVERY KEPT GENERATION OF THE
005630* CHOSEN FILE TYPE(S) THAT IS PAST THE RETENTION PERIOD AS
005640* PURGED ON THE NEW CATALOG (FXTRCATN), AND LEAVE ITS RECORDS
005650* OFF THE NEW STORE (FXTRGENN). BOTH PASSES JUDGE AGE BY THE
005660* SAME RUN DATE, SO THEY AGREE ON WHAT WENT.
005670*-----------------------------------------------------------
005680 3000-PURGE-GENERATIONS.
005690     COMPUTE WS-TODAY-DAYS =
005700         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
005710
005720     PERFORM 3100-PURGE-CATALOG THRU 3100-EXIT.
005730     IF WS-OUTPUT-FAILED
005740         MOVE 16 TO RETURN-CODE
005750         GO TO 3000-EXIT
005760     END-IF.
005770     PERFORM 3200-PURGE-STORE THRU 3200-EXIT.
005780     IF WS-OUTPUT-FAILED
005790         MOVE 16 TO RETURN-CODE
005800         GO TO 3000-EXIT
005810     END-IF.
005820
005830     MOVE WS-CAT-READ-COUNT TO WS-COUNT-EDIT.
005840     DISPLAY "CATALOG ENTRIES READ:     " WS-COUNT-EDIT.
005850     MOVE WS-CAT-PURGED-COUNT TO WS-COUNT-EDIT.
005860     DISPLAY "GENERATIONS PURGED:       " WS-COUNT-EDIT.
005870     MOVE WS-GEN-READ-COUNT TO WS-COUNT-EDIT.
005880     DISPLAY "STORE RECORDS READ:       " WS-COUNT-EDIT.
005890     MOVE WS-GEN-DROPPED-COUNT TO WS-COUNT-EDIT.
005900     DISPLAY "STORE RECORDS DROPPED:    " WS-COUNT-EDIT.
005910     MOVE WS-GEN-KEPT-COUNT TO WS-COUNT-EDIT.
005920     DISPLAY "STORE RECORDS KEPT:       " WS-COUNT-EDIT.
005930     DISPLAY "FXTRCATN AND FXTRGENN ARE READY TO REPLACE "
005940         "FXTRCAT AND FXTRGEN".
005950 3000-EXIT.
005960     EXIT.
005970*
005980*-----------------------------------------------------------
005990* 3100-PURGE-CATALOG - COPY THE CATALOG TO FXTRCATN, MARKING
006000* EXPIRED KEPT GENERATIONS PURGED AS OF TODAY. THE ENTRY
006010* STAYS, SO THE LISTING STILL SHOWS THE GENERATION EXISTED.
006020*-----------------------------------------------------------
006030 3100-PURGE-CATALOG.
006040     OPEN INPUT FXTRCAT.
006050     IF FXTRCAT-STATUS NOT = "00"
006060         DISPLAY "UNABLE TO OPEN FXTRCAT, STATUS = "
006070             FXTRCAT-STATUS
006080         MOVE "Y" TO WS-OUTPUT-FAILED-SW
006090         GO TO 3100-EXIT
006100     END-IF.
006110     OPEN OUTPUT FXTRCATN.
006120     IF FXTRCATN-STATUS NOT = "00"
006130         DISPLAY "UNABLE TO OPEN FXTRCATN, STATUS = "
006140             FXTRCATN-STATUS
006150         MOVE "Y" TO WS-OUTPUT-FAILED-SW
006160         CLOSE FXTRCAT
006170         GO TO 3100-EXIT
006180     END-IF.
006190
006200     MOVE "N" TO WS-FXTRCAT-EOF-SW.
006210     PERFORM UNTIL FXTRCAT-EOF OR WS-OUTPUT-FAILED
006220         READ FXTRCAT
006230             AT END
006240                 MOVE "Y" TO WS-FXTRCAT-EOF-SW
006250             NOT AT END
006260                 PERFORM 3110-PURGE-CATALOG-ENTRY THRU 3110-EXIT
006270         END-READ
006280     END-PERFORM.
006290     CLOSE FXTRCAT.
006300     CLOSE FXTRCATN.
006310 3100-EXIT.
006320     EXIT.
006330*
006340*-----------------------------------------------------------
006350* 3110-PURGE-CATALOG-ENTRY - MARK ONE ENTRY IF IT HAS EXPIRED
006360* AND WRITE IT TO FXTRCATN.
006370*-----------------------------------------------------------
006380 3110-PURGE-CATALOG-ENTRY.
006390     ADD 1 TO WS-CAT-READ-COUNT.
006400     IF XC-GEN-KEPT
006410         MOVE XC-FILE-TYPE TO WS-CHECK-TYPE
006420         MOVE XC-GEN-DATE TO WS-CHECK-DATE
006430         PERFORM 3300-CHECK-EXPIRED THRU 3300-EXIT
006440         IF WS-EXPIRED
006450             MOVE "P" TO XC-GEN-STATUS
006460             MOVE WS-RUN-DATE-N TO XC-PURGE-DATE
006470             ADD 1 TO WS-CAT-PURGED-COUNT
006480             DISPLAY "PURGED " XC-FILE-TYPE " " XC-GEN-DATE
006490                 " RUN ID " XC-RUN-ID
006500         END-IF
006510     END-IF.
006520
006530     WRITE FXTRCATN-RECORD FROM FXTRCAT-RECORD.
006540     IF FXTRCATN-STATUS NOT = "00"
006550         DISPLAY "UNABLE TO WRITE FXTRCATN, STATUS = "
006560             FXTRCATN-STATUS
006570         MOVE "Y" TO WS-OUTPUT-FAILED-SW
006580     END-IF.
006590 3110-EXIT.
006600     EXIT.
006610*
006620*-----------------------------------------------------------
006630* 3200-PURGE-STORE - COPY THE STORE TO FXTRGENN, LEAVING OUT
006640* THE RECORDS OF EVERY EXPIRED GENERATION.
006650*-----------------------------------------------------------
006660 3200-PURGE-STORE.
006670     OPEN INPUT FXTRGEN.
006680     IF FXTRGEN-STATUS NOT = "00"
006690         DISPLAY "UNABLE TO OPEN FXTRGEN, STATUS = "
006700             FXTRGEN-STATUS
006710         MOVE "Y" TO WS-OUTPUT-FAILED-SW
006720         GO TO 3200-EXIT
006730     END-IF.
006740     OPEN OUTPUT FXTRGENN.
006750     IF FXTRGENN-STATUS NOT = "00"
006760         DISPLAY "UNABLE TO OPEN FXTRGENN, STATUS = "
006770             FXTRGENN-STATUS
006780         MOVE "Y" TO WS-OUTPUT-FAILED-SW
006790         CLOSE FXTRGEN
006800         GO TO 3200-EXIT
006810     END-IF.
006820
006830     MOVE "N" TO WS-FXTRGEN-EOF-SW.
006840     PERFORM UNTIL FXTRGEN-EOF OR WS-OUTPUT-FAILED
006850         READ FXTRGEN
006860             AT END
006870                 MOVE "Y" TO WS-FXTRGEN-EOF-SW
006880             NOT AT END
006890                 PERFORM 3210-PURGE-STORE-RECORD THRU 3210-EXIT
006900         END-READ
006910     END-PERFORM.
006920     CLOSE FXTRGEN.
006930     CLOSE FXTRGENN.
006940 3200-EXIT.
006950     EXIT.
006960*
006970*-----------------------------------------------------------
006980* 3210-PURGE-STORE-RECORD - DROP ONE STORE RECORD IF ITS
006990* GENERATION HAS EXPIRED, OTHERWISE WRITE IT TO FXTRGENN.
007000*-----------------------------------------------------------
007010 3210-PURGE-STORE-RECORD.
007020     ADD 1 TO WS-GEN-READ-COUNT.
007030     MOVE XG-FILE-TYPE TO WS-CHECK-TYPE.
007040     MOVE XG-GEN-DATE TO WS-CHECK-DATE.
007050     PERFORM 3300-CHECK-EXPIRED THRU 3300-EXIT.
007060     IF WS-EXPIRED
007070         ADD 1 TO WS-GEN-DROPPED-COUNT
007080         GO TO 3210-EXIT
007090     END-IF.
007100
007110     WRITE FXTRGENN-RECORD FROM FXTRGEN-RECORD.
007120     IF FXTRGENN-STATUS NOT = "00"
007130         DISPLAY "UNABLE TO WRITE FXTRGENN, STATUS = "
007140             FXTRGENN-STATUS
007150         MOVE "Y" TO WS-OUTPUT-FAILED-SW
007160         GO TO 3210-EXIT
007170     END-IF.
007180     ADD 1 TO WS-GEN-KEPT-COUNT.
007190 3210-EXIT.
007200     EXIT.
007210*
007220*-----------------------------------------------------------
007230* 3300-CHECK-EXPIRED - A GENERATION OF A TYPE THE CARD
007240* SELECTED HAS EXPIRED WHEN ITS RUN DATE (WS-CHECK-DATE) IS
007250* MORE THAN THE RETENTION PERIOD BEFORE TODAY. A DATE THAT IS
007260* NOT A REAL DATE CANNOT BE AGED AND IS NEVER PURGED.
007270*-----------------------------------------------------------
007280 3300-CHECK-EXPIRED.
007290     MOVE "N" TO WS-EXPIRED-SW.
007300     IF NOT WS-ALL-TYPES AND WS-CHECK-TYPE NOT = WS-TYPE-FILTER
007310         GO TO 3300-EXIT
007320     END-IF.
007330     IF WS-CHECK-DATE < 16010101
007340         GO TO 3300-EXIT
007350     END-IF.
007360
007370     COMPUTE WS-CHECK-DAYS =
007380         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
007390     IF WS-CHECK-DAYS = 0
007400         GO TO 3300-EXIT
007410     END-IF.
007420     IF WS-CHECK-DAYS + WS-RETENTION-DAYS < WS-TODAY-DAYS
007430         MOVE "Y" TO WS-EXPIRED-SW
007440     END-IF.
007450 3300-EXIT.
007460     EXIT.
007470*
007480*-----------------------------------------------------------
007490* 4000-RESEND-GENERATION - FIND THE GENERATION IN THE
007500* CATALOG, RE-VERIFY IT, AND ONLY THEN COPY IT TO XTRSEND.
007510* EVERY OUTCOME IS LOGGED TO FACTAUD.
007520*-----------------------------------------------------------
007530 4000-RESEND-GENERATION.
007540     MOVE WS-TYPE-FILTER TO WS-SEL-TYPE.
007550     MOVE WS-RESEND-KEY TO WS-SEL-RUN-ID.
007560
007570     PERFORM 4100-FIND-GENERATION THRU 4100-EXIT.
007580     IF WS-OUTPUT-FAILED
007590         MOVE 16 TO RETURN-CODE
007600         GO TO 4000-EXIT
007610     END-IF.
007620     IF WS-KEPT-MATCH-COUNT = 0
007630         PERFORM 4150-REPORT-NOT-FOUND THRU 4150-EXIT
007640         MOVE 8 TO RETURN-CODE
007650         GO TO 4000-EXIT
007660     END-IF.
007670     IF WS-KEY-RUN-ID AND WS-ALL-TYPES
007680             AND WS-KEPT-MATCH-COUNT > 1
007690         DISPLAY "RUN ID " WS-RESEND-KEY " IS KEPT MORE THAN "
007700             "ONCE - PUNCH THE FILE TYPE IN XGENPARM COL 2"
007710         MOVE WS-TYPE-FILTER TO WS-SEL-TYPE
007720         MOVE WS-RESEND-KEY TO WS-SEL-RUN-ID
007730         MOVE "I" TO WS-AUDIT-OUTCOME
007740         MOVE "AMBIGUOUS" TO WS-AUDIT-NOTE
007750         PERFORM 6000-WRITE-RESEND-EVENT THRU 6000-EXIT
007760         MOVE 8 TO RETURN-CODE
007770         GO TO 4000-EXIT
007780     END-IF.
007790     IF WS-KEPT-MATCH-COUNT > 1
007800         MOVE WS-KEPT-MATCH-COUNT TO WS-COUNT-EDIT
007810         DISPLAY WS-COUNT-EDIT " GENERATIONS MATCH - SENDING "
007820             "THE LATEST CATALOGUED"
007830     END-IF.
007840     DISPLAY "GENERATION: " WS-SEL-TYPE " " WS-SEL-DATE
007850         " RUN ID " WS-SEL-RUN-ID.
007860
007870     PERFORM 4200-REVERIFY-GENERATION THRU 4200-EXIT.
007880     IF WS-OUTPUT-FAILED
007890         MOVE 16 TO RETURN-CODE
007900         GO TO 4000-EXIT
007910     END-IF.
007920     IF NOT WS-GEN-GOOD
007930         DISPLAY "*** GENERATION FAILED RE-VERIFICATION - "
007940             "NOT RE-SENT ***"
007950         MOVE "I" TO WS-AUDIT-OUTCOME
007960         MOVE "FAILED VERIFY" TO WS-AUDIT-NOTE
007970         PERFORM 6000-WRITE-RESEND-EVENT THRU 6000-EXIT
007980         MOVE 8 TO RETURN-CODE
007990         GO TO 4000-EXIT
008000     END-IF.
008010     DISPLAY "GENERATION RE-VERIFIED AGAINST ITS CATALOG ENTRY".
008011
008012* NOTHING GOES TO XTRSEND THAT CANNOT BE LOGGED, SO FACTAUD
008013* MUST OPEN BEFORE THE SEND IS MADE.
008014     OPEN EXTEND FACTAUD.
008015     IF FACTAUD-STATUS NOT = "00"
008016         OPEN OUTPUT FACTAUD
008017     END-IF.
008018     IF FACTAUD-STATUS NOT = "00"
008019         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
008021             FACTAUD-STATUS
008022         DISPLAY "*** GENERATION NOT RE-SENT ***"
008023         MOVE "Y" TO WS-AUDIT-FAIL-SW
008024         MOVE 16 TO RETURN-CODE
008025         GO TO 4000-EXIT
008026     END-IF.
008027     CLOSE FACTAUD.
008028
008030     PERFORM 4300-SEND-GENERATION THRU 4300-EXIT.
008040     IF WS-OUTPUT-FAILED
008050         DISPLAY "*** GENERATION NOT RE-SENT ***"
008060         MOVE "I" TO WS-AUDIT-OUTCOME
008070         MOVE "SEND FAILED" TO WS-AUDIT-NOTE
008080         PERFORM 6000-WRITE-RESEND-EVENT THRU 6000-EXIT
008090         MOVE 16 TO RETURN-CODE
008100         GO TO 4000-EXIT
008110     END-IF.
008120
008130     MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
008140     DISPLAY "GENERATION RE-SENT TO XTRSEND, RECORDS: "
008150         WS-COUNT-EDIT.
008160     MOVE "D" TO WS-AUDIT-OUTCOME.
008170     MOVE SPACES TO WS-AUDIT-NOTE.
008180     STRING "DETAILS " WS-SEL-COUNT
008190         DELIMITED BY SIZE INTO WS-AUDIT-NOTE.
008200     PERFORM 6000-WRITE-RESEND-EVENT THRU 6000-EXIT.
008210 4000-EXIT.
008220     EXIT.
008230*
008240*-----------------------------------------------------------
008250* 4100-FIND-GENERATION - READ THE WHOLE CATALOG FOR ENTRIES
008260* MATCHING THE CARD, COUNTING THEM BY STATUS. THE LAST KEPT
008270* MATCH - THE LATEST CATALOGUED - IS THE ONE CHOSEN.
008280*-----------------------------------------------------------
008290 4100-FIND-GENERATION.
008300     OPEN INPUT FXTRCAT.
008310     IF FXTRCAT-STATUS NOT = "00"
008320         DISPLAY "UNABLE TO OPEN FXTRCAT, STATUS = "
008330             FXTRCAT-STATUS
008340         MOVE "Y" TO WS-OUTPUT-FAILED-SW
008350         GO TO 4100-EXIT
008360     END-IF.
008370
008380     MOVE "N" TO WS-FXTRCAT-EOF-SW.
008390     PERFORM UNTIL FXTRCAT-EOF
008400         READ FXTRCAT
008410             AT END
008420                 MOVE "Y" TO WS-FXTRCAT-EOF-SW
008430             NOT AT END
008440                 PERFORM 4110-MATCH-CATALOG-ENTRY THRU 4110-EXIT
008450         END-READ
008460     END-PERFORM.
008470     CLOSE FXTRCAT.
008480 4100-EXIT.
008490     EXIT.
008500*
008510*-----------------------------------------------------------
008520* 4110-MATCH-CATALOG-ENTRY - DOES THIS ENTRY ANSWER THE CARD?
008530*-----------------------------------------------------------
008540 4110-MATCH-CATALOG-ENTRY.
008550     IF NOT WS-ALL-TYPES AND XC-FILE-TYPE NOT = WS-TYPE-FILTER
008560         GO TO 4110-EXIT
008570     END-IF.
008580     IF WS-KEY-RUN-ID AND XC-RUN-ID NOT = WS-RESEND-KEY
008590         GO TO 4110-EXIT
008600     END-IF.
008610     IF WS-KEY-DATE AND XC-GEN-DATE NOT = WS-RESEND-DATE
008620         GO TO 4110-EXIT
008630     END-IF.
008640
008650     EVALUATE TRUE
008660         WHEN XC-GEN-KEPT
008670             ADD 1 TO WS-KEPT-MATCH-COUNT
008680             MOVE XC-FILE-TYPE TO WS-SEL-TYPE
008690             MOVE XC-GEN-DATE TO WS-SEL-DATE
008700             MOVE XC-RUN-ID TO WS-SEL-RUN-ID
008710             MOVE XC-SOURCE-PROGRAM TO WS-SEL-SOURCE
008720             MOVE XC-DETAIL-COUNT TO WS-SEL-COUNT
008730             MOVE XC-HASH-TOTAL TO WS-SEL-HASH
008732             MOVE XC-CATALOG-DATE TO WS-SEL-CATALOG-DATE
008734             MOVE XC-CATALOG-TIME TO WS-SEL-CATALOG-TIME
008740         WHEN XC-GEN-PURGED
008750             ADD 1 TO WS-PURGED-MATCH-COUNT
008760             MOVE XC-PURGE-DATE TO WS-SEL-PURGE-DATE
008770         WHEN OTHER
008780             ADD 1 TO WS-FAILED-MATCH-COUNT
008790     END-EVALUATE.
008800 4110-EXIT.
008810     EXIT.
008820*
008830*-----------------------------------------------------------
008840* 4150-REPORT-NOT-FOUND - SAY WHY THERE IS NOTHING TO SEND
008850* AND LOG THE REFUSED RE-SEND.
008860*-----------------------------------------------------------
008870 4150-REPORT-NOT-FOUND.
008880     MOVE "I" TO WS-AUDIT-OUTCOME.
008890     EVALUATE TRUE
008900         WHEN WS-PURGED-MATCH-COUNT > 0
008910             DISPLAY "THAT GENERATION WAS PURGED ON "
008920                 WS-SEL-PURGE-DATE " - NOTHING TO RE-SEND"
008930             MOVE "PURGED" TO WS-AUDIT-NOTE
008940         WHEN WS-FAILED-MATCH-COUNT > 0
008950             DISPLAY "THAT EXTRACT FAILED VERIFICATION AND WAS "
008960                 "NEVER KEPT - NOTHING TO RE-SEND"
008970             MOVE "NEVER KEPT" TO WS-AUDIT-NOTE
008980         WHEN OTHER
008990             DISPLAY "NO SUCH GENERATION IN THE CATALOG - "
009000                 "NOTHING TO RE-SEND"
009010             MOVE "NOT CATALOGUED" TO WS-AUDIT-NOTE
009020     END-EVALUATE.
009030     PERFORM 6000-WRITE-RESEND-EVENT THRU 6000-EXIT.
009040 4150-EXIT.
009050     EXIT.
009060*
009070*-----------------------------------------------------------
009080* 4200-REVERIFY-GENERATION - PASS THE STORE, CHECKING THE
009090* CHOSEN GENERATION'S RECORDS THE WAY FACTXVFY CHECKED THE
009100* ORIGINAL FILE, THEN HOLD THE RESULT AGAINST THE CATALOG
009110* ENTRY: THE HEADER MUST CARRY THE CATALOGUED RUN DATE, RUN
009120* ID AND SOURCE PROGRAM, AND THE DETAIL COUNT AND HASH MUST
009130* MATCH BOTH THE TRAILERS AND THE CATALOG.
009132* ONLY RECORDS KEPT UNDER THE ENTRY'S OWN CATALOG DATE AND
009134* TIME BELONG TO THE GENERATION.
009140*-----------------------------------------------------------
009150 4200-REVERIFY-GENERATION.
009160     MOVE WS-SEL-TYPE TO WS-SK-FILE-TYPE.
009170     MOVE WS-SEL-DATE TO WS-SK-GEN-DATE.
009180     MOVE WS-SEL-RUN-ID TO WS-SK-RUN-ID.
009182     MOVE WS-SEL-CATALOG-DATE TO WS-SK-CATALOG-DATE.
009184     MOVE WS-SEL-CATALOG-TIME TO WS-SK-CATALOG-TIME.
009190
009200     OPEN INPUT FXTRGEN.
009210     IF FXTRGEN-STATUS NOT = "00"
009220         DISPLAY "UNABLE TO OPEN FXTRGEN, STATUS = "
009230             FXTRGEN-STATUS
009240         MOVE "Y" TO WS-OUTPUT-FAILED-SW
009250         GO TO 4200-EXIT
009260     END-IF.
009270
009280     MOVE "N" TO WS-FXTRGEN-EOF-SW.
009290     PERFORM UNTIL FXTRGEN-EOF
009300         READ FXTRGEN
009310             AT END
009320                 MOVE "Y" TO WS-FXTRGEN-EOF-SW
009330             NOT AT END
009340                 IF XG-GENERATION-KEY = WS-SEL-KEY
009350                     PERFORM 4210-CLASSIFY-RECORD THRU 4210-EXIT
009360                 END-IF
009370         END-READ
009380     END-PERFORM.
009390     CLOSE FXTRGEN.
009400
009410     IF NOT WS-HEADER-SEEN
009420         DISPLAY "NO HEADER RECORD IN THE GENERATION"
009430         MOVE "N" TO WS-GEN-GOOD-SW
009440     END-IF.
009450     IF WS-TRAILER-COUNT = 0
009460         DISPLAY "NO TRAILER RECORD IN THE GENERATION"
009470         MOVE "N" TO WS-GEN-GOOD-SW
009480     END-IF.
009490     IF WS-BAD-DETAIL-COUNT > 0
009500         MOVE WS-BAD-DETAIL-COUNT TO WS-COUNT-EDIT
009510         DISPLAY "UNREADABLE DETAILS:    " WS-COUNT-EDIT
009520         MOVE "N" TO WS-GEN-GOOD-SW
009530     END-IF.
009540     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
009550     DISPLAY "DETAIL RECORDS READ:   " WS-COUNT-EDIT.
009560     IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
009570         DISPLAY "DETAIL COUNT DOES NOT MATCH THE TRAILER"
009580         MOVE "N" TO WS-GEN-GOOD-SW
009590     END-IF.
009600     IF WS-DETAIL-COUNT NOT = WS-SEL-COUNT
009610         MOVE WS-SEL-COUNT TO WS-COUNT-EDIT
009620         DISPLAY "CATALOGUED DETAILS:    " WS-COUNT-EDIT
009630         DISPLAY "DETAIL COUNT DOES NOT MATCH THE CATALOG"
009640         MOVE "N" TO WS-GEN-GOOD-SW
009650     END-IF.
009660     IF WS-DETAIL-HASH NOT = WS-EXPECTED-HASH
009670         DISPLAY "HASH TOTAL DOES NOT MATCH THE TRAILER"
009680         MOVE "N" TO WS-GEN-GOOD-SW
009690     END-IF.
009700     IF WS-DETAIL-HASH NOT = WS-SEL-HASH
009710         DISPLAY "HASH TOTAL DOES NOT MATCH THE CATALOG"
009720         MOVE "N" TO WS-GEN-GOOD-SW
009730     END-IF.
009740 4200-EXIT.
009750     EXIT.
009760*
009770*-----------------------------------------------------------
009780* 4210-CLASSIFY-RECORD - CHECK THE FIRST HEADER AGAINST THE
009790* CATALOG, ADD TRAILERS INTO THE EXPECTED TOTALS, AND COUNT
009800* AND HASH EVERYTHING ELSE AS A DETAIL: COLUMNS 1-5 FOR A
009810* FACTREC, COLUMNS 1-5 AND 6-10 FOR A COMBREC.
009820*-----------------------------------------------------------
009830 4210-CLASSIFY-RECORD.
009840     EVALUATE XG-EXTRACT-RECORD(1:1)
009850         WHEN "H"
009860             IF NOT WS-HEADER-SEEN
009870                 PERFORM 4220-CHECK-HEADER THRU 4220-EXIT
009880             END-IF
009890         WHEN "T"
009900             PERFORM 4230-TAKE-TRAILER THRU 4230-EXIT
009910         WHEN OTHER
009920             PERFORM 4240-COUNT-DETAIL THRU 4240-EXIT
009930     END-EVALUATE.
009940 4210-EXIT.
009950     EXIT.
009960*
009970*-----------------------------------------------------------
009980* 4220-CHECK-HEADER - THE FIRST HEADER MUST CARRY THE RUN
009990* DATE, RUN ID AND SOURCE PROGRAM THE CATALOG RECORDS.
010000*-----------------------------------------------------------
010010 4220-CHECK-HEADER.
010020     MOVE "Y" TO WS-HEADER-SEEN-SW.
010030     IF XH-RUN-DATE NOT NUMERIC
010040             OR XH-RUN-DATE NOT = WS-SEL-DATE
010050         DISPLAY "HEADER RUN DATE " XH-RUN-DATE
010060             " DOES NOT MATCH THE CATALOG"
010070         MOVE "N" TO WS-GEN-GOOD-SW
010080     END-IF.
010090     IF XH-RUN-ID NOT = WS-SEL-RUN-ID
010100         DISPLAY "HEADER RUN ID " XH-RUN-ID
010110             " DOES NOT MATCH THE CATALOG"
010120         MOVE "N" TO WS-GEN-GOOD-SW
010130     END-IF.
010140     IF XH-SOURCE-PROGRAM NOT = WS-SEL-SOURCE
010150         DISPLAY "HEADER SOURCE PROGRAM " XH-SOURCE-PROGRAM
010160             " DOES NOT MATCH THE CATALOG"
010170         MOVE "N" TO WS-GEN-GOOD-SW
010180     END-IF.
010190 4220-EXIT.
010200     EXIT.
010210*
010220*-----------------------------------------------------------
010230* 4230-TAKE-TRAILER - ADD THIS SEGMENT'S EXPECTED DETAIL
010240* COUNT AND HASH INTO THE GENERATION TOTALS.
010250*-----------------------------------------------------------
010260 4230-TAKE-TRAILER.
010270     ADD 1 TO WS-TRAILER-COUNT.
010280     IF XT-DETAIL-COUNT NUMERIC
010290         ADD XT-DETAIL-COUNT TO WS-EXPECTED-COUNT
010300     ELSE
010310         DISPLAY "TRAILER DETAIL COUNT IS NOT NUMERIC"
010320         MOVE "N" TO WS-GEN-GOOD-SW
010330     END-IF.
010340     IF XT-HASH-TOTAL NUMERIC
010350         COMPUTE WS-EXPECTED-HASH =
010360             FUNCTION MOD(WS-EXPECTED-HASH + XT-HASH-TOTAL,
010370             1000000000000)
010380     ELSE
010390         DISPLAY "TRAILER HASH TOTAL IS NOT NUMERIC"
010400         MOVE "N" TO WS-GEN-GOOD-SW
010410     END-IF.
010420 4230-EXIT.
010430     EXIT.
010440*
010450*-----------------------------------------------------------
010460* 4240-COUNT-DETAIL - COUNT THE DETAIL AND HASH ITS INPUT
010470* VALUE(S). A DETAIL WHOSE VALUE FIELDS ARE NOT NUMERIC FAILS
010480* THE GENERATION.
010490*-----------------------------------------------------------
010500 4240-COUNT-DETAIL.
010510     ADD 1 TO WS-DETAIL-COUNT.
010520
010530     IF XG-EXTRACT-RECORD(1:5) NOT NUMERIC
010540         ADD 1 TO WS-BAD-DETAIL-COUNT
010550         GO TO 4240-EXIT
010560     END-IF.
010570     MOVE XG-EXTRACT-RECORD(1:5) TO WS-VALUE-N.
010580
010590     IF WS-SEL-TYPE = "C"
010600         IF XG-EXTRACT-RECORD(6:5) NOT NUMERIC
010610             ADD 1 TO WS-BAD-DETAIL-COUNT
010620             GO TO 4240-EXIT
010630         END-IF
010640         MOVE XG-EXTRACT-RECORD(6:5) TO WS-VALUE-R
010650     ELSE
010660         MOVE 0 TO WS-VALUE-R
010670     END-IF.
010680
010690     COMPUTE WS-DETAIL-HASH =
010700         FUNCTION MOD(WS-DETAIL-HASH + WS-VALUE-N
010710         + WS-VALUE-R, 1000000000000).
010720 4240-EXIT.
010730     EXIT.
010740*
010750*-----------------------------------------------------------
010760* 4300-SEND-GENERATION - PASS THE STORE AGAIN, COPYING THE
010770* CHOSEN GENERATION'S EXTRACT RECORDS, IN ORDER AND
010780* UNCHANGED, TO XTRSEND.
010790*-----------------------------------------------------------
010800 4300-SEND-GENERATION.
010810     OPEN INPUT FXTRGEN.
010820     IF FXTRGEN-STATUS NOT = "00"
010830         DISPLAY "UNABLE TO REOPEN FXTRGEN, STATUS = "
010840             FXTRGEN-STATUS
010850         MOVE "Y" TO WS-OUTPUT-FAILED-SW
010860         GO TO 4300-EXIT
010870     END-IF.
010880     OPEN OUTPUT XTRSEND.
010890     IF XTRSEND-STATUS NOT = "00"
010900         DISPLAY "UNABLE TO OPEN XTRSEND, STATUS = "
010910             XTRSEND-STATUS
010920         MOVE "Y" TO WS-OUTPUT-FAILED-SW
010930         CLOSE FXTRGEN
010940         GO TO 4300-EXIT
010950     END-IF.
010960
010970     MOVE "N" TO WS-FXTRGEN-EOF-SW.
010980     PERFORM UNTIL FXTRGEN-EOF OR WS-OUTPUT-FAILED
010990         READ FXTRGEN
011000             AT END
011010                 MOVE "Y" TO WS-FXTRGEN-EOF-SW
011020             NOT AT END
011030                 IF XG-GENERATION-KEY = WS-SEL-KEY
011040                     PERFORM 4310-SEND-RECORD THRU 4310-EXIT
011050                 END-IF
011060         END-READ
011070     END-PERFORM.
011080     CLOSE FXTRGEN.
011090     CLOSE XTRSEND.
011100 4300-EXIT.
011110     EXIT.
011120*
011130*-----------------------------------------------------------
011140* 4310-SEND-RECORD - WRITE ONE EXTRACT RECORD TO XTRSEND.
011150*-----------------------------------------------------------
011160 4310-SEND-RECORD.
011170     WRITE XTRSEND-RECORD FROM XG-EXTRACT-RECORD.
011180     IF XTRSEND-STATUS NOT = "00"
011190         DISPLAY "UNABLE TO WRITE XTRSEND, STATUS = "
011200             XTRSEND-STATUS
011210         MOVE "Y" TO WS-OUTPUT-FAILED-SW
011220         GO TO 4310-EXIT
011230     END-IF.
011240     ADD 1 TO WS-SENT-COUNT.
011250 4310-EXIT.
011260     EXIT.
011270*
011280*-----------------------------------------------------------
011290* 6000-WRITE-RESEND-EVENT - APPEND A RESEND EVENT TO FACTAUD:
011300* OUTCOME "D" DELIVERED OR "I" REFUSED, AND THE FILE TYPE,
011310* RUN ID AND WS-AUDIT-NOTE AS THE PREVIEW.
011320*-----------------------------------------------------------
011330 6000-WRITE-RESEND-EVENT.
011340     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
011350     MOVE SPACES TO WS-AUDIT-TIMESTAMP.
011360     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
011370         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
011380
011390     MOVE "L" TO AC-FUNCTION.
011400     CALL "FACTACHN" USING AC-PARAMETERS.
011410     OPEN EXTEND FACTAUD.
011420     IF FACTAUD-STATUS NOT = "00"
011430         OPEN OUTPUT FACTAUD
011440     END-IF.
011450     IF FACTAUD-STATUS NOT = "00"
011460         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
011470             FACTAUD-STATUS
011475         MOVE "Y" TO WS-AUDIT-FAIL-SW
011480         GO TO 6000-EXIT
011490     END-IF.
011500
011510     MOVE SPACES TO FACTAUD-RECORD.
011520     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP.
011530     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
011540     MOVE "FACTXGEN" TO AU-PROGRAM-ID.
011550     MOVE "RESEND" TO AU-REQUEST-TYPE.
011560     MOVE SPACES TO AU-REQUESTER-CODE.
011570     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
011580     MOVE WS-AUDIT-OUTCOME TO AU-OUTCOME-CODE.
011590     MOVE SPACES TO AU-RESULT-PREVIEW.
011600     STRING WS-SEL-TYPE " " WS-SEL-RUN-ID " " WS-AUDIT-NOTE
011610         DELIMITED BY SIZE INTO AU-RESULT-PREVIEW.
011620
011630     MOVE "S" TO AC-FUNCTION.
011640     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
011650     CALL "FACTACHN" USING AC-PARAMETERS.
011660     IF AC-SEAL-DUE
011670         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
011672         IF FACTAUD-STATUS NOT = "00"
011674             DISPLAY "UNABLE TO WRITE FACTAUD, STATUS = "
011676                 FACTAUD-STATUS
011678             MOVE "Y" TO WS-AUDIT-FAIL-SW
011679         END-IF
011680     END-IF.
011690     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
011692     IF FACTAUD-STATUS NOT = "00"
011694         DISPLAY "UNABLE TO WRITE FACTAUD, STATUS = "
011696             FACTAUD-STATUS
011698         MOVE "Y" TO WS-AUDIT-FAIL-SW
011699     END-IF.
011700     CLOSE FACTAUD.
011710 6000-EXIT.
011720     EXIT.
