000393*                    SO THE DOWNSTREAM FACTXVFY STEP CAN HOLD
000394*                    A TRUNCATED OR STALE FILE BEFORE IT IS
000395*                    LOADED.
000396*    2026-10-15  JH  TYPED COMBIN CARDS, ALONG THE LINES OF THE
000397*                    FACTIN RANGE AND REPEAT CARDS: TYPE IN COL
000398*                    1, N IN COLS 2-6, A SECOND VALUE IN COLS
000399*                    7-11, REQUESTER CODE IN COLS 12-15.
000400*                      "M" MULTINOMIAL - COLS 7-11 THE NUMBER OF
000401*                          GROUPS (1-6), THE GROUP SIZES IN COLS
000402*                          16-45, FIVE COLUMNS EACH, ADDING UP TO
000403*                          N. RESULT N!/(K1! K2! ... KM!)
000404*                      "W" WITH REPETITION - COLS 7-11 R. GIVES
000405*                          N**R PERMUTATIONS AND (N+R-1)C(R)
000406*                          COMBINATIONS WITH REPETITION (N > 0)
000407*                      "L" PASCAL ROW - NC0 THROUGH NCN IN ONE
000408*                          CARD, EACH ENTRY BUILT FROM THE LAST
000409*                    ALL EXACT THROUGH FACTMATH, PRINTED UNDER
000410*                    THE REQUESTER GROUPING, AUDITED AS
000411*                    MULTINOM, REPCOMB, OR PASCAL, AND WRITTEN
000412*                    TO COMBXTR WITH CB-RECORD-KIND SET (ONE
000413*                    RECORD PER ENTRY FOR A PASCAL ROW).
000414*    2026-10-15  JH  EVERY COMBIN CARD NOW GETS A REQUEST ID ON
000415*                    THE FREQSTAT REQUEST-STATUS FILE THROUGH
000416*                    THE FACTRQST SUBPROGRAM. COMBIN HAS NO
000417*                    FRONT-END EDIT OR RECYCLE STEP, SO THE ID
000418*                    IS GIVEN HERE AND THE CARD'S WHOLE LIFE IS
000419*                    POSTED AT ONCE: RECEIVED, THEN REJECTED
000420*                    (INVALID CARD), PROCESSED (RESULT TOO
000421*                    LARGE TO EXTRACT), OR PROCESSED AND
000422*                    EXTRACTED - EACH OF WHICH CLOSES IT.
000423*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000424*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000425*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000426*                    THE SEAL LINE FACTACHN HANDS BACK.
000427*    2026-10-15  JH  THE REQUESTER CODE ON EVERY CARD IS NOW
000428*                    LOOKED UP ON THE FACTDEPT DEPARTMENT FILE
000429*                    THROUGH FACTDCHK. A CODE THAT IS NOT ON
000430*                    FILE OR HAS BEEN DEACTIVATED MAKES THE
000431*                    CARD INVALID, AND THE ERROR LINE, FACTAUD
000432*                    PREVIEW AND FREQSTAT NOTE SAY WHICH. A
000433*                    BLANK CODE IS STILL ALLOWED. A RUN THAT
000434*                    CANNOT START, INCLUDING ONE WITHOUT
000435*                    FACTDEPT, NOW ENDS WITH CONDITION CODE 16.
000436*-----------------------------------------------------------
000438 ENVIRONMENT DIVISION.
000439 CONFIGURATION SECTION.
000441 SPECIAL-NAMES.
000442     C01 IS TOP-OF-PAGE.
000444 INPUT-OUTPUT SECTION.
000445 FILE-CONTROL.
000447     SELECT COMBIN ASSIGN TO COMBIN
000448         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS COMBIN-STATUS.
000460     SELECT COMB-REPORT ASSIGN TO COMBRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000680     05  CI-R-VALUE              PIC 9(05).
000685     05  CI-REQUESTER-CODE       PIC X(04).
000690     05  FILLER                  PIC X(66).
000691 01  COMBIN-TYPED.
000692     05  CT-RECORD-TYPE          PIC X(01).
000693         88  CT-MULTINOMIAL-CARD           VALUE "M".
000694         88  CT-REPETITION-CARD            VALUE "W".
000695         88  CT-PASCAL-ROW-CARD            VALUE "L".
000696     05  CT-N-VALUE              PIC 9(05).
000697     05  CT-SECOND-VALUE         PIC 9(05).
000698     05  CT-REQUESTER-CODE       PIC X(04).
000699     05  CT-GROUP-SIZE OCCURS 6 TIMES PIC 9(05).
000700     05  FILLER                  PIC X(35).
000705*
000710 FD  COMB-REPORT
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
001130     05  WS-COMPUTED-COUNT       PIC 9(08) COMP VALUE 0.
001140     05  WS-ERROR-COUNT          PIC 9(08) COMP VALUE 0.
001150     05  WS-OVERFLOW-COUNT       PIC 9(08) COMP VALUE 0.
001152     05  WS-MULTINOM-COUNT       PIC 9(08) COMP VALUE 0.
001154     05  WS-REPETITION-COUNT     PIC 9(08) COMP VALUE 0.
001156     05  WS-PASCAL-COUNT         PIC 9(08) COMP VALUE 0.
001160*
001170 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001180 01  WS-RUN-TIME.
001222 01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
001224 01  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE 0.
001226 01  WS-XTR-HASH                 PIC 9(12) COMP VALUE 0.
001228 01  WS-REJECT-NOTE              PIC X(20) VALUE SPACES.
001230 01  WS-ERROR-TEXT               PIC X(40) VALUE SPACES.
001240*
001250 01  WS-REPORT-CONTROLS.
001260     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001480 01  WS-R-VALUE                  PIC 9(05).
001490 01  WS-NR-DIFF                  PIC 9(05).
001500     COPY FACTBIG.
001501*
001502* TYPED CARDS: THE CARD KIND (SPACE = PLAIN N/R CARD), THE
001503* MULTINOMIAL GROUP SIZES, AND THE ENTRIES OF A PASCAL ROW.
001504* N! MUST FIT FOR A ROW TO BE BUILT, SO N STAYS BELOW 60.
001505 01  WS-CARD-KIND                PIC X(01) VALUE SPACE.
001506     88  WS-KIND-NPR-NCR                    VALUE SPACE.
001507     88  WS-KIND-MULTINOMIAL                VALUE "M".
001508     88  WS-KIND-REPETITION                 VALUE "W".
001509     88  WS-KIND-PASCAL-ROW                 VALUE "L".
001510 01  WS-GROUP-SIZES.
001511     05  WS-GROUP-SIZE OCCURS 6 TIMES PIC 9(05).
001512 01  WS-GROUP-IX                 PIC 9(02) COMP VALUE 0.
001513 01  WS-GROUP-TOTAL              PIC 9(06) COMP VALUE 0.
001514 01  WS-GROUP-EDIT               PIC ZZZZ9.
001515 01  WS-LINE-PTR                 PIC 9(03) COMP VALUE 1.
001516 01  WS-REP-TOP                  PIC 9(06) COMP VALUE 0.
001517 01  WS-REP-TOP-VALUE            PIC 9(05) VALUE 0.
001518 01  WS-POWER-COUNT              PIC 9(05) COMP VALUE 0.
001519 01  WS-SMALL-VALUE              PIC 9(05) COMP VALUE 0.
001520 01  WS-SMALL-NUMBER.
001521     05  WS-SMALL-GROUP OCCURS 15 TIMES PIC 9(4) COMP VALUE 0.
001522 01  WS-ROW-K                    PIC 9(05) COMP VALUE 0.
001523 01  WS-ROW-SIZE                 PIC 9(06) COMP VALUE 0.
001524 01  WS-PASCAL-ROW.
001525     05  WS-ROW-ENTRY OCCURS 60 TIMES.
001526         10  WS-ROW-GROUP OCCURS 15 TIMES PIC 9(4) COMP.
001527*
001528 01  WS-NPR-NUMBER.
001530     05  WS-NPR-GROUP OCCURS 15 TIMES PIC 9(4) COMP VALUE 0.
001540 01  WS-NCR-NUMBER.
001550     05  WS-NCR-GROUP OCCURS 15 TIMES PIC 9(4) COMP VALUE 0.
001659 01  WS-RATIO-GOOD-SW            PIC X(01) VALUE "N".
001661     88  WS-RATIO-GOOD                      VALUE "Y".
001662 01  WS-RATIO-INT-EDIT           PIC Z(17)9.
001663 01  WS-REQ-XTR-FAIL-SW          PIC X(01) VALUE "N".
001664     88  WS-REQ-XTR-FAILED                  VALUE "Y".
001665     COPY FREQPARM.
001666     COPY FACHPARM.
001667     COPY FDEPPARM.
001668*
001670 01  WS-BIG-FULL                 PIC X(60) VALUE SPACES.
001680 01  WS-BIG-GROUP-EDIT           PIC 9(4).
001690 01  WS-BIG-DISPLAY              PIC X(60) VALUE SPACES.
001870 BEGIN.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF NOT WS-INIT-OK
001895         MOVE 16 TO RETURN-CODE
001900         GOBACK
001910     END-IF.
001920
001930     PERFORM UNTIL COMBIN-EOF
001940         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001945         PERFORM 6800-TRACK-REQUEST THRU 6800-EXIT
001950         PERFORM 4000-READ-COMBIN THRU 4000-EXIT
001960     END-PERFORM.
001970
002180         MOVE "BATCH" TO WS-OPERATOR-ID
002190     END-IF.
002200
002201     MOVE "O" TO DP-FUNCTION.
002202     CALL "FACTDCHK" USING DP-PARAMETERS.
002203     IF DP-RESULT-UNAVAILABLE
002204         DISPLAY "REQUESTER CODES CANNOT BE CHECKED "
002205             "WITHOUT FACTDEPT"
002206         MOVE "N" TO WS-INIT-SW
002207         GO TO 1000-EXIT
002208     END-IF.
002209
002210     OPEN INPUT COMBIN.
002220     IF COMBIN-STATUS NOT = "00"
002230         DISPLAY "UNABLE TO OPEN COMBIN, STATUS = " COMBIN-STATUS
002330         GO TO 1000-EXIT
002340     END-IF.
002350
002353     MOVE "L" TO AC-FUNCTION.
002356     CALL "FACTACHN" USING AC-PARAMETERS.
002360     OPEN EXTEND FACTAUD.
002370     IF FACTAUD-STATUS NOT = "00"
002380         OPEN OUTPUT FACTAUD
002740     ADD 1 TO WS-REQUEST-COUNT.
002745     MOVE CI-REQUESTER-CODE TO WS-REQUESTER-CODE.
002750     MOVE "Y" TO WS-CARD-GOOD-SW.
002751     MOVE "INVALID REQUEST" TO WS-REJECT-NOTE.
002752     MOVE "*** INVALID REQUEST - SKIPPED" TO WS-ERROR-TEXT.
002753     PERFORM 3050-CHECK-REQUESTER-CODE THRU 3050-EXIT.
002754     MOVE "N" TO WS-RATIO-GOOD-SW.
002755     MOVE "N" TO WS-REQ-XTR-FAIL-SW.
002756     MOVE SPACE TO WS-CARD-KIND.
002757     MOVE ZEROES TO WS-GROUP-SIZES.
002758
002759     IF CT-MULTINOMIAL-CARD OR CT-REPETITION-CARD
002760             OR CT-PASCAL-ROW-CARD
002761         MOVE CT-RECORD-TYPE TO WS-CARD-KIND
002762         MOVE CT-REQUESTER-CODE TO WS-REQUESTER-CODE
002763         PERFORM 3500-PROCESS-TYPED-REQUEST THRU 3500-EXIT
002764         GO TO 3000-EXIT
002765     END-IF.
002767
002770     IF CI-N-VALUE NOT NUMERIC OR CI-R-VALUE NOT NUMERIC
002780         MOVE "N" TO WS-CARD-GOOD-SW
002790         MOVE ZEROES TO WS-N-VALUE WS-R-VALUE
003100 3000-EXIT.
003110     EXIT.
003120*
003121*-----------------------------------------------------------
003122* 3050-CHECK-REQUESTER-CODE - LOOK THE CARD'S REQUESTER CODE
003123* UP ON FACTDEPT. A CODE NOT ON FILE, OR ONE THAT HAS BEEN
003124* DEACTIVATED, MAKES THE CARD INVALID WHATEVER ELSE IS ON IT.
003125* A BLANK CODE IS LEFT ALONE AND BILLS AS UNASSIGNED.
003126*-----------------------------------------------------------
003127 3050-CHECK-REQUESTER-CODE.
003128     IF CT-MULTINOMIAL-CARD OR CT-REPETITION-CARD
003129             OR CT-PASCAL-ROW-CARD
003130         MOVE CT-REQUESTER-CODE TO DP-DEPT-CODE
003131     ELSE
003132         MOVE CI-REQUESTER-CODE TO DP-DEPT-CODE
003133     END-IF.
003134     IF DP-DEPT-CODE = SPACES
003135         GO TO 3050-EXIT
003136     END-IF.
003137
003138     MOVE "L" TO DP-FUNCTION.
003139     CALL "FACTDCHK" USING DP-PARAMETERS.
003140     EVALUATE TRUE
003141         WHEN DP-RESULT-ACTIVE
003142             CONTINUE
003143         WHEN DP-RESULT-INACTIVE
003144             MOVE "N" TO WS-CARD-GOOD-SW
003145             MOVE "INACTIVE REQUESTER" TO WS-REJECT-NOTE
003146             MOVE "*** INACTIVE REQUESTER CODE - SKIPPED"
003147                 TO WS-ERROR-TEXT
003148         WHEN OTHER
003149             MOVE "N" TO WS-CARD-GOOD-SW
003150             MOVE "UNKNOWN REQUESTER" TO WS-REJECT-NOTE
003151             MOVE "*** UNKNOWN REQUESTER CODE - SKIPPED"
003152                 TO WS-ERROR-TEXT
003153     END-EVALUATE.
003154 3050-EXIT.
003155     EXIT.
003156*
003157*-----------------------------------------------------------
003158* 3100-GET-N-FACTORIAL - OBTAIN N! IN FACT-BIG-NUMBER: FROM
003159* THE FACTAB LOOKUP FILE WHEN THE VALUE IS ON FILE, OTHERWISE
003160* FROM THE FACTMST CUMULATIVE RESULTS MASTER, AND ONLY WHEN
003165* NEITHER HAS IT BY CALLING THE FACTORIAL SUBPROGRAM.
003170*-----------------------------------------------------------
003620     CALL "FACTMATH" USING WS-MATH-FUNCTION WS-NPR-NUMBER
003630         WS-RF-NUMBER WS-NCR-NUMBER WS-MATH-REM-NUMBER
003640         WS-MATH-COMPARE WS-MATH-OVERFLOW-SW.
003642
003645     MOVE "Q" TO WS-MATH-FUNCTION.
003646     MOVE 6 TO WS-MQ-PLACES.
003647     MOVE "N" TO WS-MATH-OVERFLOW-SW.
003710     PERFORM 3600-FORMAT-BIG-RESULT THRU 3600-EXIT.
003720     MOVE WS-BIG-DISPLAY TO WS-NCR-DISPLAY.
003730 3300-EXIT.
003731     EXIT.
003732*
003733*-----------------------------------------------------------
003734* 3500-PROCESS-TYPED-REQUEST - VALIDATE A TYPED CARD (M, W, OR
003735* L), COMPUTE ITS RESULTS, AND FILE THEM TO THE REPORT, THE
003736* AUDIT LOG, AND THE EXTRACT.
003737*-----------------------------------------------------------
003738 3500-PROCESS-TYPED-REQUEST.
003739     MOVE "N" TO WS-FACTAB-FOUND-SW.
003740     MOVE "N" TO WS-FACTMST-FOUND-SW.
003741     MOVE "N" TO WS-OVERFLOW-SW.
003742     PERFORM 3510-VALIDATE-TYPED-CARD THRU 3510-EXIT.
003743     IF NOT WS-CARD-GOOD
003744         ADD 1 TO WS-ERROR-COUNT
003745         PERFORM 5200-WRITE-ERROR-DETAIL THRU 5200-EXIT
003746         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
003747         GO TO 3500-EXIT
003748     END-IF.
003749
003750     EVALUATE TRUE
003751         WHEN WS-KIND-MULTINOMIAL
003752             PERFORM 3520-COMPUTE-MULTINOMIAL THRU 3520-EXIT
003753         WHEN WS-KIND-REPETITION
003754             PERFORM 3540-COMPUTE-REPETITION THRU 3540-EXIT
003755         WHEN WS-KIND-PASCAL-ROW
003756             PERFORM 3560-COMPUTE-PASCAL-ROW THRU 3560-EXIT
003757     END-EVALUATE.
003758     IF WS-OVERFLOW
003759         ADD 1 TO WS-OVERFLOW-COUNT
003760     ELSE
003761         ADD 1 TO WS-COMPUTED-COUNT
003762     END-IF.
003763
003764     PERFORM 5400-WRITE-TYPED-DETAIL THRU 5400-EXIT.
003765     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
003766     IF NOT WS-OVERFLOW
003767         PERFORM 6600-WRITE-TYPED-EXTRACT THRU 6600-EXIT
003768     END-IF.
003769 3500-EXIT.
003770     EXIT.
003771*
003772*-----------------------------------------------------------
003773* 3510-VALIDATE-TYPED-CARD - N MUST BE NUMERIC ON EVERY TYPED
003774* CARD. A W CARD ALSO NEEDS A NUMERIC R AND AN N OF AT LEAST
003775* ONE; AN M CARD NEEDS 1-6 GROUPS WHOSE NUMERIC SIZES ADD UP
003776* TO N.
003777*-----------------------------------------------------------
003778 3510-VALIDATE-TYPED-CARD.
003779     EVALUATE TRUE
003780         WHEN WS-KIND-MULTINOMIAL
003781             ADD 1 TO WS-MULTINOM-COUNT
003782         WHEN WS-KIND-REPETITION
003783             ADD 1 TO WS-REPETITION-COUNT
003784         WHEN WS-KIND-PASCAL-ROW
003785             ADD 1 TO WS-PASCAL-COUNT
003786     END-EVALUATE.
003787     MOVE ZEROES TO WS-N-VALUE WS-R-VALUE.
003788
003789     IF CT-N-VALUE NOT NUMERIC
003790         MOVE "N" TO WS-CARD-GOOD-SW
003791         GO TO 3510-EXIT
003792     END-IF.
003793     MOVE CT-N-VALUE TO WS-N-VALUE.
003794     IF WS-KIND-PASCAL-ROW
003795         GO TO 3510-EXIT
003796     END-IF.
003797
003798     IF CT-SECOND-VALUE NOT NUMERIC
003799         MOVE "N" TO WS-CARD-GOOD-SW
003800         GO TO 3510-EXIT
003801     END-IF.
003802     MOVE CT-SECOND-VALUE TO WS-R-VALUE.
003803     IF WS-KIND-REPETITION
003804         IF WS-N-VALUE = 0
003805             MOVE "N" TO WS-CARD-GOOD-SW
003806         END-IF
003807         GO TO 3510-EXIT
003808     END-IF.
003809
003810     IF WS-R-VALUE < 1 OR WS-R-VALUE > 6
003811         MOVE "N" TO WS-CARD-GOOD-SW
003812         GO TO 3510-EXIT
003813     END-IF.
003814     MOVE 0 TO WS-GROUP-TOTAL.
003815     PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
003816             UNTIL WS-GROUP-IX > WS-R-VALUE
003817         IF CT-GROUP-SIZE(WS-GROUP-IX) NUMERIC
003818             MOVE CT-GROUP-SIZE(WS-GROUP-IX)
003819                 TO WS-GROUP-SIZE(WS-GROUP-IX)
003820             ADD WS-GROUP-SIZE(WS-GROUP-IX) TO WS-GROUP-TOTAL
003821         ELSE
003822             MOVE "N" TO WS-CARD-GOOD-SW
003823         END-IF
003824     END-PERFORM.
003825     IF WS-GROUP-TOTAL NOT = WS-N-VALUE
003826         MOVE "N" TO WS-CARD-GOOD-SW
003827     END-IF.
003828 3510-EXIT.
003829     EXIT.
003830*
003831*-----------------------------------------------------------
003832* 3520-COMPUTE-MULTINOMIAL - N!/(K1! K2! ... KM!): N! BY THE
003833* USUAL LOOKUP-OR-COMPUTE ROUTE, THEN ONE EXACT FACTMATH
003834* DIVISION PER GROUP. NO KI! CAN OVERFLOW SINCE EACH KI <= N.
003835*-----------------------------------------------------------
003836 3520-COMPUTE-MULTINOMIAL.
003837     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
003838         MOVE 0 TO WS-NPR-GROUP(IX)
003839     END-PERFORM.
003840     PERFORM 3100-GET-N-FACTORIAL THRU 3100-EXIT.
003841     IF WS-OVERFLOW
003842         MOVE "RESULT EXCEEDS CAPACITY" TO WS-NCR-DISPLAY
003843         GO TO 3520-EXIT
003844     END-IF.
003845
003846     MOVE FACT-BIG-NUMBER TO WS-NCR-NUMBER.
003847     MOVE "D" TO WS-MATH-FUNCTION.
003848     PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
003849             UNTIL WS-GROUP-IX > WS-R-VALUE
003850         CALL "FACTORIAL" USING WS-GROUP-SIZE(WS-GROUP-IX)
003851             WS-RF-NUMBER WS-MATH-OVERFLOW-SW
003852         CALL "FACTMATH" USING WS-MATH-FUNCTION WS-NCR-NUMBER
003853             WS-RF-NUMBER WS-MATH-RES-NUMBER WS-MATH-REM-NUMBER
003854             WS-MATH-COMPARE WS-MATH-OVERFLOW-SW
003855         MOVE WS-MATH-RES-NUMBER TO WS-NCR-NUMBER
003856     END-PERFORM.
003857
003858     MOVE WS-NCR-NUMBER TO FACT-BIG-NUMBER.
003859     PERFORM 3600-FORMAT-BIG-RESULT THRU 3600-EXIT.
003860     MOVE WS-BIG-DISPLAY TO WS-NCR-DISPLAY.
003861 3520-EXIT.
003862     EXIT.
003863*
003864*-----------------------------------------------------------
003865* 3540-COMPUTE-REPETITION - PERMUTATIONS WITH REPETITION, N**R,
003866* BY REPEATED FACTMATH MULTIPLICATION (STOPPING AT THE FIRST
003867* OVERFLOW), AND COMBINATIONS WITH REPETITION, (N+R-1)C(R) =
003868* (N+R-1)!/(R! (N-1)!), BY TWO EXACT DIVISIONS. EITHER ONE
003869* OVERFLOWING MARKS THE CARD OVERFLOWED.
003870*-----------------------------------------------------------
003871 3540-COMPUTE-REPETITION.
003872     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
003873         MOVE 0 TO WS-NPR-GROUP(IX)
003874     END-PERFORM.
003875     MOVE 1 TO WS-NPR-GROUP(1).
003876     MOVE WS-N-VALUE TO WS-SMALL-VALUE.
003877     PERFORM 3580-LOAD-SMALL-NUMBER THRU 3580-EXIT.
003878     MOVE "M" TO WS-MATH-FUNCTION.
003879     IF WS-N-VALUE > 1
003880         PERFORM VARYING WS-POWER-COUNT FROM 1 BY 1
003881                 UNTIL WS-POWER-COUNT > WS-R-VALUE
003882                    OR WS-OVERFLOW
003883             CALL "FACTMATH" USING WS-MATH-FUNCTION WS-NPR-NUMBER
003884                 WS-SMALL-NUMBER WS-MATH-RES-NUMBER
003885                 WS-MATH-REM-NUMBER WS-MATH-COMPARE
003886                 WS-MATH-OVERFLOW-SW
003887             IF WS-MATH-OVERFLOW
003888                 MOVE "Y" TO WS-OVERFLOW-SW
003889             ELSE
003890                 MOVE WS-MATH-RES-NUMBER TO WS-NPR-NUMBER
003891             END-IF
003892         END-PERFORM
003893     END-IF.
003894     IF WS-OVERFLOW
003895         MOVE "RESULT EXCEEDS CAPACITY" TO WS-NPR-DISPLAY
003896     ELSE
003897         MOVE WS-NPR-NUMBER TO FACT-BIG-NUMBER
003898         PERFORM 3600-FORMAT-BIG-RESULT THRU 3600-EXIT
003899         MOVE WS-BIG-DISPLAY TO WS-NPR-DISPLAY
003900     END-IF.
003901
003902     COMPUTE WS-REP-TOP = WS-N-VALUE + WS-R-VALUE - 1.
003903     IF WS-REP-TOP > 99999
003904         MOVE "Y" TO WS-MATH-OVERFLOW-SW
003905     ELSE
003906         MOVE WS-REP-TOP TO WS-REP-TOP-VALUE
003907         MOVE "N" TO WS-MATH-OVERFLOW-SW
003908         CALL "FACTORIAL" USING WS-REP-TOP-VALUE FACT-BIG-NUMBER
003909             WS-MATH-OVERFLOW-SW
003910     END-IF.
003911     IF WS-MATH-OVERFLOW
003912         MOVE "Y" TO WS-OVERFLOW-SW
003913         MOVE "RESULT EXCEEDS CAPACITY" TO WS-NCR-DISPLAY
003914         GO TO 3540-EXIT
003915     END-IF.
003916
003917     COMPUTE WS-NR-DIFF = WS-N-VALUE - 1.
003918     CALL "FACTORIAL" USING WS-NR-DIFF WS-NRF-NUMBER
003919         WS-MATH-OVERFLOW-SW.
003920     CALL "FACTORIAL" USING WS-R-VALUE WS-RF-NUMBER
003921         WS-MATH-OVERFLOW-SW.
003922     MOVE "D" TO WS-MATH-FUNCTION.
003923     CALL "FACTMATH" USING WS-MATH-FUNCTION FACT-BIG-NUMBER
003924         WS-NRF-NUMBER WS-MATH-RES-NUMBER WS-MATH-REM-NUMBER
003925         WS-MATH-COMPARE WS-MATH-OVERFLOW-SW.
003926     CALL "FACTMATH" USING WS-MATH-FUNCTION WS-MATH-RES-NUMBER
003927         WS-RF-NUMBER WS-NCR-NUMBER WS-MATH-REM-NUMBER
003928         WS-MATH-COMPARE WS-MATH-OVERFLOW-SW.
003929
003930     MOVE WS-NCR-NUMBER TO FACT-BIG-NUMBER.
003931     PERFORM 3600-FORMAT-BIG-RESULT THRU 3600-EXIT.
003932     MOVE WS-BIG-DISPLAY TO WS-NCR-DISPLAY.
003933 3540-EXIT.
003934     EXIT.
003935*
003936*-----------------------------------------------------------
003937* 3560-COMPUTE-PASCAL-ROW - NC0 THROUGH NCN INTO WS-PASCAL-ROW
003938* (ENTRY K+1 HOLDS NCK). NC0 IS 1 AND EACH NEXT ENTRY IS
003939* NCK*(N-K)/(K+1): THE PRODUCT NEVER PASSES N!, SO NOTHING
003940* OVERFLOWS ONCE N! FITS, AND THE DIVISION IS ALWAYS EXACT.
003941*-----------------------------------------------------------
003942 3560-COMPUTE-PASCAL-ROW.
003943     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
003944         MOVE 0 TO WS-NPR-GROUP(IX)
003945         MOVE 0 TO WS-NCR-GROUP(IX)
003946     END-PERFORM.
003947     PERFORM 3100-GET-N-FACTORIAL THRU 3100-EXIT.
003948     COMPUTE WS-ROW-SIZE = WS-N-VALUE + 1.
003949     IF WS-ROW-SIZE > 60
003950         MOVE "Y" TO WS-OVERFLOW-SW
003951     END-IF.
003952     IF WS-OVERFLOW
003953         MOVE "RESULT EXCEEDS CAPACITY" TO WS-NCR-DISPLAY
003954         GO TO 3560-EXIT
003955     END-IF.
003956
003957     MOVE 1 TO WS-NCR-GROUP(1).
003958     MOVE WS-NCR-NUMBER TO WS-ROW-ENTRY(1).
003959     PERFORM VARYING WS-ROW-K FROM 0 BY 1
003960             UNTIL WS-ROW-K >= WS-N-VALUE
003961         COMPUTE WS-SMALL-VALUE = WS-N-VALUE - WS-ROW-K
003962         PERFORM 3580-LOAD-SMALL-NUMBER THRU 3580-EXIT
003963         MOVE "M" TO WS-MATH-FUNCTION
003964         CALL "FACTMATH" USING WS-MATH-FUNCTION WS-NCR-NUMBER
003965             WS-SMALL-NUMBER WS-MATH-RES-NUMBER WS-MATH-REM-NUMBER
003966             WS-MATH-COMPARE WS-MATH-OVERFLOW-SW
003967         COMPUTE WS-SMALL-VALUE = WS-ROW-K + 1
003968         PERFORM 3580-LOAD-SMALL-NUMBER THRU 3580-EXIT
003969         MOVE "D" TO WS-MATH-FUNCTION
003970         CALL "FACTMATH" USING WS-MATH-FUNCTION WS-MATH-RES-NUMBER
003971             WS-SMALL-NUMBER WS-NCR-NUMBER WS-MATH-REM-NUMBER
003972             WS-MATH-COMPARE WS-MATH-OVERFLOW-SW
003973         MOVE WS-NCR-NUMBER TO WS-ROW-ENTRY(WS-ROW-K + 2)
003974     END-PERFORM.
003975
003976     MOVE WS-N-VALUE TO WS-N-EDIT.
003977     MOVE SPACES TO WS-NCR-DISPLAY.
003978     STRING "NCK FOR K = 0 TO " WS-N-EDIT
003979         DELIMITED BY SIZE INTO WS-NCR-DISPLAY.
003980 3560-EXIT.
003981     EXIT.
003982*
003983*-----------------------------------------------------------
003984* 3580-LOAD-SMALL-NUMBER - PUT WS-SMALL-VALUE INTO BIG-NUMBER
003985* FORM IN WS-SMALL-NUMBER AS A FACTMATH OPERAND.
003986*-----------------------------------------------------------
003987 3580-LOAD-SMALL-NUMBER.
003988     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
003989         MOVE 0 TO WS-SMALL-GROUP(IX)
003990     END-PERFORM.
003991     DIVIDE WS-SMALL-VALUE BY 10000 GIVING WS-SMALL-GROUP(2)
003992         REMAINDER WS-SMALL-GROUP(1).
003993 3580-EXIT.
003994     EXIT.
003995*
003996*-----------------------------------------------------------
003997* 3600-FORMAT-BIG-RESULT - EXPAND THE DIGIT GROUPS IN FACT-
003999* BIG-NUMBER INTO A PRINTABLE NUMBER WITH THE LEADING ZERO
004000* GROUPS SUPPRESSED.
004001*-----------------------------------------------------------
004002 3600-FORMAT-BIG-RESULT.
004004     MOVE SPACES TO WS-BIG-FULL.
004005     MOVE 1 TO WS-FULL-PTR.
004006     PERFORM VARYING IX FROM 15 BY -1 UNTIL IX < 1
004007         MOVE FACT-BIG-GROUP(IX) TO WS-BIG-GROUP-EDIT
004009         STRING WS-BIG-GROUP-EDIT DELIMITED BY SIZE
004010             INTO WS-BIG-FULL
004011             WITH POINTER WS-FULL-PTR
004012     END-PERFORM.
004013
004015     MOVE "N" TO WS-FOUND-SW.
004016     PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
004017             UNTIL WS-SCAN-POS > 59
004018         IF WS-BIG-FULL(WS-SCAN-POS:1) NOT = "0"
004020             MOVE "Y" TO WS-FOUND-SW
004021         END-IF
004022         IF WS-FOUND
004023             EXIT PERFORM
004025         END-IF
004026     END-PERFORM.
004027
004028     MOVE SPACES TO WS-BIG-DISPLAY.
004030     MOVE WS-BIG-FULL(WS-SCAN-POS:) TO WS-BIG-DISPLAY.
004040 3600-EXIT.
004050     EXIT.
004449     END-IF.
004451 5050-EXIT.
004452     EXIT.
004454*
004457*-----------------------------------------------------------
004460* 5100-WRITE-REPORT-DETAIL - WRITE THE NPR AND NCR LINES FOR
004470* ONE REQUEST, ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS
004480* FULL.
004740*
004750*-----------------------------------------------------------
004760* 5200-WRITE-ERROR-DETAIL - LIST A REQUEST CARD THAT FAILED
004770* VALIDATION (NON-NUMERIC FIELDS, R GREATER THAN N, OR A
004775* REQUESTER CODE THAT IS NOT ACTIVE ON FACTDEPT).
004780*-----------------------------------------------------------
004790 5200-WRITE-ERROR-DETAIL.
004795     PERFORM 5050-START-REQUESTER-GROUP THRU 5050-EXIT.
004830
004840     MOVE SPACES TO RPT-DETAIL-LINE.
004850     STRING "  " WS-REQUESTER-CODE "  " COMBIN-RECORD(1:10)
004860         "      " WS-ERROR-TEXT
004870         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004880     WRITE COMB-REPORT-RECORD FROM RPT-DETAIL-LINE
004890         AFTER ADVANCING 1 LINE.
004938     MOVE 99 TO WS-LINE-COUNT.
004939 5300-EXIT.
004941     EXIT.
004942*
004943*-----------------------------------------------------------
004944* 5400-WRITE-TYPED-DETAIL - WRITE THE LINES FOR ONE TYPED
004945* CARD UNDER THE REQUESTER GROUPING: THE MULTINOMIAL AND ITS
004946* GROUP SIZES, THE TWO WITH-REPETITION COUNTS, OR A PASCAL
004947* ROW HEADING AND ONE LINE PER ENTRY.
004948*-----------------------------------------------------------
004949 5400-WRITE-TYPED-DETAIL.
004950     PERFORM 5050-START-REQUESTER-GROUP THRU 5050-EXIT.
004951     MOVE WS-N-VALUE TO WS-N-EDIT.
004952     MOVE WS-R-VALUE TO WS-R-EDIT.
004953     EVALUATE TRUE
004954         WHEN WS-KIND-MULTINOMIAL
004955             PERFORM 5410-WRITE-MULTINOMIAL THRU 5410-EXIT
004956         WHEN WS-KIND-REPETITION
004957             PERFORM 5420-WRITE-REPETITION THRU 5420-EXIT
004958         WHEN WS-KIND-PASCAL-ROW
004959             PERFORM 5430-WRITE-PASCAL-ROW THRU 5430-EXIT
004960     END-EVALUATE.
004961     ADD 1 TO WS-GROUP-COUNT.
004962 5400-EXIT.
004963     EXIT.
004964*
004965*-----------------------------------------------------------
004966* 5410-WRITE-MULTINOMIAL - THE COEFFICIENT (R COLUMN = NUMBER
004967* OF GROUPS), THEN THE GROUP SIZES.
004968*-----------------------------------------------------------
004969 5410-WRITE-MULTINOMIAL.
004970     MOVE SPACES TO RPT-DETAIL-LINE.
004971     STRING "  " WS-REQUESTER-CODE "  " WS-N-EDIT "  " WS-R-EDIT
004972         "  MULTINOMIAL = " WS-NCR-DISPLAY
004973         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004974     PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT.
004975
004976     MOVE SPACES TO RPT-DETAIL-LINE.
004977     MOVE 1 TO WS-LINE-PTR.
004978     STRING "                    " "  GROUP SIZES:"
004979         DELIMITED BY SIZE INTO RPT-DETAIL-LINE
004980         WITH POINTER WS-LINE-PTR.
004981     PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
004982             UNTIL WS-GROUP-IX > WS-R-VALUE
004983         MOVE WS-GROUP-SIZE(WS-GROUP-IX) TO WS-GROUP-EDIT
004984         STRING " " WS-GROUP-EDIT DELIMITED BY SIZE
004985             INTO RPT-DETAIL-LINE WITH POINTER WS-LINE-PTR
004986     END-PERFORM.
004987     PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT.
004988 5410-EXIT.
004989     EXIT.
004990*
004991*-----------------------------------------------------------
004992* 5420-WRITE-REPETITION - PERMUTATIONS, THEN COMBINATIONS,
004993* WITH REPETITION.
004994*-----------------------------------------------------------
004995 5420-WRITE-REPETITION.
004996     MOVE SPACES TO RPT-DETAIL-LINE.
004997     STRING "  " WS-REQUESTER-CODE "  " WS-N-EDIT "  " WS-R-EDIT
004998         "  PERM W/REP = " WS-NPR-DISPLAY
004999         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005000     PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT.
005001
005002     MOVE SPACES TO RPT-DETAIL-LINE.
005003     STRING "                    "
005004         "  COMB W/REP = " WS-NCR-DISPLAY
005005         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005006     PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT.
005007 5420-EXIT.
005008     EXIT.
005009*
005010*-----------------------------------------------------------
005011* 5430-WRITE-PASCAL-ROW - A HEADING FOR THE ROW, THEN NCK FOR
005012* EACH K (PRINTED IN THE R COLUMN).
005013*-----------------------------------------------------------
005014 5430-WRITE-PASCAL-ROW.
005015     MOVE SPACES TO RPT-DETAIL-LINE.
005016     IF WS-OVERFLOW
005017         STRING "  " WS-REQUESTER-CODE "  " WS-N-EDIT
005018             "         PASCAL ROW = RESULT EXCEEDS CAPACITY"
005019             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005020         PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT
005021         GO TO 5430-EXIT
005022     END-IF.
005023     STRING "  " WS-REQUESTER-CODE "  " WS-N-EDIT
005024         "         PASCAL ROW, K = 0 TO N"
005025         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005026     PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT.
005027
005028     PERFORM VARYING WS-ROW-K FROM 0 BY 1
005029             UNTIL WS-ROW-K > WS-N-VALUE
005030         MOVE WS-ROW-ENTRY(WS-ROW-K + 1) TO FACT-BIG-NUMBER
005031         PERFORM 3600-FORMAT-BIG-RESULT THRU 3600-EXIT
005032         MOVE WS-ROW-K TO WS-R-EDIT
005033         MOVE SPACES TO RPT-DETAIL-LINE
005034         STRING "               " WS-R-EDIT
005035             "  NCK = " WS-BIG-DISPLAY
005036             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005037         PERFORM 5450-WRITE-DETAIL-LINE THRU 5450-EXIT
005038     END-PERFORM.
005039 5430-EXIT.
005040     EXIT.
005041*
005042*-----------------------------------------------------------
005043* 5450-WRITE-DETAIL-LINE - WRITE RPT-DETAIL-LINE, ROLLING TO A
005044* NEW PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
005045*-----------------------------------------------------------
005046 5450-WRITE-DETAIL-LINE.
005047     IF WS-LINE-COUNT >= WS-MAX-LINES
005048         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
005049     END-IF.
005050     WRITE COMB-REPORT-RECORD FROM RPT-DETAIL-LINE
005051         AFTER ADVANCING 1 LINE.
005052     ADD 1 TO WS-LINE-COUNT.
005053 5450-EXIT.
005054     EXIT.
005055*
005056*-----------------------------------------------------------
005057* 6000-WRITE-AUDIT-RECORD - APPEND A FIXED-FIELD FAUDREC TRACE
005058* LINE TO FACTAUD SO A COMBINATORICS RESULT CAN BE RECONCILED
005059* BACK TO ITS RUN AND FACTAUDR CAN SUBTOTAL ON THE FIELDS.
005061*-----------------------------------------------------------
005062 6000-WRITE-AUDIT-RECORD.
005063     MOVE SPACES TO FACTAUD-RECORD.
005065     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP.
005066     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
005067     MOVE "FACTCOMB" TO AU-PROGRAM-ID.
005069     EVALUATE TRUE
005070         WHEN WS-KIND-MULTINOMIAL
005071             MOVE "MULTINOM" TO AU-REQUEST-TYPE
005073         WHEN WS-KIND-REPETITION
005074             MOVE "REPCOMB" TO AU-REQUEST-TYPE
005075         WHEN WS-KIND-PASCAL-ROW
005076             MOVE "PASCAL" TO AU-REQUEST-TYPE
005078         WHEN OTHER
005079             MOVE "NPRNCR" TO AU-REQUEST-TYPE
005080     END-EVALUATE.
005082     MOVE WS-REQUESTER-CODE TO AU-REQUESTER-CODE.
005083     MOVE WS-N-VALUE TO AU-INPUT-N.
005084     MOVE WS-R-VALUE TO AU-INPUT-R.
005086     EVALUATE TRUE
005087         WHEN NOT WS-CARD-GOOD
005088             MOVE "I" TO AU-OUTCOME-CODE
005090             MOVE WS-REJECT-NOTE TO AU-RESULT-PREVIEW
005100         WHEN WS-OVERFLOW
005110             MOVE "O" TO AU-OUTCOME-CODE
005120             MOVE "RESULT EXCEEDS CAPACITY"
005190             MOVE WS-NCR-DISPLAY TO AU-RESULT-PREVIEW
005210     END-EVALUATE.
005220
005222     MOVE "S" TO AC-FUNCTION.
005224     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
005226     CALL "FACTACHN" USING AC-PARAMETERS.
005228     IF AC-SEAL-DUE
005230         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
005232     END-IF.
005234     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
005240 6000-EXIT.
005250     EXIT.
005260*
005380     END-PERFORM.
005390     MOVE WS-RD-YYYY TO CB-CALC-YYYY.
005400     MOVE WS-RD-MM TO CB-CALC-MM.
005401     MOVE WS-RD-DD TO CB-CALC-DD.
005402     IF WS-RATIO-GOOD
005403         MOVE "Y" TO CB-RATIO-VALID
005405         MOVE WS-MQ-INTEGER TO CB-RATIO-INTEGER
005406         MOVE WS-MQ-DECIMALS(1:6) TO CB-RATIO-DECIMALS
005407     ELSE
005408         MOVE "N" TO CB-RATIO-VALID
005410         MOVE ZEROES TO CB-RATIO-INTEGER
005411         MOVE ZEROES TO CB-RATIO-DECIMALS
005412     END-IF.
005413     MOVE WS-CARD-KIND TO CB-RECORD-KIND.
005415     PERFORM VARYING WS-GROUP-IX FROM 1 BY 1 UNTIL WS-GROUP-IX > 6
005416         MOVE WS-GROUP-SIZE(WS-GROUP-IX)
005417             TO CB-GROUP-SIZE(WS-GROUP-IX)
005418     END-PERFORM.
005420     WRITE COMBREC-RECORD.
005422     IF COMBXTR-STATUS = "00"
005423         ADD 1 TO WS-EXTRACT-COUNT
005424         COMPUTE WS-XTR-HASH =
005425             FUNCTION MOD(WS-XTR-HASH + WS-N-VALUE
005426             + WS-R-VALUE, 1000000000000)
005427     ELSE
005428         MOVE "Y" TO WS-REQ-XTR-FAIL-SW
005429     END-IF.
005430 6500-EXIT.
005431     EXIT.
005432*
005433*-----------------------------------------------------------
005434* 6600-WRITE-TYPED-EXTRACT - A TYPED CARD GOES TO COMBXTR AS
005435* ONE COMBREC, EXCEPT A PASCAL ROW, WHICH GOES AS ONE COMBREC
005436* PER ENTRY WITH K IN CB-R-VALUE.
005437*-----------------------------------------------------------
005438 6600-WRITE-TYPED-EXTRACT.
005439     IF NOT WS-KIND-PASCAL-ROW
005440         PERFORM 6500-WRITE-EXTRACT-RECORD THRU 6500-EXIT
005441         GO TO 6600-EXIT
005442     END-IF.
005443
005444     PERFORM VARYING WS-ROW-K FROM 0 BY 1
005445             UNTIL WS-ROW-K > WS-N-VALUE
005446         MOVE WS-ROW-ENTRY(WS-ROW-K + 1) TO WS-NCR-NUMBER
005447         MOVE WS-ROW-K TO WS-R-VALUE
005448         PERFORM 6500-WRITE-EXTRACT-RECORD THRU 6500-EXIT
005449     END-PERFORM.
005450     MOVE 0 TO WS-R-VALUE.
005451 6600-EXIT.
005452     EXIT.
005453*
005454*-----------------------------------------------------------
005455* 6800-TRACK-REQUEST - GIVE THE CARD JUST HANDLED ITS REQUEST
005456* ID ON FREQSTAT AND POST HOW IT ENDED: REJECTED, PROCESSED
005457* WITH NO EXTRACT (RESULT TOO LARGE), OR PROCESSED AND
005458* EXTRACTED. A COMBIN CARD HAS NO LATER STEP, SO EACH OF
005459* THESE CLOSES THE REQUEST - EXCEPT A CARD WHOSE EXTRACT
005460* WRITE FAILED, WHICH IS LEFT OPEN AT PROCESSED. A BLANK CARD
005461* IS NOT A REQUEST AND IS NOT TRACKED.
005462*-----------------------------------------------------------
005463 6800-TRACK-REQUEST.
005464     IF COMBIN-RECORD = SPACES
005465         GO TO 6800-EXIT
005466     END-IF.
005467
005468     MOVE "N" TO RQ-FUNCTION.
005469     MOVE SPACES TO RQ-REQUEST-ID.
005470     MOVE WS-REQUESTER-CODE TO RQ-REQUESTER-CODE.
005471     MOVE "COMBIN" TO RQ-SOURCE-FILE.
005472     MOVE "RECEIVED" TO RQ-STATUS.
005473     MOVE "Y" TO RQ-OPEN-FLAG.
005474     MOVE "FACTCOMB" TO RQ-PROGRAM-ID.
005475     MOVE SPACES TO RQ-NOTE.
005476     STRING "RUN " WS-RUN-ID DELIMITED BY SIZE INTO RQ-NOTE.
005477     MOVE COMBIN-RECORD TO RQ-CARD-IMAGE.
005478     CALL "FACTRQST" USING RQ-PARAMETERS.
005479     IF NOT RQ-RESULT-OK
005480         GO TO 6800-EXIT
005481     END-IF.
005482
005483     MOVE "U" TO RQ-FUNCTION.
005484     MOVE SPACES TO RQ-NOTE.
005485     EVALUATE TRUE
005486         WHEN NOT WS-CARD-GOOD
005487             MOVE "REJECTED" TO RQ-STATUS
005488             MOVE "N" TO RQ-OPEN-FLAG
005489             MOVE WS-REJECT-NOTE TO RQ-NOTE
005490         WHEN WS-OVERFLOW
005491             MOVE "PROCESSED" TO RQ-STATUS
005492             MOVE "N" TO RQ-OPEN-FLAG
005493             MOVE "EXCEEDS CAPACITY" TO RQ-NOTE
005494         WHEN OTHER
005495             MOVE "PROCESSED" TO RQ-STATUS
005496             MOVE "Y" TO RQ-OPEN-FLAG
005497             STRING "RUN " WS-RUN-ID DELIMITED BY SIZE
005498                 INTO RQ-NOTE
005499     END-EVALUATE.
005500     CALL "FACTRQST" USING RQ-PARAMETERS.
005501
005502     IF NOT WS-CARD-GOOD OR WS-OVERFLOW
005503         GO TO 6800-EXIT
005504     END-IF.
005505     IF WS-REQ-XTR-FAILED
005506         DISPLAY "REQUEST " RQ-REQUEST-ID
005507             " LEFT OPEN - NOT ALL RESULTS REACHED COMBXTR"
005508         GO TO 6800-EXIT
005509     END-IF.
005510     MOVE "EXTRACTED" TO RQ-STATUS.
005511     MOVE "N" TO RQ-OPEN-FLAG.
005512     MOVE "WRITTEN TO COMBXTR" TO RQ-NOTE.
005513     CALL "FACTRQST" USING RQ-PARAMETERS.
005514 6800-EXIT.
005515     EXIT.
005516*
005517*-----------------------------------------------------------
005518* 8000-TERMINATE - REPORT THE RUN COUNTS TO THE OPERATOR AND
005520* CLOSE THE FILES BEFORE RETURNING CONTROL.
005521*-----------------------------------------------------------
005522 8000-TERMINATE.
005523     IF WS-GROUP-OPEN
005525         PERFORM 5300-WRITE-REQUESTER-SUBTOTAL THRU 5300-EXIT
005526     END-IF.
005527     MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT.
005528     DISPLAY "REQUESTS READ:      " WS-COUNT-EDIT.
005530     MOVE WS-COMPUTED-COUNT TO WS-COUNT-EDIT.
005540     DISPLAY "REQUESTS COMPUTED:  " WS-COUNT-EDIT.
005550     MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT.
005560     DISPLAY "REQUESTS IN ERROR:  " WS-COUNT-EDIT.
005570     MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT.
005580     DISPLAY "REQUESTS OVERFLOWED:" WS-COUNT-EDIT.
005581     MOVE WS-MULTINOM-COUNT TO WS-COUNT-EDIT.
005582     DISPLAY "MULTINOMIAL CARDS:  " WS-COUNT-EDIT.
005583     MOVE WS-REPETITION-COUNT TO WS-COUNT-EDIT.
005584     DISPLAY "REPETITION CARDS:   " WS-COUNT-EDIT.
005585     MOVE WS-PASCAL-COUNT TO WS-COUNT-EDIT.
005586     DISPLAY "PASCAL ROW CARDS:   " WS-COUNT-EDIT.
005590
005600     CLOSE COMBIN.
005610     IF WS-FACTAB-AVAILABLE
005655     MOVE WS-XTR-HASH TO XT-HASH-TOTAL.
005656     WRITE XTR-TRAILER-RECORD.
005660     CLOSE COMBXTR.
005663     MOVE "C" TO RQ-FUNCTION.
005666     CALL "FACTRQST" USING RQ-PARAMETERS.
005667     MOVE "R" TO DP-FUNCTION.
005668     CALL "FACTDCHK" USING DP-PARAMETERS.
005670 8000-EXIT.
005680     EXIT.
