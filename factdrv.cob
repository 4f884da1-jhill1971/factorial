001349*                    STALE FILE BEFORE IT IS LOADED. A
001351*                    RESTARTED RUN APPENDS ITS OWN TRAILER
001352*                    SEGMENT AND WRITES NO SECOND HEADER.
001353*    2026-10-15  JH  EACH CARD'S OUTCOME IS NOW POSTED TO THE
001354*                    FREQSTAT REQUEST-STATUS FILE THROUGH THE
001355*                    FACTRQST SUBPROGRAM, UNDER THE REQUEST ID
001356*                    FACTEDIT STAMPED IN COLUMNS 67-80: WHEN
001357*                    THE CARD'S LAST CALCULATION IS DONE IT IS
001358*                    POSTED PROCESSED AND, ONCE EVERY RESULT
001359*                    HAS REACHED FACTXTR, EXTRACTED. AFTER A
001361*                    GOVERNOR CUTOFF THE CARD IN FLIGHT AND
001362*                    EVERY CARD NOT YET READ ARE POSTED CUTOFF
001363*                    WITH THE FACTRST CARD THAT RESUMES THEM.
001364*    2026-10-15  JH  ADDED A SORTED INCREMENTAL COMPUTE MODE,
001365*                    SELECTED BY AN "S" IN COLUMN 1 OF THE
001366*                    OPTIONAL FACTMODE CARD. BEFORE THE MAIN
001367*                    PASS FACTIN IS SCANNED ONCE (RANGE AND
001368*                    REPEAT CARDS EXPANDED) FOR THE VALUES THIS
001369*                    RUN WILL REACH - FROM THE RESTART POINT UP
001370*                    TO THE GOVERNOR'S RECORD LIMIT - AND THE
001371*                    DISTINCT VALUES ARE TAKEN IN ASCENDING
001372*                    ORDER, EACH FACTORIAL (OR, PAST 60 DIGITS,
001373*                    EACH LOG SUM FOR THE APPROXIMATION) BUILT
001374*                    FROM THE PREVIOUS ONE INSTEAD OF FROM 1.
001375*                    THE MAIN PASS THEN RUNS IN CARD ORDER
001376*                    EXACTLY AS BEFORE, TAKING EACH COMPUTED
001377*                    RESULT FROM THE PREBUILT TABLE, SO THE
001378*                    REPORT, FACTAUD, FACTXTR, CHECKPOINTS,
001379*                    RESTART AND CONTROL TOTALS ARE UNCHANGED.
001380*                    FACTAB HITS STILL COUNT AS FACTAB HITS. THE
001381*                    RUN SUMMARY SHOWS THE MODE AND DISTINCT
001382*                    VALUES BUILT, AND FACTHIST RECORDS THE MODE.
001383*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
001384*                    JUST BEFORE THEY ARE WRITTEN, AND THE
001385*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
001386*                    THE SEAL LINE FACTACHN HANDS BACK.
001387*-----------------------------------------------------------
001388 ENVIRONMENT DIVISION.
001389 CONFIGURATION SECTION.
001391 SPECIAL-NAMES.
001392     C01 IS TOP-OF-PAGE.
001393 INPUT-OUTPUT SECTION.
001394 FILE-CONTROL.
001396     SELECT FACTIN ASSIGN TO FACTIN
001397         ORGANIZATION IS LINE SEQUENTIAL
001398         FILE STATUS IS FACTIN-STATUS.
001400     SELECT REPORT-FILE ASSIGN TO RPTFILE
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS REPORT-STATUS.
001652     SELECT FACTHIST ASSIGN TO FACTHIST
001654         ORGANIZATION IS LINE SEQUENTIAL
001656         FILE STATUS IS FACTHIST-STATUS.
001657     SELECT FACTMODE ASSIGN TO FACTMODE
001658         ORGANIZATION IS LINE SEQUENTIAL
001659         FILE STATUS IS FACTMODE-STATUS.
001660*
001670 DATA DIVISION.
001680 FILE SECTION.
001720 01  FACTIN-RECORD.
001730     05  FI-INPUT-VALUE          PIC 9(05).
001735     05  FI-REQUESTER-CODE       PIC X(04).
001740     05  FILLER                  PIC X(57).
001745     05  FI-REQUEST-ID           PIC X(14).
001750 01  FACTIN-TRAILER.
001760     05  FI-TRAILER-IND          PIC X(01).
001770         88  FI-TRAILER-CARD               VALUE "T".
002536     RECORDING MODE IS F
002537     LABEL RECORDS ARE STANDARD.
002538     COPY FHISTREC.
002539*
002540 FD  FACTMODE
002541     RECORDING MODE IS F
002542     LABEL RECORDS ARE STANDARD.
002543 01  FACTMODE-RECORD.
002544     05  MD-COMPUTE-MODE         PIC X(01).
002545     05  FILLER                  PIC X(79).
002546*
002550 WORKING-STORAGE SECTION.
002560 01  WS-SWITCHES.
002570     05  WS-FACTIN-EOF-SW        PIC X(01) VALUE "N".
002720     05  FACTGOV-STATUS          PIC X(02) VALUE SPACES.
002730     05  FACTSTAT-STATUS         PIC X(02) VALUE SPACES.
002732     05  FACTHIST-STATUS         PIC X(02) VALUE SPACES.
002736     05  FACTMODE-STATUS         PIC X(02) VALUE SPACES.
002740*
002750 01  WS-GOVERNOR-FIELDS.
002760     05  WS-GOV-TIME-LIMIT       PIC 9(06) VALUE 0.
003150     05  WS-EXP-VALUE            PIC 9(05) VALUE 0.
003160     05  WS-EXP-REMAINING        PIC 9(08) COMP VALUE 0.
003165     05  WS-EXP-REQUESTER        PIC X(04) VALUE SPACES.
003166     05  WS-CURRENT-REQUEST-ID   PIC X(14) VALUE SPACES.
003167     05  WS-EXP-REQUEST-ID       PIC X(14) VALUE SPACES.
003170 01  WS-EXP-TYPE                 PIC X(01) VALUE SPACE.
003180     88  WS-EXP-RANGE                       VALUE "R".
003190     88  WS-EXP-REPEAT                      VALUE "P".
003200 01  WS-EXP-ACTIVE-SW            PIC X(01) VALUE "N".
003210     88  WS-EXP-ACTIVE                      VALUE "Y".
003212 01  WS-CARD-LAST-SW             PIC X(01) VALUE "N".
003214     88  WS-CARD-LAST                       VALUE "Y".
003216 01  WS-REQ-XTR-FAIL-SW          PIC X(01) VALUE "N".
003218     88  WS-REQ-XTR-FAILED                  VALUE "Y".
003220 01  WS-BALANCE-SW               PIC X(01) VALUE "Y".
003230     88  WS-RUN-IN-BALANCE                  VALUE "Y".
003240 01  WS-RECORD-NUMBER            PIC 9(08) COMP VALUE 0.
003340 01  WS-END-TIMESTAMP            PIC X(19) VALUE SPACES.
003345 01  WS-OUTCOME-TEXT             PIC X(16) VALUE SPACES.
003350 01  WS-NEW-RC                   PIC 9(02) COMP VALUE 0.
003360     COPY FREQPARM.
003365     COPY FACHPARM.
003370*
003380 01  WS-REPORT-CONTROLS.
003390     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
003743 01  WS-APX-VALUE                PIC X(14) VALUE SPACES.
003744 01  WS-APX-MANT-WORK            COMP-2 VALUE 0.
003745 01  WS-APX-PTR                  PIC 9(02) COMP VALUE 1.
003746*
003747 01  WS-MODE-SW                  PIC X(01) VALUE SPACE.
003748     88  WS-SORTED-MODE                     VALUE "S".
003749*
003750* SORTED INCREMENTAL MODE. WS-SR-WANTED IS INDEXED BY INPUT
003751* VALUE + 1: "Y" WHEN THIS RUN WILL ASK FOR THE VALUE, "B"
003752* ONCE ITS RESULT HAS BEEN BUILT. A BUILT VALUE BELOW
003753* WS-SR-OVERFLOW-AT HAS ITS EXACT RESULT IN WS-SR-EXACT (NO
003754* FACTORIAL PAST 47 FITS 60 DIGITS); FROM THERE ON ONLY THE
003755* LOG SUM FOR THE APPROXIMATION IS KEPT.
003756 01  WS-SORTED-RESULTS.
003757     05  WS-SR-ENTRY OCCURS 100000 TIMES.
003758         10  WS-SR-WANTED        PIC X(01) VALUE SPACE.
003759         10  WS-SR-LOG-SUM       COMP-2 VALUE 0.
003760 01  WS-SR-EXACT-TABLE.
003761     05  WS-SR-EXACT OCCURS 60 TIMES.
003762         10  WS-SR-EXACT-GROUP OCCURS 15 TIMES PIC 9(4) COMP.
003763 01  WS-SR-BIG.
003764     05  WS-SR-BIG-GROUP OCCURS 15 TIMES PIC 9(4) COMP VALUE 0.
003765 01  WS-SR-FIELDS.
003766     05  WS-SR-I                 PIC 9(06) COMP VALUE 0.
003767     05  WS-SR-HIGH-VALUE        PIC 9(06) COMP VALUE 0.
003768     05  WS-SR-OVERFLOW-AT       PIC 9(06) COMP VALUE 999999.
003769     05  WS-SR-POSITION          PIC 9(08) COMP VALUE 0.
003770     05  WS-SR-LAST-POSITION     PIC 9(08) COMP VALUE 0.
003771     05  WS-SR-DISTINCT-COUNT    PIC 9(08) COMP VALUE 0.
003772     05  WS-SR-CARRY             PIC 9(10) COMP VALUE 0.
003773     05  WS-SR-PRODUCT           PIC 9(10) COMP VALUE 0.
003774     05  WS-SR-LOG-RUN           COMP-2 VALUE 0.
003775 01  WS-SR-SWITCHES.
003776     05  WS-SR-SCAN-EOF-SW       PIC X(01) VALUE "N".
003777         88  WS-SR-SCAN-EOF                 VALUE "Y".
003778     05  WS-SR-ANY-WANTED-SW     PIC X(01) VALUE "N".
003779         88  WS-SR-ANY-WANTED               VALUE "Y".
003780     05  WS-SR-OVERFLOW-SW       PIC X(01) VALUE "N".
003781         88  WS-SR-OVERFLOW                 VALUE "Y".
003782     05  WS-SR-HIT-SW            PIC X(01) VALUE "N".
003783         88  WS-SR-HIT                      VALUE "Y".
003784*
003785 PROCEDURE DIVISION.
003786*
003787*-----------------------------------------------------------
003788* 0000-MAINLINE - OPEN FACTIN, PROCESS EVERY RECORD IN THE
003790* BATCH, THEN CLOSE UP AND RETURN CONTROL.
003800*-----------------------------------------------------------
003810 BEGIN.
004220
004230     PERFORM 1050-CHECK-FOR-RESTART THRU 1050-EXIT.
004240     PERFORM 1070-READ-GOVERNOR THRU 1070-EXIT.
004245     PERFORM 1080-READ-MODE-CARD THRU 1080-EXIT.
004250     IF WS-RESTARTING
004260         PERFORM 1060-READ-CHECKPOINT-PAGE THRU 1060-EXIT
004263     END-IF.
004266     IF WS-SORTED-MODE
004269         PERFORM 1200-PRESCAN-FACTIN THRU 1200-EXIT
004272         PERFORM 1300-BUILD-SORTED-RESULTS THRU 1300-EXIT
004278     END-IF.
004280     OPEN INPUT FACTIN.
004290     IF FACTIN-STATUS NOT = "00"
004300         DISPLAY "UNABLE TO OPEN FACTIN, STATUS = " FACTIN-STATUS
004510         GO TO 1000-EXIT
004520     END-IF.
004530
004533     MOVE "L" TO AC-FUNCTION.
004536     CALL "FACTACHN" USING AC-PARAMETERS.
004540     OPEN EXTEND FACTAUD.
004550     IF FACTAUD-STATUS NOT = "00"
004560         OPEN OUTPUT FACTAUD
005830     END-PERFORM.
005840 1100-EXIT.
005850     EXIT.
005851*
005852*-----------------------------------------------------------
005853* 1080-READ-MODE-CARD - LOOK FOR A FACTMODE CARD. AN "S" IN
005854* COLUMN 1 SELECTS SORTED INCREMENTAL MODE; NO CARD, OR
005855* ANYTHING ELSE, MEANS THE ORDINARY ONE-CALL-PER-RECORD RUN.
005856*-----------------------------------------------------------
005857 1080-READ-MODE-CARD.
005858     OPEN INPUT FACTMODE.
005859     IF FACTMODE-STATUS NOT = "00"
005860         GO TO 1080-EXIT
005861     END-IF.
005862
005863     READ FACTMODE
005864         AT END
005865             CONTINUE
005866     END-READ.
005867     IF FACTMODE-STATUS = "00" AND MD-COMPUTE-MODE = "S"
005868         MOVE "S" TO WS-MODE-SW
005869         DISPLAY "SORTED INCREMENTAL COMPUTE MODE"
005870     END-IF.
005871     CLOSE FACTMODE.
005872 1080-EXIT.
005873     EXIT.
005874*
005875*-----------------------------------------------------------
005876* 1200-PRESCAN-FACTIN - READ FACTIN ONCE AHEAD OF THE MAIN
005877* PASS, EXPANDING RANGE AND REPEAT CARDS THE SAME WAY
005878* 4000-READ-FACTIN DOES, AND MARK EVERY VALUE AT A
005879* CALCULATION POSITION THIS RUN CAN REACH: PAST THE RESTART
005880* POINT AND, UNDER A RECORD-LIMIT GOVERNOR, NO FURTHER THAN
005881* THE LIMIT. THE SCAN STOPS AT THE LAST REACHABLE POSITION.
005882*-----------------------------------------------------------
005883 1200-PRESCAN-FACTIN.
005884     IF WS-GOV-COUNT-ACTIVE
005885         COMPUTE WS-SR-LAST-POSITION =
005886             WS-RESTART-RECORD + WS-GOV-MAX-RECORDS
005887     ELSE
005888         MOVE 99999999 TO WS-SR-LAST-POSITION
005889     END-IF.
005890
005891     OPEN INPUT FACTIN.
005892     IF FACTIN-STATUS NOT = "00"
005893         GO TO 1200-EXIT
005894     END-IF.
005895
005896     PERFORM UNTIL WS-SR-SCAN-EOF
005897         READ FACTIN
005898             AT END
005899                 MOVE "Y" TO WS-SR-SCAN-EOF-SW
005900         END-READ
005901         IF NOT WS-SR-SCAN-EOF
005902             PERFORM 1250-PRESCAN-CARD THRU 1250-EXIT
005903             IF WS-SR-POSITION >= WS-SR-LAST-POSITION
005904                 MOVE "Y" TO WS-SR-SCAN-EOF-SW
005905             END-IF
005906         END-IF
005907     END-PERFORM.
005908     CLOSE FACTIN.
005909 1200-EXIT.
005910     EXIT.
005911*
005912*-----------------------------------------------------------
005913* 1250-PRESCAN-CARD - ADVANCE THE CALCULATION POSITION OVER
005914* ONE CARD AND MARK THE VALUES IT ASKS FOR THAT FALL INSIDE
005915* THE REACHABLE WINDOW. TRAILERS AND MALFORMED TYPED CARDS
005916* ARE NOT CALCULATIONS, AS IN 4200-CLASSIFY-CARD.
005917*-----------------------------------------------------------
005918 1250-PRESCAN-CARD.
005919     EVALUATE TRUE
005920         WHEN FI-TRAILER-CARD
005921             CONTINUE
005922         WHEN FI-RANGE-CARD
005923             IF FI-RANGE-FROM NUMERIC AND FI-RANGE-TO NUMERIC
005924                     AND FI-RANGE-FROM <= FI-RANGE-TO
005925                 PERFORM VARYING WS-SR-I FROM FI-RANGE-FROM BY 1
005926                         UNTIL WS-SR-I > FI-RANGE-TO
005927                         OR WS-SR-POSITION >= WS-SR-LAST-POSITION
005928                     ADD 1 TO WS-SR-POSITION
005929                     IF WS-SR-POSITION > WS-RESTART-RECORD
005930                         PERFORM 1260-MARK-VALUE THRU 1260-EXIT
005931                     END-IF
005932                 END-PERFORM
005933             END-IF
005934         WHEN FI-REPEAT-CARD
005935             IF FI-REPEAT-VALUE NUMERIC
005936                     AND FI-REPEAT-COUNT NUMERIC
005937                     AND FI-REPEAT-COUNT > 0
005938                 ADD FI-REPEAT-COUNT TO WS-SR-POSITION
005939                 IF WS-SR-POSITION > WS-RESTART-RECORD
005940                     MOVE FI-REPEAT-VALUE TO WS-SR-I
005941                     PERFORM 1260-MARK-VALUE THRU 1260-EXIT
005942                 END-IF
005943             END-IF
005944         WHEN OTHER
005945             ADD 1 TO WS-SR-POSITION
005946             IF WS-SR-POSITION > WS-RESTART-RECORD
005947                     AND FI-INPUT-VALUE NUMERIC
005948                 MOVE FI-INPUT-VALUE TO WS-SR-I
005949                 PERFORM 1260-MARK-VALUE THRU 1260-EXIT
005950             END-IF
005951     END-EVALUATE.
005952 1250-EXIT.
005953     EXIT.
005954*
005955*-----------------------------------------------------------
005956* 1260-MARK-VALUE - NOTE THAT THE RUN NEEDS WS-SR-I AND KEEP
005957* THE HIGHEST VALUE NEEDED, WHICH IS WHERE THE BUILD STOPS.
005958*-----------------------------------------------------------
005959 1260-MARK-VALUE.
005960     MOVE "Y" TO WS-SR-WANTED(WS-SR-I + 1).
005961     MOVE "Y" TO WS-SR-ANY-WANTED-SW.
005962     IF WS-SR-I > WS-SR-HIGH-VALUE
005963         MOVE WS-SR-I TO WS-SR-HIGH-VALUE
005964     END-IF.
005965 1260-EXIT.
005966     EXIT.
005967*
005968*-----------------------------------------------------------
005969* 1300-BUILD-SORTED-RESULTS - WALK THE VALUES IN ASCENDING
005970* ORDER UP TO THE HIGHEST ONE NEEDED, MULTIPLYING A RUNNING
005971* FACTORIAL BY EACH VALUE IN TURN AND ADDING ITS BASE-10 LOG
005972* TO A RUNNING LOG SUM (IN THE SAME ORDER 3400-APPROXIMATE-
005973* RESULT ADDS THEM, SO THE APPROXIMATIONS MATCH AN ORDINARY
005974* RUN), AND FILE THE RESULT OF EVERY VALUE THE RUN NEEDS.
005975* ONCE THE RUNNING FACTORIAL OVERFLOWS ONLY THE LOG SUM IS
005976* CARRIED ON.
005977*-----------------------------------------------------------
005978 1300-BUILD-SORTED-RESULTS.
005979     IF NOT WS-SR-ANY-WANTED
005980         GO TO 1300-EXIT
005981     END-IF.
005982
005983     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
005984         MOVE 0 TO WS-SR-BIG-GROUP(IX)
005985     END-PERFORM.
005986     MOVE 1 TO WS-SR-BIG-GROUP(1).
005987     MOVE "N" TO WS-SR-OVERFLOW-SW.
005988     MOVE 0 TO WS-SR-LOG-RUN.
005989
005990     PERFORM VARYING WS-SR-I FROM 0 BY 1
005991             UNTIL WS-SR-I > WS-SR-HIGH-VALUE
005992         IF WS-SR-I > 1
005993             COMPUTE WS-SR-LOG-RUN = WS-SR-LOG-RUN
005994                 + FUNCTION LOG10(WS-SR-I)
005995         END-IF
005996         IF WS-SR-I > 0 AND NOT WS-SR-OVERFLOW
005997             PERFORM 1350-MULTIPLY-SORTED-BIG THRU 1350-EXIT
005998         END-IF
005999         IF WS-SR-WANTED(WS-SR-I + 1) = "Y"
006000             PERFORM 1360-FILE-SORTED-RESULT THRU 1360-EXIT
006001         END-IF
006002     END-PERFORM.
006003
006004     MOVE WS-SR-DISTINCT-COUNT TO WS-COUNT-EDIT.
006005     DISPLAY "DISTINCT VALUES BUILT: " WS-COUNT-EDIT.
006006 1300-EXIT.
006007     EXIT.
006008*
006009*-----------------------------------------------------------
006010* 1350-MULTIPLY-SORTED-BIG - MULTIPLY THE RUNNING FACTORIAL
006011* BY WS-SR-I, PROPAGATING THE CARRY BETWEEN DIGIT GROUPS THE
006012* SAME WAY THE FACTORIAL SUBPROGRAM DOES. A CARRY LEFT OVER
006013* MEANS THIS VALUE AND EVERY ONE ABOVE IT OVERFLOWS.
006014*-----------------------------------------------------------
006015 1350-MULTIPLY-SORTED-BIG.
006016     MOVE 0 TO WS-SR-CARRY.
006017     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
006018         COMPUTE WS-SR-PRODUCT =
006019             WS-SR-BIG-GROUP(IX) * WS-SR-I + WS-SR-CARRY
006020         COMPUTE WS-SR-BIG-GROUP(IX) =
006021             FUNCTION MOD(WS-SR-PRODUCT, 10000)
006022         COMPUTE WS-SR-CARRY = WS-SR-PRODUCT / 10000
006023     END-PERFORM.
006024     IF WS-SR-CARRY NOT = 0
006025         MOVE "Y" TO WS-SR-OVERFLOW-SW
006026         MOVE WS-SR-I TO WS-SR-OVERFLOW-AT
006027     END-IF.
006028 1350-EXIT.
006029     EXIT.
006030*
006031*-----------------------------------------------------------
006032* 1360-FILE-SORTED-RESULT - KEEP THE RESULT FOR WS-SR-I: THE
006033* EXACT DIGIT GROUPS WHILE THEY STILL FIT, AND ALWAYS THE LOG
006034* SUM, THEN MARK THE VALUE BUILT.
006035*-----------------------------------------------------------
006036 1360-FILE-SORTED-RESULT.
006037     IF NOT WS-SR-OVERFLOW AND WS-SR-I < 60
006038         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
006039             MOVE WS-SR-BIG-GROUP(IX)
006040                 TO WS-SR-EXACT-GROUP(WS-SR-I + 1, IX)
006041         END-PERFORM
006042     END-IF.
006043     MOVE WS-SR-LOG-RUN TO WS-SR-LOG-SUM(WS-SR-I + 1).
006044     MOVE "B" TO WS-SR-WANTED(WS-SR-I + 1).
006045     ADD 1 TO WS-SR-DISTINCT-COUNT.
006046 1360-EXIT.
006047     EXIT.
006048*
006049*-----------------------------------------------------------
006050* 3000-CALCULATE-FACTORIAL - CALL THE FACTORIAL SUBPROGRAM
006051* FOR THE CURRENT FACTIN RECORD, THEN REPORT THE RESULT.
006052*-----------------------------------------------------------
006053 3000-CALCULATE-FACTORIAL.
006054     MOVE WS-CURRENT-VALUE TO USERINPUT.
006055     MOVE "N" TO WS-FACTAB-FOUND-SW.
006056     MOVE "N" TO WS-SR-HIT-SW.
006057     ADD 1 TO WS-PROCESSED-COUNT.
006058
006059     IF WS-FACTAB-AVAILABLE
006060         MOVE USERINPUT TO FA-KEY
006061         READ FACTAB
006062             INVALID KEY
006063                 MOVE "N" TO WS-FACTAB-FOUND-SW
006064             NOT INVALID KEY
006065                 MOVE "Y" TO WS-FACTAB-FOUND-SW
006066         END-READ
006067     END-IF.
006068
006069     IF WS-FACTAB-FOUND
006070         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
006080             MOVE FA-RESULT-GROUP(IX) TO FACT-BIG-GROUP(IX)
006090         END-PERFORM
006100         MOVE "N" TO WS-OVERFLOW-SW
006110         ADD 1 TO WS-FACTAB-COUNT
006120     ELSE
006125         PERFORM 3100-TAKE-SORTED-RESULT THRU 3100-EXIT
006130         IF NOT WS-SR-HIT
006135             CALL "FACTORIAL" USING USERINPUT FACT-BIG-NUMBER
006140                 WS-OVERFLOW-SW
006145         END-IF
006150         ADD 1 TO WS-COMPUTED-COUNT
006160     END-IF.
006170
006330     PERFORM 5100-WRITE-REPORT-DETAIL THRU 5100-EXIT.
006340     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
006360     PERFORM 6500-WRITE-EXTRACT-RECORD THRU 6500-EXIT.
006370     IF WS-CARD-LAST
006372         PERFORM 6800-POST-REQUEST-DONE THRU 6800-EXIT
006374     END-IF.
006380 3000-EXIT.
006381     EXIT.
006382*
006383*-----------------------------------------------------------
006384* 3100-TAKE-SORTED-RESULT - IN SORTED INCREMENTAL MODE, TAKE
006385* THE CURRENT VALUE'S RESULT FROM THE TABLE BUILT BEFORE THE
006386* MAIN PASS. A VALUE THE BUILD DID NOT COVER IS LEFT FOR THE
006387* ORDINARY FACTORIAL CALL.
006388*-----------------------------------------------------------
006389 3100-TAKE-SORTED-RESULT.
006390     MOVE "N" TO WS-SR-HIT-SW.
006391     IF NOT WS-SORTED-MODE OR USERINPUT NOT NUMERIC
006392         GO TO 3100-EXIT
006393     END-IF.
006394     IF WS-SR-WANTED(USERINPUT + 1) NOT = "B"
006395         GO TO 3100-EXIT
006396     END-IF.
006397
006398     MOVE "Y" TO WS-SR-HIT-SW.
006399     IF USERINPUT < WS-SR-OVERFLOW-AT
006400         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
006401             MOVE WS-SR-EXACT-GROUP(USERINPUT + 1, IX)
006402                 TO FACT-BIG-GROUP(IX)
006403         END-PERFORM
006404         MOVE "N" TO WS-OVERFLOW-SW
006405     ELSE
006406         MOVE "Y" TO WS-OVERFLOW-SW
006407     END-IF.
006408 3100-EXIT.
006419     EXIT.
006420*
006421*-----------------------------------------------------------
006422* 3200-FORMAT-BIG-RESULT - EXPAND THE DIGIT GROUPS RETURNED
006430* BY FACTORIAL INTO A PRINTABLE NUMBER WITH THE LEADING ZERO
006440* GROUPS SUPPRESSED.
006450*-----------------------------------------------------------
006670     MOVE SPACES TO WS-BIG-DISPLAY.
006680     MOVE WS-BIG-FULL(WS-SCAN-POS:) TO WS-BIG-DISPLAY.
006690 3200-EXIT.
006691     EXIT.
006692*
006693*-----------------------------------------------------------
006694* 3400-APPROXIMATE-RESULT - THE TRUE FACTORIAL NO LONGER FITS
006696* THE 15-GROUP ACCUMULATOR, SO WORK OUT ITS SIZE FROM THE SUM
006697* OF BASE-10 LOGS: THE WHOLE PART OF THE SUM GIVES THE
006698* EXPONENT (DIGITS = EXPONENT + 1) AND TEN RAISED TO THE
006699* FRACTION GIVES THE LEADING DIGITS. THE ANSWER IS LEFT IN
006700* WS-APX-VALUE AS D.DDDE+NN AND A PRINTABLE LINE IN
006702* WS-BIG-DISPLAY FOR THE REPORT AND THE AUDIT PREVIEW. IN
006703* SORTED INCREMENTAL MODE THE LOG SUM WAS ALREADY BUILT.
006704*-----------------------------------------------------------
006705 3400-APPROXIMATE-RESULT.
006706     MOVE 0 TO WS-APX-LOG-SUM.
006708     IF WS-SR-HIT
006709         MOVE WS-SR-LOG-SUM(USERINPUT + 1) TO WS-APX-LOG-SUM
006710     ELSE
006711         PERFORM VARYING WS-APX-I FROM 2 BY 1
006712                 UNTIL WS-APX-I > USERINPUT
006714             COMPUTE WS-APX-LOG-SUM = WS-APX-LOG-SUM
006715                 + FUNCTION LOG10(WS-APX-I)
006716         END-PERFORM
006717     END-IF.
006719
006721     COMPUTE WS-APX-EXPONENT =
006722         FUNCTION INTEGER-PART(WS-APX-LOG-SUM).
006772         INTO WS-BIG-DISPLAY.
006773 3400-EXIT.
006774     EXIT.
006775*
006777*-----------------------------------------------------------
006779* 4000-READ-FACTIN - DELIVER THE NEXT CALCULATION VALUE IN
006781* WS-CURRENT-VALUE, COUNTING EACH ONE SO A CHECKPOINT CAN
006782* RECORD OUR POSITION IN EXPANDED CALCULATIONS. A RANGE OR
006784* REPEAT CARD IN PROGRESS IS DRAINED ONE VALUE AT A TIME
006786* BEFORE THE NEXT CARD IS READ. A TRAILER CARD ("T" IN
006788* COLUMN 1) IS NOT A CALCULATION: ITS EXPECTED CALCULATION
006790* COUNT IS CAPTURED FOR THE END-OF-RUN RECONCILIATION AND
006800* THE READ CONTINUES TO THE NEXT CARD.
006810*-----------------------------------------------------------
007200     END-IF.
007210
007215     MOVE WS-EXP-REQUESTER TO WS-CURRENT-REQUESTER.
007216     MOVE WS-EXP-REQUEST-ID TO WS-CURRENT-REQUEST-ID.
007217     IF WS-EXP-ACTIVE
007218         MOVE "N" TO WS-CARD-LAST-SW
007219     ELSE
007221         MOVE "Y" TO WS-CARD-LAST-SW
007222     END-IF.
007226     ADD 1 TO WS-RECORD-NUMBER.
007230     ADD 1 TO WS-READ-COUNT.
007240     MOVE "Y" TO WS-GOT-DATA-SW.
007250 4100-EXIT.
007450                 MOVE FI-RANGE-FROM TO WS-EXP-NEXT
007460                 MOVE FI-RANGE-TO TO WS-EXP-TO
007465                 MOVE FI-TYPED-REQUESTER TO WS-EXP-REQUESTER
007466                 MOVE FI-REQUEST-ID TO WS-EXP-REQUEST-ID
007467                 MOVE "N" TO WS-REQ-XTR-FAIL-SW
007470                 MOVE "R" TO WS-EXP-TYPE
007480                 MOVE "Y" TO WS-EXP-ACTIVE-SW
007490                 PERFORM 4100-NEXT-FROM-EXPANSION THRU 4100-EXIT
007580                 MOVE FI-REPEAT-VALUE TO WS-EXP-VALUE
007590                 MOVE FI-REPEAT-COUNT TO WS-EXP-REMAINING
007595                 MOVE FI-TYPED-REQUESTER TO WS-EXP-REQUESTER
007596                 MOVE FI-REQUEST-ID TO WS-EXP-REQUEST-ID
007597                 MOVE "N" TO WS-REQ-XTR-FAIL-SW
007600                 MOVE "P" TO WS-EXP-TYPE
007610                 MOVE "Y" TO WS-EXP-ACTIVE-SW
007620                 PERFORM 4100-NEXT-FROM-EXPANSION THRU 4100-EXIT
007670         WHEN OTHER
007680             MOVE FI-INPUT-VALUE TO WS-CURRENT-VALUE
007685             MOVE FI-REQUESTER-CODE TO WS-CURRENT-REQUESTER
007686             MOVE FI-REQUEST-ID TO WS-CURRENT-REQUEST-ID
007687             MOVE "Y" TO WS-CARD-LAST-SW
007688             MOVE "N" TO WS-REQ-XTR-FAIL-SW
007690             ADD 1 TO WS-RECORD-NUMBER
007700             ADD 1 TO WS-READ-COUNT
007710             MOVE "Y" TO WS-GOT-DATA-SW
008069         MOVE 0 TO WS-GROUP-COUNT
008071         MOVE 99 TO WS-LINE-COUNT
008072     END-IF.
008076     IF WS-LINE-COUNT >= WS-MAX-LINES
008080         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
008090     END-IF.
008100
008218     MOVE 99 TO WS-LINE-COUNT.
008219 5150-EXIT.
008221     EXIT.
008224*
008227*-----------------------------------------------------------
008230* 5500-WRITE-RUN-SUMMARY - START A FRESH PAGE AND FILE THE
008240* RUN TOTALS, THEN RECONCILE THEM: THE TRAILER COUNT MUST
008250* MATCH THE RECORDS READ, AND EVERY PROCESSED RECORD MUST
008690     MOVE "  AUDIT LINES WRITTEN:  " TO RPT-SUMMARY-LINE.
008700     MOVE WS-AUDIT-COUNT TO WS-COUNT-EDIT.
008710     PERFORM 5600-WRITE-SUMMARY-COUNT THRU 5600-EXIT.
008711
008712     IF WS-SORTED-MODE
008713         MOVE SPACES TO RPT-SUMMARY-LINE
008714         MOVE "  SORTED INCREMENTAL COMPUTE MODE"
008715             TO RPT-SUMMARY-LINE
008716         WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE
008717             AFTER ADVANCING 1 LINE
008718         MOVE "  DISTINCT VALUES BUILT:" TO RPT-SUMMARY-LINE
008719         MOVE WS-SR-DISTINCT-COUNT TO WS-COUNT-EDIT
008720         PERFORM 5600-WRITE-SUMMARY-COUNT THRU 5600-EXIT
008721     END-IF.
008733
008734     IF WS-GOV-CUTOFF
008740         MOVE SPACES TO RPT-SUMMARY-LINE
008750         MOVE "  RUN STOPPED BY BATCH-WINDOW GOVERNOR"
008760             TO RPT-SUMMARY-LINE
009580             MOVE WS-BIG-DISPLAY TO AU-RESULT-PREVIEW
009590     END-EVALUATE.
009600
009602     MOVE "S" TO AC-FUNCTION.
009604     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
009606     CALL "FACTACHN" USING AC-PARAMETERS.
009608     IF AC-SEAL-DUE
009610         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
009612     END-IF.
009614     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
009620     IF FACTAUD-STATUS = "00"
009630         ADD 1 TO WS-AUDIT-COUNT
009631     END-IF.
009632 6000-EXIT.
009634     EXIT.
009635*
009637*-----------------------------------------------------------
009638* 6500-WRITE-EXTRACT-RECORD - WRITE ONE FACTREC TO THE FACTXTR
009640* DOWNSTREAM INTERFACE FILE FOR THE NPR/NCR COMBINATORICS WORK.
009642* AN OVERFLOWED REQUEST WRITES A FLAGGED "A" RECORD CARRYING
009644* THE APPROXIMATION INSTEAD OF THE DIGIT GROUPS, SO EVERY
009762         COMPUTE WS-XTR-HASH =
009764             FUNCTION MOD(WS-XTR-HASH + USERINPUT,
009766             1000000000000)
009768     ELSE
009769         MOVE "Y" TO WS-REQ-XTR-FAIL-SW
009770     END-IF.
009780 6500-EXIT.
009790     EXIT.
009791*
009792*-----------------------------------------------------------
009793* 6800-POST-REQUEST-DONE - THE LAST CALCULATION OF A CARD HAS
009794* BEEN FILED: POST THE REQUEST PROCESSED ON FREQSTAT AND, WHEN
009795* EVERY ONE OF ITS RESULTS REACHED FACTXTR, EXTRACTED - WHICH
009796* CLOSES IT. A CARD WITH NO REQUEST ID IS NOT TRACKED.
009797*-----------------------------------------------------------
009798 6800-POST-REQUEST-DONE.
009799     IF WS-CURRENT-REQUEST-ID = SPACES
009801         GO TO 6800-EXIT
009802     END-IF.
009803
009804     MOVE "U" TO RQ-FUNCTION.
009805     MOVE WS-CURRENT-REQUEST-ID TO RQ-REQUEST-ID.
009806     MOVE "FACTDRV" TO RQ-PROGRAM-ID.
009807     MOVE "PROCESSED" TO RQ-STATUS.
009808     MOVE "Y" TO RQ-OPEN-FLAG.
009809     MOVE SPACES TO RQ-NOTE.
009811     STRING "RUN " WS-RUN-ID DELIMITED BY SIZE INTO RQ-NOTE.
009812     CALL "FACTRQST" USING RQ-PARAMETERS.
009813
009814     IF WS-REQ-XTR-FAILED
009815         DISPLAY "REQUEST " WS-CURRENT-REQUEST-ID
009816             " LEFT OPEN - NOT ALL RESULTS REACHED FACTXTR"
009817         GO TO 6800-EXIT
009818     END-IF.
009819     MOVE "EXTRACTED" TO RQ-STATUS.
009820     MOVE "N" TO RQ-OPEN-FLAG.
009821     MOVE "WRITTEN TO FACTXTR" TO RQ-NOTE.
009822     CALL "FACTRQST" USING RQ-PARAMETERS.
009823 6800-EXIT.
009824     EXIT.
009825*
009827*-----------------------------------------------------------
009828* 7000-CHECKPOINT-IF-DUE - EVERY WS-CHECKPOINT-INTERVAL RECORDS,
009830* REFRESH FACTCKPT WITH THE LAST RECORD SUCCESSFULLY PROCESSED.
009840*-----------------------------------------------------------
009850 7000-CHECKPOINT-IF-DUE.
010490* RUN'S CONTROL TOTALS.
010500*-----------------------------------------------------------
010510 7600-COUNT-REMAINING.
010512     MOVE WS-RECORD-NUMBER TO WS-GOV-RST-NUMBER.
010514     IF WS-EXP-ACTIVE
010516         MOVE WS-EXP-REQUEST-ID TO RQ-REQUEST-ID
010518         PERFORM 7650-POST-CUTOFF THRU 7650-EXIT
010519     END-IF.
010520     IF WS-EXP-ACTIVE
010530         IF WS-EXP-RANGE
010540             COMPUTE WS-GOV-REMAINING =
010810                 WHEN OTHER
010820                     ADD 1 TO WS-GOV-REMAINING
010830             END-EVALUATE
010835             MOVE FI-REQUEST-ID TO RQ-REQUEST-ID
010837             PERFORM 7650-POST-CUTOFF THRU 7650-EXIT
010840         END-IF
010850     END-PERFORM.
010860 7600-EXIT.
010870     EXIT.
010871*
010872*-----------------------------------------------------------
010873* 7650-POST-CUTOFF - POST THE REQUEST IN RQ-REQUEST-ID AS
010874* CUTOFF ON FREQSTAT, NOTING THE FACTRST CARD THAT RESUMES
010875* IT. THE REQUEST STAYS OPEN. A CARD WITH NO REQUEST ID IS NOT
010876* TRACKED.
010877*-----------------------------------------------------------
010878 7650-POST-CUTOFF.
010879     IF RQ-REQUEST-ID = SPACES
010881         GO TO 7650-EXIT
010882     END-IF.
010883
010884     MOVE "U" TO RQ-FUNCTION.
010885     MOVE "FACTDRV" TO RQ-PROGRAM-ID.
010886     MOVE "CUTOFF" TO RQ-STATUS.
010887     MOVE "Y" TO RQ-OPEN-FLAG.
010888     MOVE SPACES TO RQ-NOTE.
010889     STRING "FACTRST Y" WS-GOV-RST-NUMBER
010891         DELIMITED BY SIZE INTO RQ-NOTE.
010892     CALL "FACTRQST" USING RQ-PARAMETERS.
010893 7650-EXIT.
010894     EXIT.
010896*
010898*-----------------------------------------------------------
010900* 8000-TERMINATE - FILE THE RUN SUMMARY, REPORT A GOVERNOR
010910* CUTOFF AND THE RESUME POINT TO THE OPERATOR, AND CLOSE THE
010920* FILES BEFORE RETURNING TO THE OPERATING SYSTEM.
011205     MOVE WS-XTR-HASH TO XT-HASH-TOTAL.
011206     WRITE XTR-TRAILER-RECORD.
011210     CLOSE FACTXTR.
011215     MOVE "C" TO RQ-FUNCTION.
011217     CALL "FACTRQST" USING RQ-PARAMETERS.
011220     IF NOT WS-CKPT-FAILED
011230         PERFORM 7100-WRITE-CHECKPOINT THRU 7100-EXIT
011240     END-IF.
012330     MOVE WS-OUTCOME-TEXT TO RH-OUTCOME.
012340     MOVE WS-GOV-CUTOFF-SW TO RH-GOVERNOR-CUTOFF.
012350     MOVE WS-BALANCE-SW TO RH-IN-BALANCE.
012355     MOVE WS-MODE-SW TO RH-COMPUTE-MODE.
012360
012370     WRITE FACTHIST-RECORD.
012380     IF FACTHIST-STATUS NOT = "00"
