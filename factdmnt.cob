000010* DEPARTMENT REFERENCE MAINTENANCE FOR THE FACTDEPT FILE.
000020* REQUESTER CODES ON FACTIN AND COMBIN CARDS USED TO BE FREE
000030* FORM, SO A TYPO BECAME A DEPARTMENT OF ITS OWN ON THE BURST
000040* REPORTS AND THE FACTCHGB CHARGEBACK. FACTDEPT NOW HOLDS THE
000050* CODES THAT MAY BE USED, AND THIS PROGRAM - REACHABLE AS THE
000060* FACTMENU DEPARTMENT-MAINTENANCE OPTION, RESTRICTED TO
000070* PROFILES WITH THE ADMIN FLAG - ADDS, CHANGES, DEACTIVATES,
000080* AND LISTS THEM. EVERY CHANGE IS WRITTEN TO FACTAUD AS A
000090* DEPT EVENT, ONE LINE PER FIELD CHANGED, SAYING WHO CHANGED
000100* WHICH DEPARTMENT AND TO WHAT, AND THE "L" FUNCTION FILES A
000110* PRINTED DEPARTMENT LISTING (DEPTRPT) FOR FINANCE.
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FACTDMNT.
000140 AUTHOR. JAMES HILL.
000150 INSTALLATION. COMBINATORICS BATCH GROUP.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*-----------------------------------------------------------
000220*    2026-10-15  JH  ORIGINAL VERSION, ON THE FACTUMNT PATTERN:
000230*                    THE DEPARTMENT FILE IS READ INTO A TABLE
000240*                    AT START-UP, MAINTAINED IN PLACE, AND
000250*                    REWRITTEN WHOLE AT QUIT, SO A SESSION
000260*                    ABANDONED MID-STREAM LEAVES THE FILE
000270*                    UNTOUCHED. A DEPARTMENT IS NEVER DELETED -
000280*                    DEACTIVATING IT STOPS NEW CARDS WHILE OLD
000290*                    WORK STILL BILLS UNDER ITS NAME. CONDITION
000300*                    CODES FOLLOW THE SUITE CONVENTION: 0
000310*                    CLEAN, 16 WHEN FACTDEPT COULD NOT BE READ
000320*                    OR REWRITTEN.
000330*-----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     C01 IS TOP-OF-PAGE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTDEPT ASSIGN TO FACTDEPT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FACTDEPT-STATUS.
000430     SELECT FACTAUD ASSIGN TO FACTAUD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FACTAUD-STATUS.
000460     SELECT DEPT-REPORT ASSIGN TO DEPTRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DEPTRPT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FACTDEPT
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY FDEPTREC.
000560*
000570 FD  FACTAUD
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FAUDREC.
000610*
000620 FD  DEPT-REPORT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  DEPT-REPORT-RECORD          PIC X(132).
000660*
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-FACTDEPT-EOF-SW      PIC X(01) VALUE "N".
000700         88  FACTDEPT-EOF                  VALUE "Y".
000710     05  WS-INIT-SW              PIC X(01) VALUE "Y".
000720         88  WS-INIT-OK                     VALUE "Y".
000730     05  WS-SAVE-FAIL-SW         PIC X(01) VALUE "N".
000740         88  WS-SAVE-FAILED                 VALUE "Y".
000750     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000760         88  WS-FOUND                       VALUE "Y".
000770     05  WS-INPUT-GOOD-SW        PIC X(01) VALUE "Y".
000780         88  WS-INPUT-GOOD                  VALUE "Y".
000790     05  WS-CHANGED-SW           PIC X(01) VALUE "N".
000800         88  WS-DEPTS-CHANGED               VALUE "Y".
000810*
000820 01  WS-FILE-STATUSES.
000830     05  FACTDEPT-STATUS         PIC X(02) VALUE SPACES.
000840     05  FACTAUD-STATUS          PIC X(02) VALUE SPACES.
000850     05  DEPTRPT-STATUS          PIC X(02) VALUE SPACES.
000860*
000870 01  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000880     88  WS-CHOICE-ADD                      VALUE "A".
000890     88  WS-CHOICE-CHANGE                   VALUE "C".
000900     88  WS-CHOICE-DEACTIVATE               VALUE "D".
000910     88  WS-CHOICE-LIST                     VALUE "L".
000920     88  WS-CHOICE-QUIT                     VALUE "Q".
000930*
000940 01  WS-DEPT-TABLE.
000950     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
000960         10  WS-DT-CODE          PIC X(04).
000970         10  WS-DT-NAME          PIC X(24).
000980         10  WS-DT-COST-CENTER   PIC X(08).
000990         10  WS-DT-CONTACT       PIC X(20).
001000         10  WS-DT-ACTIVE-FLAG   PIC X(01).
001010         10  WS-DT-CEILING       PIC 9(07).
001020 01  WS-DEPT-USED                PIC 9(03) COMP VALUE 0.
001030 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE 0.
001040 01  WS-HIT-IX                   PIC 9(03) COMP VALUE 0.
001050*
001060* WHAT THE OPERATOR KEYED FOR ONE DEPARTMENT. ON A CHANGE A
001070* BLANK FIELD MEANS "KEEP WHAT IS ON FILE".
001080 01  WS-TARGET-CODE              PIC X(04) VALUE SPACES.
001090 01  WS-ENTRY-FIELDS.
001100     05  WS-NAME-IN              PIC X(24) VALUE SPACES.
001110     05  WS-COST-CENTER-IN       PIC X(08) VALUE SPACES.
001120     05  WS-CONTACT-IN           PIC X(20) VALUE SPACES.
001130     05  WS-ACTIVE-IN            PIC X(01) VALUE SPACE.
001140     05  WS-CEILING-IN           PIC X(07) VALUE SPACES.
001150     05  WS-CEILING-IN-N REDEFINES WS-CEILING-IN
001160                                 PIC 9(07).
001170 01  WS-CEILING-EDIT             PIC 9(07).
001180 01  WS-OLD-CEILING-EDIT         PIC 9(07).
001190 01  WS-AUDIT-ACTION             PIC X(03) VALUE SPACES.
001200 01  WS-AUDIT-DETAIL             PIC X(30) VALUE SPACES.
001210 01  WS-FIELD-CHANGES            PIC 9(01) COMP VALUE 0.
001220*
001230 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001240 01  WS-RUN-TIME.
001250     05  WS-RT-HH                PIC 9(02).
001260     05  WS-RT-MM                PIC 9(02).
001270     05  WS-RT-SS                PIC 9(02).
001280 01  WS-RUN-DATE.
001290     05  WS-RD-YYYY              PIC 9(04).
001300     05  WS-RD-MM                PIC 9(02).
001310     05  WS-RD-DD                PIC 9(02).
001320 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001330 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
001340*
001350 01  WS-REPORT-CONTROLS.
001360     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001370     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
001380     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 20.
001390 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001400 01  WS-PAGE-EDIT                PIC ZZ9.
001410 01  WS-LIST-CEILING-EDIT        PIC Z,ZZZ,ZZ9.
001420*
001430 01  RPT-TITLE-LINE              PIC X(132) VALUE
001440     "DEPARTMENT REFERENCE LISTING".
001450 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
001460 01  RPT-COLUMN-LINE.
001470     05  FILLER                  PIC X(43) VALUE
001480         "  CODE  DEPARTMENT NAME           COST CTR".
001490     05  FILLER                  PIC X(89) VALUE
001500         "  CONTACT               ACTIVE    CEILING".
001510 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001520*
001530     COPY FACHPARM.
001540*
001550 PROCEDURE DIVISION.
001560*
001570*-----------------------------------------------------------
001580* 0000-MAINLINE - LOAD THE DEPARTMENT TABLE, RUN THE
001590* MAINTENANCE MENU UNTIL THE OPERATOR QUITS, THEN SAVE THE
001600* TABLE BACK TO FACTDEPT IF ANYTHING CHANGED.
001610*-----------------------------------------------------------
001620 BEGIN.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF NOT WS-INIT-OK
001650         MOVE 16 TO RETURN-CODE
001660         GOBACK
001670     END-IF.
001680
001690     PERFORM UNTIL WS-CHOICE-QUIT
001700         PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
001710         PERFORM 2100-DISPATCH-CHOICE THRU 2100-EXIT
001720     END-PERFORM.
001730
001740     IF WS-DEPTS-CHANGED
001750         PERFORM 7000-SAVE-DEPARTMENTS THRU 7000-EXIT
001760     END-IF.
001770     IF WS-SAVE-FAILED
001780         MOVE 16 TO RETURN-CODE
001790     END-IF.
001800     GOBACK.
001810*
001820*-----------------------------------------------------------
001830* 1000-INITIALIZE - GET THE MAINTAINING OPERATOR'S ID AND LOAD
001840* EVERY FACTDEPT RECORD INTO THE DEPARTMENT TABLE. A MISSING
001850* FILE IS AN EMPTY TABLE (FIRST-TIME SET-UP); AN UNREADABLE
001860* ONE, OR ONE TOO BIG FOR THE TABLE, STOPS THE SESSION.
001870*-----------------------------------------------------------
001880 1000-INITIALIZE.
001890     DISPLAY "FACTDEPT DEPARTMENT MAINTENANCE".
001900     DISPLAY "-------------------------------".
001910
001920     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001930     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001940         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001950
001960     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001970     IF WS-OPERATOR-ID = SPACES
001980         MOVE "BATCH" TO WS-OPERATOR-ID
001990     END-IF.
002000
002010     OPEN INPUT FACTDEPT.
002020     IF FACTDEPT-STATUS = "35"
002030         DISPLAY "FACTDEPT DOES NOT EXIST YET - STARTING EMPTY"
002040         GO TO 1000-EXIT
002050     END-IF.
002060     IF FACTDEPT-STATUS NOT = "00"
002070         DISPLAY "UNABLE TO OPEN FACTDEPT, STATUS = "
002080             FACTDEPT-STATUS
002090         MOVE "N" TO WS-INIT-SW
002100         GO TO 1000-EXIT
002110     END-IF.
002120
002130     PERFORM UNTIL FACTDEPT-EOF OR WS-DEPT-USED >= 500
002140         READ FACTDEPT
002150             AT END
002160                 MOVE "Y" TO WS-FACTDEPT-EOF-SW
002170             NOT AT END
002180                 PERFORM 1100-TAKE-DEPARTMENT THRU 1100-EXIT
002190         END-READ
002200     END-PERFORM.
002210     IF NOT FACTDEPT-EOF
002220         READ FACTDEPT
002230             AT END
002240                 MOVE "Y" TO WS-FACTDEPT-EOF-SW
002250         END-READ
002260     END-IF.
002270
002280* A FILE LARGER THAN THE TABLE MUST NOT BE MAINTAINED HERE:
002290* 7000-SAVE-DEPARTMENTS REWRITES FACTDEPT FROM THE TABLE, SO A
002300* PARTIAL LOAD THAT WENT ON TO SAVE WOULD SILENTLY DELETE
002310* EVERY DEPARTMENT PAST THE 500TH. REFUSE THE SESSION INSTEAD.
002320     IF NOT FACTDEPT-EOF
002330         DISPLAY "DEPARTMENT TABLE LIMIT (500) REACHED - "
002340             "FACTDEPT HOLDS MORE DEPARTMENTS THAN THIS"
002350         DISPLAY "SESSION CAN MAINTAIN - NO CHANGES MADE"
002360         MOVE "N" TO WS-INIT-SW
002370     END-IF.
002380     CLOSE FACTDEPT.
002390     IF NOT WS-INIT-OK
002400         GO TO 1000-EXIT
002410     END-IF.
002420
002430     MOVE WS-DEPT-USED TO WS-COUNT-EDIT.
002440     DISPLAY "DEPARTMENTS ON FILE: " WS-COUNT-EDIT.
002450 1000-EXIT.
002460     EXIT.
002470*
002480*-----------------------------------------------------------
002490* 1100-TAKE-DEPARTMENT - FILE ONE FACTDEPT RECORD IN THE
002500* TABLE. A CEILING THAT IS NOT NUMERIC IS TAKEN AS ZERO (NO
002510* CEILING) AND IS WRITTEN BACK THAT WAY.
002520*-----------------------------------------------------------
002530 1100-TAKE-DEPARTMENT.
002540     ADD 1 TO WS-DEPT-USED.
002550     MOVE DR-DEPT-CODE TO WS-DT-CODE(WS-DEPT-USED).
002560     MOVE DR-DEPT-NAME TO WS-DT-NAME(WS-DEPT-USED).
002570     MOVE DR-COST-CENTER TO WS-DT-COST-CENTER(WS-DEPT-USED).
002580     MOVE DR-CONTACT TO WS-DT-CONTACT(WS-DEPT-USED).
002590     MOVE DR-ACTIVE-FLAG TO WS-DT-ACTIVE-FLAG(WS-DEPT-USED).
002600     IF DR-MONTHLY-CEILING NUMERIC
002610         MOVE DR-MONTHLY-CEILING TO WS-DT-CEILING(WS-DEPT-USED)
002620     ELSE
002630         MOVE 0 TO WS-DT-CEILING(WS-DEPT-USED)
002640     END-IF.
002650 1100-EXIT.
002660     EXIT.
002670*
002680*-----------------------------------------------------------
002690* 2000-DISPLAY-MENU - SHOW THE MAINTENANCE MENU AND ACCEPT A
002700* CHOICE.
002710*-----------------------------------------------------------
002720 2000-DISPLAY-MENU.
002730     DISPLAY " ".
002740     DISPLAY "DEPARTMENT MAINTENANCE - SELECT A FUNCTION".
002750     DISPLAY "  A  ADD A DEPARTMENT".
002760     DISPLAY "  C  CHANGE A DEPARTMENT".
002770     DISPLAY "  D  DEACTIVATE A DEPARTMENT".
002780     DISPLAY "  L  LIST DEPARTMENTS (PRINTED)".
002790     DISPLAY "  Q  QUIT AND SAVE".
002800     DISPLAY "ENTER YOUR CHOICE: ".
002810     ACCEPT WS-MENU-CHOICE.
002820 2000-EXIT.
002830     EXIT.
002840*
002850*-----------------------------------------------------------
002860* 2100-DISPATCH-CHOICE - RUN THE SELECTED FUNCTION.
002870*-----------------------------------------------------------
002880 2100-DISPATCH-CHOICE.
002890     EVALUATE TRUE
002900         WHEN WS-CHOICE-ADD
002910             PERFORM 3000-ADD-DEPARTMENT THRU 3000-EXIT
002920         WHEN WS-CHOICE-CHANGE
002930             PERFORM 3100-CHANGE-DEPARTMENT THRU 3100-EXIT
002940         WHEN WS-CHOICE-DEACTIVATE
002950             PERFORM 3200-DEACTIVATE-DEPARTMENT THRU 3200-EXIT
002960         WHEN WS-CHOICE-LIST
002970             PERFORM 5000-LIST-DEPARTMENTS THRU 5000-EXIT
002980         WHEN WS-CHOICE-QUIT
002990             CONTINUE
003000         WHEN OTHER
003010             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
003020     END-EVALUATE.
003030 2100-EXIT.
003040     EXIT.
003050*
003060*-----------------------------------------------------------
003070* 2500-FIND-DEPARTMENT - LOOK WS-TARGET-CODE UP IN THE TABLE,
003080* LEAVING ITS SUBSCRIPT IN WS-HIT-IX WHEN FOUND.
003090*-----------------------------------------------------------
003100 2500-FIND-DEPARTMENT.
003110     MOVE "N" TO WS-FOUND-SW.
003120     MOVE 0 TO WS-HIT-IX.
003130     PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
003140             UNTIL WS-DEPT-IX > WS-DEPT-USED
003150         IF WS-DT-CODE(WS-DEPT-IX) = WS-TARGET-CODE
003160             MOVE WS-DEPT-IX TO WS-HIT-IX
003170             MOVE "Y" TO WS-FOUND-SW
003180             EXIT PERFORM
003190         END-IF
003200     END-PERFORM.
003210 2500-EXIT.
003220     EXIT.
003230*
003240*-----------------------------------------------------------
003250* 2600-ACCEPT-FIELDS - PROMPT FOR THE DEPARTMENT'S FIELDS AND
003260* CHECK THE ACTIVE FLAG IS Y OR N AND THE CEILING IS SEVEN
003270* DIGITS. A BLANK ANSWER IS LEFT BLANK FOR THE CALLER TO READ
003280* AS "NONE" (ADD) OR "KEEP" (CHANGE).
003290*-----------------------------------------------------------
003300 2600-ACCEPT-FIELDS.
003310     MOVE SPACES TO WS-ENTRY-FIELDS.
003320     DISPLAY "ENTER DEPARTMENT NAME (UP TO 24 CHARACTERS): ".
003330     ACCEPT WS-NAME-IN.
003340     DISPLAY "ENTER COST CENTER (UP TO 8 CHARACTERS): ".
003350     ACCEPT WS-COST-CENTER-IN.
003360     DISPLAY "ENTER CONTACT (UP TO 20 CHARACTERS): ".
003370     ACCEPT WS-CONTACT-IN.
003380     IF WS-CHOICE-CHANGE
003390         DISPLAY "ENTER ACTIVE FLAG Y/N: "
003400         ACCEPT WS-ACTIVE-IN
003410     END-IF.
003420     DISPLAY "ENTER MONTHLY CALCULATION CEILING AS SEVEN".
003430     DISPLAY "DIGITS (0000000 = NO CEILING): ".
003440     ACCEPT WS-CEILING-IN.
003450
003460     MOVE "Y" TO WS-INPUT-GOOD-SW.
003470     IF WS-ACTIVE-IN NOT = SPACE AND WS-ACTIVE-IN NOT = "Y"
003480             AND WS-ACTIVE-IN NOT = "N"
003490         DISPLAY "ACTIVE FLAG MUST BE Y OR N - NO CHANGE MADE"
003500         MOVE "N" TO WS-INPUT-GOOD-SW
003510     END-IF.
003520     IF WS-CEILING-IN NOT = SPACES AND WS-CEILING-IN NOT NUMERIC
003530         DISPLAY "CEILING MUST BE SEVEN DIGITS - NO CHANGE MADE"
003540         MOVE "N" TO WS-INPUT-GOOD-SW
003550     END-IF.
003560 2600-EXIT.
003570     EXIT.
003580*
003590*-----------------------------------------------------------
003600* 3000-ADD-DEPARTMENT - ADD A NEW, ACTIVE DEPARTMENT TO THE
003610* TABLE AND LOG EACH OF ITS FIELDS TO FACTAUD.
003620*-----------------------------------------------------------
003630 3000-ADD-DEPARTMENT.
003640     DISPLAY "ENTER DEPARTMENT CODE TO ADD: ".
003650     MOVE SPACES TO WS-TARGET-CODE.
003660     ACCEPT WS-TARGET-CODE.
003670     IF WS-TARGET-CODE = SPACES
003680         DISPLAY "DEPARTMENT CODE MAY NOT BE BLANK"
003690         GO TO 3000-EXIT
003700     END-IF.
003710
003720     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT.
003730     IF WS-FOUND
003740         DISPLAY "DEPARTMENT " WS-TARGET-CODE
003750             " IS ALREADY ON FILE"
003760         GO TO 3000-EXIT
003770     END-IF.
003780     IF WS-DEPT-USED >= 500
003790         DISPLAY "DEPARTMENT TABLE LIMIT (500) REACHED"
003800         GO TO 3000-EXIT
003810     END-IF.
003820
003830     PERFORM 2600-ACCEPT-FIELDS THRU 2600-EXIT.
003840     IF NOT WS-INPUT-GOOD
003850         GO TO 3000-EXIT
003860     END-IF.
003870     IF WS-NAME-IN = SPACES OR WS-COST-CENTER-IN = SPACES
003880         DISPLAY "NAME AND COST CENTER ARE REQUIRED - "
003890             "NO CHANGE MADE"
003900         GO TO 3000-EXIT
003910     END-IF.
003920     IF WS-CEILING-IN = SPACES
003930         MOVE ZEROES TO WS-CEILING-IN
003940     END-IF.
003950
003960     ADD 1 TO WS-DEPT-USED.
003970     MOVE WS-DEPT-USED TO WS-HIT-IX.
003980     MOVE WS-TARGET-CODE TO WS-DT-CODE(WS-HIT-IX).
003990     MOVE WS-NAME-IN TO WS-DT-NAME(WS-HIT-IX).
004000     MOVE WS-COST-CENTER-IN TO WS-DT-COST-CENTER(WS-HIT-IX).
004010     MOVE WS-CONTACT-IN TO WS-DT-CONTACT(WS-HIT-IX).
004020     MOVE "Y" TO WS-DT-ACTIVE-FLAG(WS-HIT-IX).
004030     MOVE WS-CEILING-IN-N TO WS-DT-CEILING(WS-HIT-IX).
004040     MOVE "Y" TO WS-CHANGED-SW.
004050     DISPLAY "DEPARTMENT " WS-TARGET-CODE " ADDED".
004060
004070     MOVE "ADD" TO WS-AUDIT-ACTION.
004080     MOVE SPACES TO WS-AUDIT-DETAIL.
004090     STRING "NAME " WS-DT-NAME(WS-HIT-IX)
004100         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
004110     PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT.
004120     MOVE SPACES TO WS-AUDIT-DETAIL.
004130     STRING "CC   " WS-DT-COST-CENTER(WS-HIT-IX)
004140         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
004150     PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT.
004160     IF WS-DT-CONTACT(WS-HIT-IX) NOT = SPACES
004170         MOVE SPACES TO WS-AUDIT-DETAIL
004180         STRING "CONT " WS-DT-CONTACT(WS-HIT-IX)
004190             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
004200         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
004210     END-IF.
004220     MOVE "ACT  Y" TO WS-AUDIT-DETAIL.
004230     PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT.
004240     MOVE WS-DT-CEILING(WS-HIT-IX) TO WS-CEILING-EDIT.
004250     MOVE SPACES TO WS-AUDIT-DETAIL.
004260     STRING "CEIL " WS-CEILING-EDIT
004270         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
004280     PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT.
004290 3000-EXIT.
004300     EXIT.
004310*
004320*-----------------------------------------------------------
004330* 3100-CHANGE-DEPARTMENT - REPLACE THE FIELDS THE OPERATOR
004340* KEYED (BLANK = KEEP) AND LOG EACH FIELD THAT REALLY CHANGED
004350* TO FACTAUD. THE COST CENTER, FLAG AND CEILING LINES CARRY
004360* BEFORE AND AFTER; THE NAME AND CONTACT LINES CARRY THE NEW
004370* VALUE, THE OLD ONE BEING ON THE LINE THAT LAST SET IT.
004380*-----------------------------------------------------------
004390 3100-CHANGE-DEPARTMENT.
004400     DISPLAY "ENTER DEPARTMENT CODE TO CHANGE: ".
004410     MOVE SPACES TO WS-TARGET-CODE.
004420     ACCEPT WS-TARGET-CODE.
004430     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT.
004440     IF NOT WS-FOUND
004450         DISPLAY "DEPARTMENT " WS-TARGET-CODE " IS NOT ON FILE"
004460         GO TO 3100-EXIT
004470     END-IF.
004480
004490     MOVE WS-DT-CEILING(WS-HIT-IX) TO WS-OLD-CEILING-EDIT.
004500     DISPLAY "CURRENT NAME:        " WS-DT-NAME(WS-HIT-IX).
004510     DISPLAY "CURRENT COST CENTER: "
004520         WS-DT-COST-CENTER(WS-HIT-IX).
004530     DISPLAY "CURRENT CONTACT:     " WS-DT-CONTACT(WS-HIT-IX).
004540     DISPLAY "CURRENT ACTIVE FLAG: "
004550         WS-DT-ACTIVE-FLAG(WS-HIT-IX).
004560     DISPLAY "CURRENT CEILING:     " WS-OLD-CEILING-EDIT.
004570     DISPLAY "LEAVE A FIELD BLANK TO KEEP IT".
004580     PERFORM 2600-ACCEPT-FIELDS THRU 2600-EXIT.
004590     IF NOT WS-INPUT-GOOD
004600         GO TO 3100-EXIT
004610     END-IF.
004620
004630     MOVE "CHG" TO WS-AUDIT-ACTION.
004640     MOVE 0 TO WS-FIELD-CHANGES.
004650
004660     IF WS-NAME-IN NOT = SPACES
004670             AND WS-NAME-IN NOT = WS-DT-NAME(WS-HIT-IX)
004680         MOVE WS-NAME-IN TO WS-DT-NAME(WS-HIT-IX)
004690         MOVE SPACES TO WS-AUDIT-DETAIL
004700         STRING "NAME " WS-NAME-IN
004710             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
004720         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
004730         ADD 1 TO WS-FIELD-CHANGES
004740     END-IF.
004750
004760     IF WS-COST-CENTER-IN NOT = SPACES
004770             AND WS-COST-CENTER-IN
004780                 NOT = WS-DT-COST-CENTER(WS-HIT-IX)
004790         MOVE SPACES TO WS-AUDIT-DETAIL
004800         STRING "CC   " WS-DT-COST-CENTER(WS-HIT-IX) ">"
004810             WS-COST-CENTER-IN
004820             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
004830         MOVE WS-COST-CENTER-IN TO WS-DT-COST-CENTER(WS-HIT-IX)
004840         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
004850         ADD 1 TO WS-FIELD-CHANGES
004860     END-IF.
004870
004880     IF WS-CONTACT-IN NOT = SPACES
004890             AND WS-CONTACT-IN NOT = WS-DT-CONTACT(WS-HIT-IX)
004900         MOVE WS-CONTACT-IN TO WS-DT-CONTACT(WS-HIT-IX)
004910         MOVE SPACES TO WS-AUDIT-DETAIL
004920         STRING "CONT " WS-CONTACT-IN
004930             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
004940         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
004950         ADD 1 TO WS-FIELD-CHANGES
004960     END-IF.
004970
004980     IF WS-ACTIVE-IN NOT = SPACE
004990             AND WS-ACTIVE-IN NOT = WS-DT-ACTIVE-FLAG(WS-HIT-IX)
005000         MOVE SPACES TO WS-AUDIT-DETAIL
005010         STRING "ACT  " WS-DT-ACTIVE-FLAG(WS-HIT-IX) ">"
005020             WS-ACTIVE-IN
005030             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
005040         MOVE WS-ACTIVE-IN TO WS-DT-ACTIVE-FLAG(WS-HIT-IX)
005050         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
005060         ADD 1 TO WS-FIELD-CHANGES
005070     END-IF.
005080
005090     IF WS-CEILING-IN NOT = SPACES
005100             AND WS-CEILING-IN-N NOT = WS-DT-CEILING(WS-HIT-IX)
005110         MOVE WS-CEILING-IN-N TO WS-DT-CEILING(WS-HIT-IX)
005120         MOVE SPACES TO WS-AUDIT-DETAIL
005130         STRING "CEIL " WS-OLD-CEILING-EDIT ">" WS-CEILING-IN
005140             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
005150         PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT
005160         ADD 1 TO WS-FIELD-CHANGES
005170     END-IF.
005180
005190     IF WS-FIELD-CHANGES = 0
005200         DISPLAY "NOTHING DIFFERENT WAS ENTERED - NO CHANGE MADE"
005210     ELSE
005220         MOVE "Y" TO WS-CHANGED-SW
005230         DISPLAY "DEPARTMENT " WS-TARGET-CODE " CHANGED"
005240     END-IF.
005250 3100-EXIT.
005260     EXIT.
005270*
005280*-----------------------------------------------------------
005290* 3200-DEACTIVATE-DEPARTMENT - TURN AN EXISTING DEPARTMENT'S
005300* ACTIVE FLAG OFF (THE RECORD IS KEPT SO OLD WORK STILL BILLS
005310* UNDER ITS NAME) AND LOG THE CHANGE TO FACTAUD.
005320*-----------------------------------------------------------
005330 3200-DEACTIVATE-DEPARTMENT.
005340     DISPLAY "ENTER DEPARTMENT CODE TO DEACTIVATE: ".
005350     MOVE SPACES TO WS-TARGET-CODE.
005360     ACCEPT WS-TARGET-CODE.
005370     PERFORM 2500-FIND-DEPARTMENT THRU 2500-EXIT.
005380     IF NOT WS-FOUND
005390         DISPLAY "DEPARTMENT " WS-TARGET-CODE " IS NOT ON FILE"
005400         GO TO 3200-EXIT
005410     END-IF.
005420
005430     IF WS-DT-ACTIVE-FLAG(WS-HIT-IX) = "N"
005440         DISPLAY "DEPARTMENT " WS-TARGET-CODE
005450             " IS ALREADY DEACTIVATED"
005460         GO TO 3200-EXIT
005470     END-IF.
005480
005490     MOVE SPACES TO WS-AUDIT-DETAIL.
005500     STRING "ACT  " WS-DT-ACTIVE-FLAG(WS-HIT-IX) ">N"
005510         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
005520     MOVE "N" TO WS-DT-ACTIVE-FLAG(WS-HIT-IX).
005530     MOVE "Y" TO WS-CHANGED-SW.
005540     DISPLAY "DEPARTMENT " WS-TARGET-CODE " DEACTIVATED".
005550
005560     MOVE "DEA" TO WS-AUDIT-ACTION.
005570     PERFORM 6000-WRITE-DEPT-EVENT THRU 6000-EXIT.
005580 3200-EXIT.
005590     EXIT.
005600*
005610*-----------------------------------------------------------
005620* 5000-LIST-DEPARTMENTS - FILE THE PRINTED DEPARTMENT LISTING.
005630*-----------------------------------------------------------
005640 5000-LIST-DEPARTMENTS.
005650     OPEN OUTPUT DEPT-REPORT.
005660     IF DEPTRPT-STATUS NOT = "00"
005670         DISPLAY "UNABLE TO OPEN DEPTRPT, STATUS = "
005680             DEPTRPT-STATUS
005690         GO TO 5000-EXIT
005700     END-IF.
005710
005720     MOVE 99 TO WS-LINE-COUNT.
005730     MOVE 0 TO WS-PAGE-COUNT.
005740     PERFORM 5200-WRITE-LISTING-DETAIL THRU 5200-EXIT
005750         VARYING WS-DEPT-IX FROM 1 BY 1
005760         UNTIL WS-DEPT-IX > WS-DEPT-USED.
005770     IF WS-DEPT-USED = 0
005780         PERFORM 5100-WRITE-LISTING-HEADERS THRU 5100-EXIT
005790         MOVE "  (NO DEPARTMENTS ON FILE)" TO RPT-DETAIL-LINE
005800         WRITE DEPT-REPORT-RECORD FROM RPT-DETAIL-LINE
005810             AFTER ADVANCING 1 LINE
005820     END-IF.
005830
005840     MOVE WS-DEPT-USED TO WS-COUNT-EDIT.
005850     MOVE SPACES TO RPT-DETAIL-LINE.
005860     STRING "  DEPARTMENTS LISTED: " WS-COUNT-EDIT
005870         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005880     WRITE DEPT-REPORT-RECORD FROM RPT-DETAIL-LINE
005890         AFTER ADVANCING 2 LINES.
005900
005910     CLOSE DEPT-REPORT.
005920     DISPLAY "DEPARTMENT LISTING FILED TO DEPTRPT".
005930 5000-EXIT.
005940     EXIT.
005950*
005960*-----------------------------------------------------------
005970* 5100-WRITE-LISTING-HEADERS - START A NEW LISTING PAGE:
005980* TITLE, RUN DATE, AND COLUMN HEADINGS.
005990*-----------------------------------------------------------
006000 5100-WRITE-LISTING-HEADERS.
006010     ADD 1 TO WS-PAGE-COUNT.
006020     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
006030
006040     MOVE SPACES TO RPT-DATE-LINE.
006050     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
006060         "     PAGE: " WS-PAGE-EDIT
006070         DELIMITED BY SIZE INTO RPT-DATE-LINE.
006080
006090     WRITE DEPT-REPORT-RECORD FROM RPT-TITLE-LINE
006100         AFTER ADVANCING TOP-OF-PAGE.
006110     WRITE DEPT-REPORT-RECORD FROM RPT-DATE-LINE
006120         AFTER ADVANCING 1 LINE.
006130     MOVE SPACES TO DEPT-REPORT-RECORD.
006140     WRITE DEPT-REPORT-RECORD AFTER ADVANCING 1 LINE.
006150     WRITE DEPT-REPORT-RECORD FROM RPT-COLUMN-LINE
006160         AFTER ADVANCING 1 LINE.
006170
006180     MOVE 4 TO WS-LINE-COUNT.
006190 5100-EXIT.
006200     EXIT.
006210*
006220*-----------------------------------------------------------
006230* 5200-WRITE-LISTING-DETAIL - FILE ONE DEPARTMENT LINE,
006240* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL. A ZERO
006250* CEILING PRINTS AS "NONE".
006260*-----------------------------------------------------------
006270 5200-WRITE-LISTING-DETAIL.
006280     IF WS-LINE-COUNT >= WS-MAX-LINES
006290         PERFORM 5100-WRITE-LISTING-HEADERS THRU 5100-EXIT
006300     END-IF.
006310
006320     MOVE SPACES TO RPT-DETAIL-LINE.
006330     MOVE WS-DT-CODE(WS-DEPT-IX) TO RPT-DETAIL-LINE(3:4).
006340     MOVE WS-DT-NAME(WS-DEPT-IX) TO RPT-DETAIL-LINE(9:24).
006350     MOVE WS-DT-COST-CENTER(WS-DEPT-IX)
006360         TO RPT-DETAIL-LINE(35:8).
006370     MOVE WS-DT-CONTACT(WS-DEPT-IX) TO RPT-DETAIL-LINE(45:20).
006380     MOVE WS-DT-ACTIVE-FLAG(WS-DEPT-IX)
006390         TO RPT-DETAIL-LINE(69:1).
006400     IF WS-DT-CEILING(WS-DEPT-IX) = 0
006410         MOVE "     NONE" TO RPT-DETAIL-LINE(75:9)
006420     ELSE
006430         MOVE WS-DT-CEILING(WS-DEPT-IX) TO WS-LIST-CEILING-EDIT
006440         MOVE WS-LIST-CEILING-EDIT TO RPT-DETAIL-LINE(75:9)
006450     END-IF.
006460     WRITE DEPT-REPORT-RECORD FROM RPT-DETAIL-LINE
006470         AFTER ADVANCING 1 LINE.
006480     ADD 1 TO WS-LINE-COUNT.
006490 5200-EXIT.
006500     EXIT.
006510*
006520*-----------------------------------------------------------
006530* 6000-WRITE-DEPT-EVENT - APPEND A DEPT EVENT TO FACTAUD: THE
006540* DEPARTMENT CODE IN THE REQUESTER FIELD, AND THE ACTION AND
006550* THE FIELD DETAIL IN WS-AUDIT-DETAIL AS THE PREVIEW. THE
006560* TIMESTAMP IS REBUILT FOR EVERY EVENT BECAUSE A MAINTENANCE
006570* SESSION CAN STAY UP FOR A WHILE.
006580*-----------------------------------------------------------
006590 6000-WRITE-DEPT-EVENT.
006600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
006610     MOVE SPACES TO WS-RUN-DATE-DISPLAY.
006620     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
006630         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
006640     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
006650     MOVE SPACES TO WS-AUDIT-TIMESTAMP.
006660     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
006670         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
006680
006690     MOVE "L" TO AC-FUNCTION.
006700     CALL "FACTACHN" USING AC-PARAMETERS.
006710     OPEN EXTEND FACTAUD.
006720     IF FACTAUD-STATUS NOT = "00"
006730         OPEN OUTPUT FACTAUD
006740     END-IF.
006750     IF FACTAUD-STATUS NOT = "00"
006760         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
006770             FACTAUD-STATUS
006780         GO TO 6000-EXIT
006790     END-IF.
006800
006810     MOVE SPACES TO FACTAUD-RECORD.
006820     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP.
006830     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
006840     MOVE "FACTDMNT" TO AU-PROGRAM-ID.
006850     MOVE "DEPT" TO AU-REQUEST-TYPE.
006860     MOVE WS-TARGET-CODE TO AU-REQUESTER-CODE.
006870     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
006880     MOVE "S" TO AU-OUTCOME-CODE.
006890     MOVE SPACES TO AU-RESULT-PREVIEW.
006900     STRING WS-AUDIT-ACTION " " WS-AUDIT-DETAIL
006910         DELIMITED BY SIZE INTO AU-RESULT-PREVIEW.
006920
006930     MOVE "S" TO AC-FUNCTION.
006940     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
006950     CALL "FACTACHN" USING AC-PARAMETERS.
006960     IF AC-SEAL-DUE
006970         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
006980     END-IF.
006990     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
007000     CLOSE FACTAUD.
007010 6000-EXIT.
007020     EXIT.
007030*
007040*-----------------------------------------------------------
007050* 7000-SAVE-DEPARTMENTS - REWRITE THE FACTDEPT FILE FROM THE
007060* MAINTAINED TABLE.
007070*-----------------------------------------------------------
007080 7000-SAVE-DEPARTMENTS.
007090     OPEN OUTPUT FACTDEPT.
007100     IF FACTDEPT-STATUS NOT = "00"
007110         DISPLAY "UNABLE TO REWRITE FACTDEPT, STATUS = "
007120             FACTDEPT-STATUS
007130         MOVE "Y" TO WS-SAVE-FAIL-SW
007140         GO TO 7000-EXIT
007150     END-IF.
007160
007170     PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
007180             UNTIL WS-DEPT-IX > WS-DEPT-USED
007190                 OR WS-SAVE-FAILED
007200         MOVE SPACES TO FACTDEPT-RECORD
007210         MOVE WS-DT-CODE(WS-DEPT-IX) TO DR-DEPT-CODE
007220         MOVE WS-DT-NAME(WS-DEPT-IX) TO DR-DEPT-NAME
007230         MOVE WS-DT-COST-CENTER(WS-DEPT-IX) TO DR-COST-CENTER
007240         MOVE WS-DT-CONTACT(WS-DEPT-IX) TO DR-CONTACT
007250         MOVE WS-DT-ACTIVE-FLAG(WS-DEPT-IX) TO DR-ACTIVE-FLAG
007260         MOVE WS-DT-CEILING(WS-DEPT-IX) TO DR-MONTHLY-CEILING
007270         WRITE FACTDEPT-RECORD
007280         IF FACTDEPT-STATUS NOT = "00"
007290             DISPLAY "UNABLE TO WRITE FACTDEPT, STATUS = "
007300                 FACTDEPT-STATUS
007310             MOVE "Y" TO WS-SAVE-FAIL-SW
007320         END-IF
007330     END-PERFORM.
007340
007350     CLOSE FACTDEPT.
007360     IF NOT WS-SAVE-FAILED
007370         DISPLAY "FACTDEPT SAVED - "
007380             "DEPARTMENT CHANGES ARE NOW IN EFFECT"
007390     END-IF.
007400 7000-EXIT.
007410     EXIT.
