000320*                    DATE OR SOURCE PROGRAM, UNREADABLE
000330*                    DETAIL), 16 A FILE WOULD NOT OPEN OR THE
000340*                    PARM IS UNUSABLE.
000341*    2026-10-15  JH  A FILE THAT VERIFIES CLEAN IS NOW KEPT AS A
000342*                    DATED GENERATION ON THE FXTRGEN STORE AND
000343*                    CATALOGUED ON FXTRCAT (COPYBOOKS FXGENREC,
000344*                    FXCATREC); A FAILED FILE IS CATALOGUED
000345*                    BUT NOT KEPT. A RUN ID ALREADY KEPT IS NOT
000346*                    KEPT TWICE. A GENERATION THAT CANNOT BE
000347*                    KEPT RAISES THE CODE TO 4, WHICH NEED NOT
000348*                    HOLD THE LOAD. FACTXGEN LISTS, PURGES AND
000349*                    RE-SENDS THE GENERATIONS.
000350*    2026-10-15  JH  STORE RECORDS NOW CARRY THE CATALOG DATE
000352*                    AND TIME OF THE KEEP IN THEIR GENERATION
000353*                    KEY, SO RECORDS LEFT BY A KEEP THAT
000355*                    FAILED PART WAY ARE NEVER MIXED WITH A
000356*                    LATER KEEP OF THE SAME RUN.
000358*-----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000420     SELECT XTRIN ASSIGN TO XTRIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS XTRIN-STATUS.
000441     SELECT FXTRCAT ASSIGN TO FXTRCAT
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS FXTRCAT-STATUS.
000444     SELECT FXTRGEN ASSIGN TO FXTRGEN
000445         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS FXTRGEN-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000600     LABEL RECORDS ARE STANDARD.
000610 01  XTRIN-RECORD                PIC X(200).
000620     COPY XTRCTL.
000621*
000622 FD  FXTRCAT
000623     RECORDING MODE IS F
000624     LABEL RECORDS ARE STANDARD.
000625     COPY FXCATREC.
000626*
000627 FD  FXTRGEN
000628     RECORDING MODE IS F
000629     LABEL RECORDS ARE STANDARD.
000632     COPY FXGENREC.
000636*
000640 WORKING-STORAGE SECTION.
000650 01  WS-SWITCHES.
000660     05  WS-XTRIN-EOF-SW         PIC X(01) VALUE "N".
000710         88  WS-HEADER-SEEN                 VALUE "Y".
000720     05  WS-FILE-GOOD-SW         PIC X(01) VALUE "Y".
000730         88  WS-FILE-GOOD                   VALUE "Y".
000731     05  WS-FXTRCAT-EOF-SW       PIC X(01) VALUE "N".
000732         88  FXTRCAT-EOF                   VALUE "Y".
000733     05  WS-ALREADY-KEPT-SW      PIC X(01) VALUE "N".
000734         88  WS-ALREADY-KEPT                VALUE "Y".
000735     05  WS-KEEP-FAILED-SW       PIC X(01) VALUE "N".
000736         88  WS-KEEP-FAILED                 VALUE "Y".
000740*
000750 01  WS-FILE-STATUSES.
000760     05  XVFYPARM-STATUS         PIC X(02) VALUE SPACES.
000770     05  XTRIN-STATUS            PIC X(02) VALUE SPACES.
000771     05  FXTRCAT-STATUS          PIC X(02) VALUE SPACES.
000772     05  FXTRGEN-STATUS          PIC X(02) VALUE SPACES.
000780*
000790 01  WS-FILE-TYPE                PIC X(01) VALUE SPACE.
000800     88  WS-TYPE-FACTXTR                    VALUE "F".
000810     88  WS-TYPE-COMBXTR                    VALUE "C".
000820 01  WS-EXPECTED-DATE            PIC 9(08) VALUE 0.
000830 01  WS-EXPECTED-SOURCE          PIC X(08) VALUE SPACES.
000831*
000832* THE GENERATION A CLEAN FILE IS KEPT UNDER, FROM ITS FIRST
000833* HEADER.
000834 01  WS-GEN-DATE                 PIC X(08) VALUE SPACES.
000835 01  WS-GEN-DATE-N REDEFINES WS-GEN-DATE
000836                                 PIC 9(08).
000837 01  WS-GEN-RUN-ID               PIC X(14) VALUE SPACES.
000838 01  WS-GEN-SOURCE               PIC X(08) VALUE SPACES.
000840*
000850 01  WS-VERIFY-COUNTS.
000860     05  WS-DETAIL-COUNT         PIC 9(08) COMP VALUE 0.
000870     05  WS-TRAILER-COUNT        PIC 9(08) COMP VALUE 0.
000880     05  WS-EXPECTED-COUNT       PIC 9(08) COMP VALUE 0.
000890     05  WS-BAD-DETAIL-COUNT     PIC 9(08) COMP VALUE 0.
000891     05  WS-KEPT-COUNT           PIC 9(08) COMP VALUE 0.
000900 01  WS-DETAIL-HASH              PIC 9(12) COMP VALUE 0.
000910 01  WS-EXPECTED-HASH            PIC 9(12) COMP VALUE 0.
000920 01  WS-VALUE-N                  PIC 9(05) VALUE 0.
000980     05  WS-RD-DD                PIC 9(02).
000990 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001000                                 PIC 9(08).
001001 01  WS-RUN-TIME                 PIC 9(06) VALUE 0.
001010 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001020*
001030 PROCEDURE DIVISION.
002080* EXPECTED RUN DATE (A STALE COPY FROM A PRIOR NIGHT FAILS
002090* HERE) AND THE EXPECTED SOURCE PROGRAM (A FILE OF THE WRONG
002100* KIND FAILS HERE).
002101* THE FIRST HEADER ALSO NAMES THE GENERATION A CLEAN FILE IS
002102* KEPT UNDER.
002110*-----------------------------------------------------------
002120 3100-CHECK-HEADER.
002121     IF NOT WS-HEADER-SEEN
002122         MOVE XH-RUN-DATE TO WS-GEN-DATE
002123         MOVE XH-SOURCE-PROGRAM TO WS-GEN-SOURCE
002124         MOVE XH-RUN-ID TO WS-GEN-RUN-ID
002125     END-IF.
002130     MOVE "Y" TO WS-HEADER-SEEN-SW.
002140
002150     IF XH-RUN-DATE NOT NUMERIC
003010* TRAILER COUNTS, AND THE REBUILT HASH MUST MATCH THE SUMMED
003020* TRAILER HASHES. REPORT THE VERDICT AND SET THE CONDITION
003030* CODE.
003035* THE FILE IS THEN CATALOGUED, AND KEPT IF IT IS CLEAN.
003040*-----------------------------------------------------------
003050 8000-TERMINATE.
003060     IF NOT WS-HEADER-SEEN
003410             "HOLD THE LOAD STEP ***"
003420         MOVE 8 TO RETURN-CODE
003430     END-IF.
003431
003432     PERFORM 8500-CATALOG-GENERATION THRU 8500-EXIT.
003440 8000-EXIT.
003450     EXIT.
003460*
003470*-----------------------------------------------------------
003480* 8500-CATALOG-GENERATION - KEEP A CLEAN FILE AS A GENERATION
003490* ON FXTRGEN AND CATALOG IT ON FXTRCAT; A FAILED FILE IS ONLY
003500* CATALOGUED, AS FAILED AND NOT KEPT. THE STORE IS WRITTEN
003510* BEFORE THE CATALOG ENTRY, SO AN ENTRY NEVER NAMES A
003520* GENERATION THAT IS NOT THERE. A RUN ID THAT IS ALREADY KEPT
003530* (THE STEP WAS RESTARTED) IS LEFT AS IT IS.
003540*-----------------------------------------------------------
003550 8500-CATALOG-GENERATION.
003560     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
003570
003580     IF WS-FILE-GOOD
003590         PERFORM 8600-CHECK-CATALOG THRU 8600-EXIT
003600         IF WS-ALREADY-KEPT
003610             DISPLAY "RUN ID " WS-GEN-RUN-ID
003620                 " IS ALREADY KEPT - NOT KEPT AGAIN"
003630             GO TO 8500-EXIT
003640         END-IF
003650         IF NOT WS-KEEP-FAILED
003660             PERFORM 8700-KEEP-GENERATION THRU 8700-EXIT
003670         END-IF
003680     END-IF.
003690     IF NOT WS-KEEP-FAILED
003700         PERFORM 8800-WRITE-CATALOG-ENTRY THRU 8800-EXIT
003710     END-IF.
003720
003730     IF WS-KEEP-FAILED
003740         DISPLAY "*** EXTRACT NOT CATALOGUED - IT CANNOT BE "
003750             "RE-SENT FROM FXTRGEN ***"
003760         IF RETURN-CODE < 4
003770             MOVE 4 TO RETURN-CODE
003780         END-IF
003790     END-IF.
003800 8500-EXIT.
003810     EXIT.
003820*
003830*-----------------------------------------------------------
003840* 8600-CHECK-CATALOG - LOOK FOR A KEPT GENERATION OF THIS
003850* FILE TYPE WITH THIS RUN ID. A CATALOG THAT DOES NOT EXIST
003860* YET HOLDS NOTHING; A BLANK RUN ID IS NEVER A MATCH.
003870*-----------------------------------------------------------
003880 8600-CHECK-CATALOG.
003890     MOVE "N" TO WS-ALREADY-KEPT-SW.
003900     IF WS-GEN-RUN-ID = SPACES
003910         GO TO 8600-EXIT
003920     END-IF.
003930
003940     OPEN INPUT FXTRCAT.
003950     IF FXTRCAT-STATUS = "35"
003960         GO TO 8600-EXIT
003970     END-IF.
003980     IF FXTRCAT-STATUS NOT = "00"
003990         DISPLAY "UNABLE TO OPEN FXTRCAT, STATUS = "
004000             FXTRCAT-STATUS
004010         MOVE "Y" TO WS-KEEP-FAILED-SW
004020         GO TO 8600-EXIT
004030     END-IF.
004040
004050     MOVE "N" TO WS-FXTRCAT-EOF-SW.
004060     PERFORM UNTIL FXTRCAT-EOF OR WS-ALREADY-KEPT
004070         READ FXTRCAT
004080             AT END
004090                 MOVE "Y" TO WS-FXTRCAT-EOF-SW
004100             NOT AT END
004110                 IF XC-FILE-TYPE = WS-FILE-TYPE
004120                         AND XC-RUN-ID = WS-GEN-RUN-ID
004130                         AND XC-GEN-KEPT
004140                     MOVE "Y" TO WS-ALREADY-KEPT-SW
004150                 END-IF
004160         END-READ
004170     END-PERFORM.
004180     CLOSE FXTRCAT.
004190 8600-EXIT.
004200     EXIT.
004210*
004220*-----------------------------------------------------------
004230* 8700-KEEP-GENERATION - PASS THE EXTRACT AGAIN, APPENDING
004240* EVERY RECORD TO THE FXTRGEN STORE UNDER THE GENERATION KEY.
004242* THE KEY INCLUDES THE CATALOG DATE AND TIME THAT 8800 WILL
004244* STAMP ON THE ENTRY, SO IF THIS KEEP FAILS PART WAY THE
004246* RECORDS ALREADY WRITTEN MATCH NO CATALOG ENTRY AND A RERUN
004248* KEEPS A SEPARATE, COMPLETE COPY THAT FACTXGEN CAN RE-SEND.
004249* THE ORPHANED RECORDS AGE OUT AT THE NEXT PURGE.
004250*-----------------------------------------------------------
004260 8700-KEEP-GENERATION.
004270     OPEN INPUT XTRIN.
004280     IF XTRIN-STATUS NOT = "00"
004290         DISPLAY "UNABLE TO REOPEN XTRIN, STATUS = "
004300             XTRIN-STATUS
004310         MOVE "Y" TO WS-KEEP-FAILED-SW
004320         GO TO 8700-EXIT
004330     END-IF.
004340     OPEN EXTEND FXTRGEN.
004350     IF FXTRGEN-STATUS NOT = "00"
004360         OPEN OUTPUT FXTRGEN
004370     END-IF.
004380     IF FXTRGEN-STATUS NOT = "00"
004390         DISPLAY "UNABLE TO OPEN FXTRGEN, STATUS = "
004400             FXTRGEN-STATUS
004410         MOVE "Y" TO WS-KEEP-FAILED-SW
004420         CLOSE XTRIN
004430         GO TO 8700-EXIT
004440     END-IF.
004450
004460     MOVE 0 TO WS-KEPT-COUNT.
004470     MOVE "N" TO WS-XTRIN-EOF-SW.
004480     PERFORM 4000-READ-XTRIN THRU 4000-EXIT.
004490     PERFORM UNTIL XTRIN-EOF OR WS-KEEP-FAILED
004500         MOVE XTRIN-RECORD TO XG-EXTRACT-RECORD
004510         MOVE WS-FILE-TYPE TO XG-FILE-TYPE
004520         MOVE WS-GEN-DATE-N TO XG-GEN-DATE
004530         MOVE WS-GEN-RUN-ID TO XG-RUN-ID
004532         MOVE WS-RUN-DATE-N TO XG-CATALOG-DATE
004534         MOVE WS-RUN-TIME TO XG-CATALOG-TIME
004540         WRITE FXTRGEN-RECORD
004550         IF FXTRGEN-STATUS NOT = "00"
004560             DISPLAY "UNABLE TO WRITE FXTRGEN, STATUS = "
004570                 FXTRGEN-STATUS
004580             MOVE "Y" TO WS-KEEP-FAILED-SW
004590         ELSE
004600             ADD 1 TO WS-KEPT-COUNT
004610         END-IF
004620         PERFORM 4000-READ-XTRIN THRU 4000-EXIT
004630     END-PERFORM.
004640     CLOSE XTRIN.
004650     CLOSE FXTRGEN.
004660     IF WS-KEEP-FAILED
004670         GO TO 8700-EXIT
004680     END-IF.
004690
004700     MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
004710     DISPLAY "RECORDS KEPT ON FXTRGEN: " WS-COUNT-EDIT.
004720 8700-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------
004760* 8800-WRITE-CATALOG-ENTRY - APPEND THE FILE'S ENTRY TO THE
004770* FXTRCAT CATALOG: KEPT AND CLEAN, OR NOT KEPT AND FAILED. A
004780* FAILED FILE'S HEADER DATE IS CATALOGUED AS ZERO WHEN IT IS
004790* NOT NUMERIC.
004800*-----------------------------------------------------------
004810 8800-WRITE-CATALOG-ENTRY.
004820     OPEN EXTEND FXTRCAT.
004830     IF FXTRCAT-STATUS NOT = "00"
004840         OPEN OUTPUT FXTRCAT
004850     END-IF.
004860     IF FXTRCAT-STATUS NOT = "00"
004870         DISPLAY "UNABLE TO OPEN FXTRCAT, STATUS = "
004880             FXTRCAT-STATUS
004890         MOVE "Y" TO WS-KEEP-FAILED-SW
004900         GO TO 8800-EXIT
004910     END-IF.
004920
004930     MOVE SPACES TO FXTRCAT-RECORD.
004940     MOVE WS-FILE-TYPE TO XC-FILE-TYPE.
004950     IF WS-GEN-DATE NUMERIC
004960         MOVE WS-GEN-DATE-N TO XC-GEN-DATE
004970     ELSE
004980         MOVE 0 TO XC-GEN-DATE
004990     END-IF.
005000     MOVE WS-GEN-RUN-ID TO XC-RUN-ID.
005010     MOVE WS-GEN-SOURCE TO XC-SOURCE-PROGRAM.
005020     MOVE WS-DETAIL-COUNT TO XC-DETAIL-COUNT.
005030     MOVE WS-DETAIL-HASH TO XC-HASH-TOTAL.
005040     IF WS-FILE-GOOD
005050         MOVE "C" TO XC-VERIFY-RESULT
005060         MOVE "K" TO XC-GEN-STATUS
005070     ELSE
005080         MOVE "F" TO XC-VERIFY-RESULT
005090         MOVE "N" TO XC-GEN-STATUS
005100     END-IF.
005110     MOVE WS-RUN-DATE-N TO XC-CATALOG-DATE.
005120     MOVE WS-RUN-TIME TO XC-CATALOG-TIME.
005130     MOVE 0 TO XC-PURGE-DATE.
005140     WRITE FXTRCAT-RECORD.
005150     IF FXTRCAT-STATUS NOT = "00"
005160         DISPLAY "UNABLE TO WRITE FXTRCAT, STATUS = "
005170             FXTRCAT-STATUS
005180         MOVE "Y" TO WS-KEEP-FAILED-SW
005190     END-IF.
005200     CLOSE FXTRCAT.
005210     IF WS-KEEP-FAILED
005220         GO TO 8800-EXIT
005230     END-IF.
005240
005250     IF WS-FILE-GOOD
005260         DISPLAY "GENERATION CATALOGUED ON FXTRCAT AS KEPT"
005270     ELSE
005280         DISPLAY "FAILED FILE CATALOGUED ON FXTRCAT - NOT KEPT"
005290     END-IF.
005300 8800-EXIT.
005310     EXIT.
