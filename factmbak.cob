000010* FACTMST LOAD BACKOUT. FACTMLD JOURNALS THE BEFORE-IMAGE OF
000020* EVERY MASTER ENTRY IT ADDS OR REPLACES TO FMSTJRNL (COPYBOOK
000030* FJRNLREC), TAGGED WITH THE RUN ID FROM THE FACTXTR HEADER.
000040* WHEN A BAD EXTRACT HAS BEEN LOADED, THIS PROGRAM TAKES THAT
000050* RUN ID FROM THE MBAKPARM CARD AND PUTS FACTMST BACK THE WAY
000060* IT STOOD BEFORE THE LOAD: A KEY THE LOAD REPLACED GETS ITS
000070* BEFORE-IMAGE BACK, A KEY THE LOAD ADDED IS DELETED. EVERY
000080* KEY RESTORED OR DELETED IS PRINTED ON MBAKRPT, A BACKOUT
000090* EVENT IS WRITTEN TO FACTAUD, AND A "B" MARKER IS APPENDED TO
000100* THE JOURNAL SO THE SAME LOAD IS NEVER BACKED OUT TWICE.
000110*
000120* THE MASTER CANNOT STAND "BEFORE" ONE LOAD WITHOUT ALSO
000130* STANDING BEFORE EVERY LOAD JOURNALED AFTER IT, SO ANY LATER
000140* LOADS STILL IN FORCE ARE BACKED OUT WITH IT. THEY ARE LISTED
000150* ON THE REPORT AND THE RUN ENDS WITH A WARNING SO OPERATIONS
000160* KNOW TO RELOAD THEIR EXTRACTS.
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. FACTMBAK.
000190 AUTHOR. JAMES HILL.
000200 INSTALLATION. COMBINATORICS BATCH GROUP.
000210 DATE-WRITTEN. 2026-10-15.
000220 DATE-COMPILED.
000230*
000240*-----------------------------------------------------------
000250* MODIFICATION HISTORY
000260*-----------------------------------------------------------
000270*    2026-10-15  JH  ORIGINAL VERSION. THE MBAKPARM CARD
000280*                    CARRIES THE RUN ID TO BACK OUT IN COLS
000290*                    1-14. CONDITION CODES FOLLOW THE SUITE
000300*                    CONVENTION: 0 CLEAN, 4 WHEN LATER LOADS
000310*                    WERE BACKED OUT TOO OR A KEY TO BE
000320*                    DELETED WAS ALREADY GONE, 8 WHEN THE RUN
000330*                    IS NOT ON THE JOURNAL OR WAS ALREADY
000340*                    BACKED OUT, 16 WHEN THE CARD IS MISSING,
000350*                    A FILE WOULD NOT OPEN, OR A MASTER UPDATE
000360*                    FAILED. A BACKOUT STOPPED BY A FAILED
000370*                    UPDATE WRITES NO MARKER AND CAN SIMPLY BE
000380*                    RERUN: EACH KEY IS SET FROM ITS EARLIEST
000390*                    BEFORE-IMAGE, SO REPEATING IT IS HARMLESS.
000392*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000394*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000396*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000398*                    THE SEAL LINE FACTACHN HANDS BACK.
000399*    2026-10-15  JH  A BACKOUT COVERING MORE RUNS THAN THE RUN
000400*                    TABLE HOLDS (100) IS REFUSED BEFORE ANY
000401*                    KEY IS TOUCHED, CODE 16. THE "B" MARKERS
000402*                    ARE WRITTEN LATEST RUN FIRST AND STOP AT
000403*                    THE FIRST FAILURE, SO A RERUN OF THE
000404*                    TARGET FINISHES THE JOB; NO BACKOUT EVENT
000405*                    IS LOGGED UNTIL THEY ARE ALL WRITTEN. A
000406*                    FACTAUD EVENT THAT CANNOT BE WRITTEN NOW
000407*                    ENDS THE RUN WITH CODE 16.
000408*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     C01 IS TOP-OF-PAGE.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MBAKPARM ASSIGN TO MBAKPARM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MBAKPARM-STATUS.
000500     SELECT FMSTJRNL ASSIGN TO FMSTJRNL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FMSTJRNL-STATUS.
000530     SELECT FACTMST ASSIGN TO FACTMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS FM-KEY
000570         FILE STATUS IS FACTMST-STATUS.
000580     SELECT FACTAUD ASSIGN TO FACTAUD
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FACTAUD-STATUS.
000610     SELECT MBAK-REPORT ASSIGN TO MBAKRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS MBAKRPT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  MBAKPARM
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  MBAKPARM-RECORD.
000710     05  MP-RUN-ID               PIC X(14).
000720     05  FILLER                  PIC X(66).
000730*
000740 FD  FMSTJRNL
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY FJRNLREC.
000780*
000790 FD  FACTMST
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FACTMSRC.
000820*
000830 FD  FACTAUD
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY FAUDREC.
000870*
000880 FD  MBAK-REPORT
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  MBAK-REPORT-RECORD          PIC X(132).
000920*
000930 WORKING-STORAGE SECTION.
000940 01  WS-SWITCHES.
000950     05  WS-FMSTJRNL-EOF-SW      PIC X(01) VALUE "N".
000960         88  FMSTJRNL-EOF                  VALUE "Y".
000970     05  WS-INIT-SW              PIC X(01) VALUE "Y".
000980         88  WS-INIT-OK                     VALUE "Y".
000990     05  WS-UPDATE-FAIL-SW       PIC X(01) VALUE "N".
001000         88  WS-UPDATE-FAILED               VALUE "Y".
001010     05  WS-TARGET-FOUND-SW      PIC X(01) VALUE "N".
001020         88  WS-TARGET-FOUND                VALUE "Y".
001030     05  WS-TARGET-DONE-SW       PIC X(01) VALUE "N".
001040         88  WS-TARGET-ALREADY-DONE         VALUE "Y".
001050     05  WS-ON-FILE-SW           PIC X(01) VALUE "N".
001060         88  WS-ON-FILE                     VALUE "Y".
001070     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001080         88  WS-FOUND                       VALUE "Y".
001085     05  WS-AUDIT-FAIL-SW        PIC X(01) VALUE "N".
001087         88  WS-AUDIT-FAILED                VALUE "Y".
001090*
001100 01  WS-FILE-STATUSES.
001110     05  MBAKPARM-STATUS         PIC X(02) VALUE SPACES.
001120     05  FMSTJRNL-STATUS         PIC X(02) VALUE SPACES.
001130     05  FACTMST-STATUS          PIC X(02) VALUE SPACES.
001140     05  FACTAUD-STATUS          PIC X(02) VALUE SPACES.
001150     05  MBAKRPT-STATUS          PIC X(02) VALUE SPACES.
001160*
001170 01  WS-TARGET-RUN-ID            PIC X(14) VALUE SPACES.
001180 01  WS-JOURNAL-POSITION         PIC 9(08) COMP VALUE 0.
001190 01  WS-START-POSITION           PIC 9(08) COMP VALUE 0.
001200*
001210* RUN IDS ALREADY BACKED OUT (FROM THE "B" MARKERS), AND THE
001220* RUNS STILL IN FORCE THAT THIS BACKOUT COVERS - THE TARGET
001230* FIRST, THEN ANY LATER LOADS IN JOURNAL ORDER.
001240 01  WS-DONE-TABLE.
001250     05  WS-DONE-RUN-ID OCCURS 500 TIMES PIC X(14).
001260 01  WS-DONE-USED                PIC 9(04) COMP VALUE 0.
001270 01  WS-RUN-TABLE.
001280     05  WS-RUN-ENTRY OCCURS 100 TIMES.
001290         10  WS-RUN-ID-ENTRY     PIC X(14).
001300         10  WS-RUN-ENTRY-COUNT  PIC 9(08) COMP.
001310 01  WS-RUN-USED                 PIC 9(04) COMP VALUE 0.
001320 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001330     88  WS-TABLE-FULL                      VALUE "Y".
001340*
001350* ONE BYTE PER POSSIBLE MASTER KEY (00000-99999), SET ONCE
001360* THE KEY HAS BEEN TAKEN BACK TO ITS EARLIEST BEFORE-IMAGE.
001370 01  WS-KEY-SEEN-TABLE.
001380     05  WS-KEY-SEEN OCCURS 100000 TIMES PIC X(01).
001390 01  WS-KEY-IX                   PIC 9(06) COMP VALUE 0.
001400*
001410 01  WS-BACKOUT-COUNTS.
001420     05  WS-JOURNAL-READ-COUNT   PIC 9(08) COMP VALUE 0.
001430     05  WS-ENTRY-APPLIED-COUNT  PIC 9(08) COMP VALUE 0.
001440     05  WS-SUPERSEDED-COUNT     PIC 9(08) COMP VALUE 0.
001450     05  WS-RESTORED-COUNT       PIC 9(08) COMP VALUE 0.
001460     05  WS-DELETED-COUNT        PIC 9(08) COMP VALUE 0.
001470     05  WS-ALREADY-GONE-COUNT   PIC 9(08) COMP VALUE 0.
001480*
001490 01  WS-ACTION-TEXT              PIC X(14) VALUE SPACES.
001500 01  WS-NEW-RC                   PIC 9(02) COMP VALUE 0.
001510 01  WS-CHECK-RUN-ID             PIC X(14) VALUE SPACES.
001520 01  IX                          PIC 9(04) COMP.
001530 01  OX                          PIC 9(04) COMP.
001540 01  DX                          PIC 9(04) COMP.
001550 01  GX                          PIC 9(02) COMP.
001560*
001570 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001580 01  WS-RUN-DATE.
001590     05  WS-RD-YYYY              PIC 9(04).
001600     05  WS-RD-MM                PIC 9(02).
001610     05  WS-RD-DD                PIC 9(02).
001620 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001630 01  WS-RUN-TIME.
001640     05  WS-RT-HH                PIC 9(02).
001650     05  WS-RT-MM                PIC 9(02).
001660     05  WS-RT-SS                PIC 9(02).
001670 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
001680*
001690 01  WS-REPORT-CONTROLS.
001700     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001710     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
001720     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 20.
001730 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001740 01  WS-PAGE-EDIT                PIC ZZ9.
001750*
001760 01  RPT-TITLE-LINE              PIC X(132) VALUE
001770     "FACTMST LOAD BACKOUT REPORT".
001780 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
001790 01  RPT-COLUMN-LINE             PIC X(132) VALUE
001800     "  KEY    ACTION          JOURNALED BY RUN".
001810 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001813*
001816     COPY FACHPARM.
001820*
001830 PROCEDURE DIVISION.
001840*
001850*-----------------------------------------------------------
001860* 0000-MAINLINE - READ THE CARD, FIND THE RUN ON THE JOURNAL,
001870* PUT EVERY KEY IT (AND ANY LATER LOAD) TOUCHED BACK TO ITS
001880* BEFORE-IMAGE, THEN MARK, AUDIT, AND REPORT THE BACKOUT.
001890*-----------------------------------------------------------
001900 BEGIN.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF NOT WS-INIT-OK
001930         MOVE 16 TO RETURN-CODE
001940         GOBACK
001950     END-IF.
001960
001970     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT.
001980     IF WS-TARGET-FOUND AND NOT WS-TARGET-ALREADY-DONE
001985             AND NOT WS-UPDATE-FAILED
001990         PERFORM 3000-APPLY-BEFORE-IMAGES THRU 3000-EXIT
002000         IF NOT WS-UPDATE-FAILED
002010             PERFORM 6000-WRITE-BACKOUT-MARKERS THRU 6000-EXIT
002015         END-IF
002020         IF NOT WS-UPDATE-FAILED
002025             PERFORM 6500-WRITE-AUDIT-RECORD THRU 6500-EXIT
002030         END-IF
002040     END-IF.
002050
002060     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002070     GOBACK.
002080*
002090*-----------------------------------------------------------
002100* 1000-INITIALIZE - BUILD THE TIMESTAMP, TAKE THE RUN ID FROM
002110* MBAKPARM, AND OPEN THE MASTER AND THE REPORT. THE MASTER
002120* MUST ALREADY EXIST - THERE IS NOTHING TO BACK OUT OF AN
002130* EMPTY ONE.
002140*-----------------------------------------------------------
002150 1000-INITIALIZE.
002160     DISPLAY "FACTMST LOAD BACKOUT".
002170     DISPLAY "--------------------".
002180
002190     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
002200     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
002210         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002220     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
002230     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
002240         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
002250
002260     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002270     IF WS-OPERATOR-ID = SPACES
002280         MOVE "BATCH" TO WS-OPERATOR-ID
002290     END-IF.
002300
002310     OPEN INPUT MBAKPARM.
002320     IF MBAKPARM-STATUS NOT = "00"
002330         DISPLAY "UNABLE TO OPEN MBAKPARM, STATUS = "
002340             MBAKPARM-STATUS
002350         MOVE "N" TO WS-INIT-SW
002360         GO TO 1000-EXIT
002370     END-IF.
002380     READ MBAKPARM
002390         AT END
002400             MOVE SPACES TO MP-RUN-ID
002410     END-READ.
002420     MOVE MP-RUN-ID TO WS-TARGET-RUN-ID.
002430     CLOSE MBAKPARM.
002440     IF WS-TARGET-RUN-ID = SPACES
002450         DISPLAY "MBAKPARM CARRIES NO RUN ID - NOTHING TO DO"
002460         MOVE "N" TO WS-INIT-SW
002470         GO TO 1000-EXIT
002480     END-IF.
002490     DISPLAY "BACKING OUT RUN ID " WS-TARGET-RUN-ID.
002500
002510     OPEN I-O FACTMST.
002520     IF FACTMST-STATUS NOT = "00"
002530         DISPLAY "UNABLE TO OPEN FACTMST, STATUS = "
002540             FACTMST-STATUS
002550         MOVE "N" TO WS-INIT-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580
002590     OPEN OUTPUT MBAK-REPORT.
002600     IF MBAKRPT-STATUS NOT = "00"
002610         DISPLAY "UNABLE TO OPEN MBAKRPT, STATUS = "
002620             MBAKRPT-STATUS
002630         MOVE "N" TO WS-INIT-SW
002640         GO TO 1000-EXIT
002650     END-IF.
002660
002670     MOVE ALL "N" TO WS-KEY-SEEN-TABLE.
002680 1000-EXIT.
002690     EXIT.
002700*
002710*-----------------------------------------------------------
002720* 2000-SCAN-JOURNAL - FIRST PASS OVER FMSTJRNL: NOTE EVERY RUN
002730* ALREADY BACKED OUT, FIND WHERE THE TARGET RUN'S ENTRIES
002740* START, AND LIST THE RUNS STILL IN FORCE FROM THERE ON.
002750*-----------------------------------------------------------
002760 2000-SCAN-JOURNAL.
002770     OPEN INPUT FMSTJRNL.
002780     IF FMSTJRNL-STATUS NOT = "00"
002790         DISPLAY "UNABLE TO OPEN FMSTJRNL, STATUS = "
002800             FMSTJRNL-STATUS
002810         MOVE "Y" TO WS-UPDATE-FAIL-SW
002820         GO TO 2000-EXIT
002830     END-IF.
002840
002850     MOVE 0 TO WS-JOURNAL-POSITION.
002860     PERFORM 4000-READ-FMSTJRNL THRU 4000-EXIT.
002870     PERFORM UNTIL FMSTJRNL-EOF
002880         ADD 1 TO WS-JOURNAL-POSITION
002890         PERFORM 2100-NOTE-JOURNAL-ENTRY THRU 2100-EXIT
002900         PERFORM 4000-READ-FMSTJRNL THRU 4000-EXIT
002910     END-PERFORM.
002920     CLOSE FMSTJRNL.
002930     MOVE WS-JOURNAL-POSITION TO WS-JOURNAL-READ-COUNT.
002940
002950* A RUN'S "B" MARKER FOLLOWS ITS ENTRIES, SO A LATER RUN THAT
002960* WAS ITSELF BACKED OUT HAS ALREADY BEEN LISTED - DROP IT.
002970     PERFORM 2300-DROP-DONE-RUNS THRU 2300-EXIT.
002980
002990     MOVE WS-TARGET-RUN-ID TO WS-CHECK-RUN-ID.
003000     PERFORM 2400-CHECK-DONE-RUN THRU 2400-EXIT.
003010     IF WS-FOUND
003020         MOVE "Y" TO WS-TARGET-DONE-SW
003030     END-IF.
003040
003050     IF NOT WS-TARGET-FOUND
003060         DISPLAY "RUN ID " WS-TARGET-RUN-ID
003070             " IS NOT ON THE JOURNAL - NOTHING BACKED OUT"
003080     END-IF.
003090     IF WS-TARGET-ALREADY-DONE
003100         DISPLAY "RUN ID " WS-TARGET-RUN-ID
003110             " WAS ALREADY BACKED OUT - NOTHING DONE"
003120     END-IF.
003121
003122* A RUN PAST THE TABLE LIMIT WOULD HAVE ITS BEFORE-IMAGES
003123* APPLIED BUT GET NO "B" MARKER, SO NOTHING IS TOUCHED.
003124     IF WS-TARGET-FOUND AND NOT WS-TARGET-ALREADY-DONE
003125             AND WS-TABLE-FULL
003126         DISPLAY "MORE THAN 100 RUNS TO BACK OUT - NOTHING "
003127             "BACKED OUT"
003128         MOVE "Y" TO WS-UPDATE-FAIL-SW
003129     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150*
003160*-----------------------------------------------------------
003170* 2100-NOTE-JOURNAL-ENTRY - RECORD A "B" MARKER, OR - ONCE THE
003180* TARGET RUN HAS BEEN REACHED - COUNT THE ENTRY UNDER ITS RUN.
003190*-----------------------------------------------------------
003200 2100-NOTE-JOURNAL-ENTRY.
003210     IF JN-ACTION-BACKOUT
003220         IF WS-DONE-USED < 500
003230             ADD 1 TO WS-DONE-USED
003240             MOVE JN-RUN-ID TO WS-DONE-RUN-ID(WS-DONE-USED)
003250         ELSE
003260             DISPLAY "BACKOUT MARKER TABLE LIMIT (500) REACHED"
003270         END-IF
003280         GO TO 2100-EXIT
003290     END-IF.
003300
003310     IF NOT WS-TARGET-FOUND
003320         IF JN-RUN-ID NOT = WS-TARGET-RUN-ID
003330             GO TO 2100-EXIT
003340         END-IF
003350         MOVE "Y" TO WS-TARGET-FOUND-SW
003360         MOVE WS-JOURNAL-POSITION TO WS-START-POSITION
003370     END-IF.
003380
003390     PERFORM 2200-TALLY-RUN THRU 2200-EXIT.
003400 2100-EXIT.
003410     EXIT.
003420*
003430*-----------------------------------------------------------
003440* 2200-TALLY-RUN - COUNT THE ENTRY UNDER ITS RUN ID, ADDING
003450* THE RUN TO THE TABLE ON FIRST SIGHT.
003460*-----------------------------------------------------------
003470 2200-TALLY-RUN.
003480     MOVE "N" TO WS-FOUND-SW.
003490     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-RUN-USED
003500         IF WS-RUN-ID-ENTRY(IX) = JN-RUN-ID
003510             ADD 1 TO WS-RUN-ENTRY-COUNT(IX)
003520             MOVE "Y" TO WS-FOUND-SW
003530             EXIT PERFORM
003540         END-IF
003550     END-PERFORM.
003560
003570     IF NOT WS-FOUND
003580         IF WS-RUN-USED < 100
003590             ADD 1 TO WS-RUN-USED
003600             MOVE JN-RUN-ID TO WS-RUN-ID-ENTRY(WS-RUN-USED)
003610             MOVE 1 TO WS-RUN-ENTRY-COUNT(WS-RUN-USED)
003620         ELSE
003630             IF NOT WS-TABLE-FULL
003640                 DISPLAY "RUN TABLE LIMIT (100) REACHED"
003660                 MOVE "Y" TO WS-TABLE-FULL-SW
003670             END-IF
003680         END-IF
003690     END-IF.
003700 2200-EXIT.
003710     EXIT.
003720*
003730*-----------------------------------------------------------
003740* 2300-DROP-DONE-RUNS - TAKE EVERY LATER RUN THAT CARRIES A
003750* "B" MARKER OUT OF THE IN-FORCE TABLE, KEEPING THE REST IN
003760* JOURNAL ORDER. THE TARGET ITSELF STAYS IN THE FIRST SLOT.
003770*-----------------------------------------------------------
003780 2300-DROP-DONE-RUNS.
003790     MOVE 0 TO OX.
003800     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-RUN-USED
003810         MOVE WS-RUN-ID-ENTRY(IX) TO WS-CHECK-RUN-ID
003820         PERFORM 2400-CHECK-DONE-RUN THRU 2400-EXIT
003830         IF NOT WS-FOUND OR IX = 1
003840             ADD 1 TO OX
003850             MOVE WS-RUN-ENTRY(IX) TO WS-RUN-ENTRY(OX)
003860         END-IF
003870     END-PERFORM.
003880     MOVE OX TO WS-RUN-USED.
003890 2300-EXIT.
003900     EXIT.
003910*
003920*-----------------------------------------------------------
003930* 2400-CHECK-DONE-RUN - SET WS-FOUND WHEN THE RUN ID IN
003940* WS-CHECK-RUN-ID CARRIES A "B" MARKER ON THE JOURNAL.
003950*-----------------------------------------------------------
003960 2400-CHECK-DONE-RUN.
003970     MOVE "N" TO WS-FOUND-SW.
003980     PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DONE-USED
003990         IF WS-DONE-RUN-ID(DX) = WS-CHECK-RUN-ID
004000             MOVE "Y" TO WS-FOUND-SW
004010             EXIT PERFORM
004020         END-IF
004030     END-PERFORM.
004040 2400-EXIT.
004050     EXIT.
004060*
004070*-----------------------------------------------------------
004080* 3000-APPLY-BEFORE-IMAGES - SECOND PASS OVER FMSTJRNL FROM THE
004090* TARGET RUN'S FIRST ENTRY ON. THE FIRST ENTRY FOR A KEY
004100* HOLDS THE KEY AS IT STOOD BEFORE THE TARGET LOAD, SO IT IS
004110* APPLIED AND ANY LATER ENTRY FOR THE SAME KEY IS PASSED
004120* OVER. ENTRIES OF RUNS ALREADY BACKED OUT ARE IGNORED.
004130*-----------------------------------------------------------
004140 3000-APPLY-BEFORE-IMAGES.
004150     MOVE 99 TO WS-LINE-COUNT.
004160     PERFORM 5200-WRITE-RUN-SUMMARY THRU 5200-EXIT.
004170
004180     MOVE "N" TO WS-FMSTJRNL-EOF-SW.
004190     OPEN INPUT FMSTJRNL.
004200     IF FMSTJRNL-STATUS NOT = "00"
004210         DISPLAY "UNABLE TO REOPEN FMSTJRNL, STATUS = "
004220             FMSTJRNL-STATUS
004230         MOVE "Y" TO WS-UPDATE-FAIL-SW
004240         GO TO 3000-EXIT
004250     END-IF.
004260
004270     MOVE 0 TO WS-JOURNAL-POSITION.
004280     PERFORM 4000-READ-FMSTJRNL THRU 4000-EXIT.
004290     PERFORM UNTIL FMSTJRNL-EOF OR WS-UPDATE-FAILED
004300         ADD 1 TO WS-JOURNAL-POSITION
004310         IF WS-JOURNAL-POSITION >= WS-START-POSITION
004320             PERFORM 3100-APPLY-ONE-ENTRY THRU 3100-EXIT
004330         END-IF
004340         PERFORM 4000-READ-FMSTJRNL THRU 4000-EXIT
004350     END-PERFORM.
004360     CLOSE FMSTJRNL.
004370 3000-EXIT.
004380     EXIT.
004390*
004400*-----------------------------------------------------------
004410* 3100-APPLY-ONE-ENTRY - PUT ONE KEY BACK: DELETE A KEY THE
004420* LOAD ADDED, OR REWRITE (OR RE-ADD) A KEY THE LOAD REPLACED
004430* FROM ITS JOURNALED BEFORE-IMAGE. EVERY KEY APPLIED GETS A
004440* LINE ON THE REPORT.
004450*-----------------------------------------------------------
004460 3100-APPLY-ONE-ENTRY.
004470     IF JN-ACTION-BACKOUT
004480         GO TO 3100-EXIT
004490     END-IF.
004500     MOVE JN-RUN-ID TO WS-CHECK-RUN-ID.
004510     PERFORM 2400-CHECK-DONE-RUN THRU 2400-EXIT.
004520     IF WS-FOUND
004530         GO TO 3100-EXIT
004540     END-IF.
004550
004560     COMPUTE WS-KEY-IX = JN-KEY + 1.
004570     IF WS-KEY-SEEN(WS-KEY-IX) = "Y"
004580         ADD 1 TO WS-SUPERSEDED-COUNT
004590         GO TO 3100-EXIT
004600     END-IF.
004610     MOVE "Y" TO WS-KEY-SEEN(WS-KEY-IX).
004620     ADD 1 TO WS-ENTRY-APPLIED-COUNT.
004630
004640     MOVE JN-KEY TO FM-KEY.
004650     READ FACTMST
004660         INVALID KEY
004670             MOVE "N" TO WS-ON-FILE-SW
004680         NOT INVALID KEY
004690             MOVE "Y" TO WS-ON-FILE-SW
004700     END-READ.
004710
004720     IF JN-ACTION-ADD
004730         IF WS-ON-FILE
004740             DELETE FACTMST RECORD
004750             IF FACTMST-STATUS = "00"
004760                 ADD 1 TO WS-DELETED-COUNT
004770                 MOVE "DELETED" TO WS-ACTION-TEXT
004780             ELSE
004790                 DISPLAY "UNABLE TO DELETE FACTMST KEY " FM-KEY
004800                     ", STATUS = " FACTMST-STATUS
004810                 MOVE "Y" TO WS-UPDATE-FAIL-SW
004820                 MOVE "DELETE FAILED" TO WS-ACTION-TEXT
004830             END-IF
004840         ELSE
004850             ADD 1 TO WS-ALREADY-GONE-COUNT
004860             MOVE "ALREADY GONE" TO WS-ACTION-TEXT
004870         END-IF
004880     ELSE
004890         PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 15
004900             MOVE JN-BEFORE-GROUP(GX) TO FM-RESULT-GROUP(GX)
004910         END-PERFORM
004920         IF WS-ON-FILE
004930             REWRITE FACTMST-RECORD
004940         ELSE
004950             WRITE FACTMST-RECORD
004960         END-IF
004970         IF FACTMST-STATUS = "00"
004980             ADD 1 TO WS-RESTORED-COUNT
004990             MOVE "RESTORED" TO WS-ACTION-TEXT
005000         ELSE
005010             DISPLAY "UNABLE TO RESTORE FACTMST KEY " FM-KEY
005020                 ", STATUS = " FACTMST-STATUS
005030             MOVE "Y" TO WS-UPDATE-FAIL-SW
005040             MOVE "RESTORE FAILED" TO WS-ACTION-TEXT
005050         END-IF
005060     END-IF.
005070
005080     MOVE SPACES TO RPT-DETAIL-LINE.
005090     STRING "  " JN-KEY "  " WS-ACTION-TEXT "  " JN-RUN-ID
005100         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005110     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005120 3100-EXIT.
005130     EXIT.
005140*
005150*-----------------------------------------------------------
005160* 4000-READ-FMSTJRNL - READ THE NEXT JOURNAL ENTRY, SETTING
005170* THE END-OF-FILE SWITCH WHEN THE JOURNAL IS EXHAUSTED.
005180*-----------------------------------------------------------
005190 4000-READ-FMSTJRNL.
005200     READ FMSTJRNL
005210         AT END
005220             MOVE "Y" TO WS-FMSTJRNL-EOF-SW
005230     END-READ.
005240 4000-EXIT.
005250     EXIT.
005260*
005270*-----------------------------------------------------------
005280* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE: TITLE, RUN
005290* DATE, A BLANK SPACER LINE, AND THE COLUMN HEADINGS.
005300*-----------------------------------------------------------
005310 5000-WRITE-REPORT-HEADERS.
005320     ADD 1 TO WS-PAGE-COUNT.
005330     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
005340
005350     MOVE SPACES TO RPT-DATE-LINE.
005360     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
005370         "     PAGE: " WS-PAGE-EDIT
005380         DELIMITED BY SIZE INTO RPT-DATE-LINE.
005390
005400     WRITE MBAK-REPORT-RECORD FROM RPT-TITLE-LINE
005410         AFTER ADVANCING TOP-OF-PAGE.
005420     WRITE MBAK-REPORT-RECORD FROM RPT-DATE-LINE
005430         AFTER ADVANCING 1 LINE.
005440     MOVE SPACES TO MBAK-REPORT-RECORD.
005450     WRITE MBAK-REPORT-RECORD AFTER ADVANCING 1 LINE.
005460     WRITE MBAK-REPORT-RECORD FROM RPT-COLUMN-LINE
005470         AFTER ADVANCING 1 LINE.
005480
005490     MOVE 4 TO WS-LINE-COUNT.
005500 5000-EXIT.
005510     EXIT.
005520*
005530*-----------------------------------------------------------
005540* 5100-WRITE-REPORT-LINE - FILE THE LINE IN RPT-DETAIL-LINE,
005550* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
005560*-----------------------------------------------------------
005570 5100-WRITE-REPORT-LINE.
005580     IF WS-LINE-COUNT >= WS-MAX-LINES
005590         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
005600     END-IF.
005610     WRITE MBAK-REPORT-RECORD FROM RPT-DETAIL-LINE
005620         AFTER ADVANCING 1 LINE.
005630     ADD 1 TO WS-LINE-COUNT.
005640 5100-EXIT.
005650     EXIT.
005660*
005670*-----------------------------------------------------------
005680* 5200-WRITE-RUN-SUMMARY - OPEN THE REPORT WITH THE RUN BEING
005690* BACKED OUT AND EVERY LATER LOAD STILL IN FORCE THAT GOES
005700* WITH IT, EACH WITH ITS JOURNAL ENTRY COUNT.
005710*-----------------------------------------------------------
005720 5200-WRITE-RUN-SUMMARY.
005730     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-RUN-USED
005740         MOVE WS-RUN-ENTRY-COUNT(IX) TO WS-COUNT-EDIT
005750         MOVE SPACES TO RPT-DETAIL-LINE
005760         IF IX = 1
005770             STRING "  BACKING OUT RUN ID   " WS-RUN-ID-ENTRY(IX)
005780                 "  ENTRIES " WS-COUNT-EDIT
005790                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005800         ELSE
005810             STRING "  LATER LOAD BACKED OUT " WS-RUN-ID-ENTRY(IX)
005820                 "  ENTRIES " WS-COUNT-EDIT
005830                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005840         END-IF
005850         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005860     END-PERFORM.
005870     MOVE SPACES TO RPT-DETAIL-LINE.
005880     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005890 5200-EXIT.
005900     EXIT.
005910*
005920*-----------------------------------------------------------
005930* 5500-WRITE-REPORT-TOTALS - FILE THE BACKOUT COUNTS, OR THE
005940* REASON NOTHING WAS BACKED OUT.
005950*-----------------------------------------------------------
005960 5500-WRITE-REPORT-TOTALS.
005970     MOVE SPACES TO RPT-DETAIL-LINE.
005980     EVALUATE TRUE
005982         WHEN WS-TABLE-FULL AND WS-UPDATE-FAILED
005984             STRING "  MORE THAN 100 RUNS TO BACK OUT"
005986                 " - NOTHING BACKED OUT"
005988                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005990         WHEN WS-UPDATE-FAILED
006000             STRING "  BACKOUT STOPPED ON A FAILED FILE UPDATE"
006010                 " - CORRECT AND RERUN"
006020                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006030         WHEN NOT WS-TARGET-FOUND
006040             STRING "  RUN ID " WS-TARGET-RUN-ID
006050                 " IS NOT ON THE JOURNAL - NOTHING BACKED OUT"
006060                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006070         WHEN WS-TARGET-ALREADY-DONE
006080             STRING "  RUN ID " WS-TARGET-RUN-ID
006090                 " WAS ALREADY BACKED OUT - NOTHING DONE"
006100                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006105         WHEN WS-AUDIT-FAILED
006110             STRING "  BACKOUT COMPLETE BUT NOT LOGGED TO"
006112                 " FACTAUD"
006116                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006120     END-EVALUATE.
006130     IF RPT-DETAIL-LINE NOT = SPACES
006140         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
006150     END-IF.
006160
006170     MOVE SPACES TO RPT-DETAIL-LINE.
006180     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006190     MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT.
006200     MOVE SPACES TO RPT-DETAIL-LINE.
006210     STRING "  KEYS RESTORED:         " WS-COUNT-EDIT
006220         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006230     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006240     MOVE WS-DELETED-COUNT TO WS-COUNT-EDIT.
006250     MOVE SPACES TO RPT-DETAIL-LINE.
006260     STRING "  KEYS DELETED:          " WS-COUNT-EDIT
006270         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006280     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006290     MOVE WS-ALREADY-GONE-COUNT TO WS-COUNT-EDIT.
006300     MOVE SPACES TO RPT-DETAIL-LINE.
006310     STRING "  KEYS ALREADY GONE:     " WS-COUNT-EDIT
006320         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006330     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006340     MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-EDIT.
006350     MOVE SPACES TO RPT-DETAIL-LINE.
006360     STRING "  LATER ENTRIES PASSED:  " WS-COUNT-EDIT
006370         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
006380     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
006390 5500-EXIT.
006400     EXIT.
006410*
006420*-----------------------------------------------------------
006430* 6000-WRITE-BACKOUT-MARKERS - APPEND A "B" MARKER TO THE
006440* JOURNAL FOR THE TARGET RUN AND FOR EVERY LATER RUN BACKED
006450* OUT WITH IT, SO NONE OF THEM CAN BE BACKED OUT AGAIN. THE
006452* LATEST RUN IS MARKED FIRST AND THE TARGET LAST, AND A FAILED
006454* WRITE STOPS THE MARKING: THE TARGET IS THEN STILL UNMARKED
006456* AND A RERUN OF IT SETS EVERY KEY BACK AND MARKS THE REST.
006460*-----------------------------------------------------------
006470 6000-WRITE-BACKOUT-MARKERS.
006480     OPEN EXTEND FMSTJRNL.
006490     IF FMSTJRNL-STATUS NOT = "00"
006500         DISPLAY "UNABLE TO EXTEND FMSTJRNL, STATUS = "
006510             FMSTJRNL-STATUS
006520         MOVE "Y" TO WS-UPDATE-FAIL-SW
006530         GO TO 6000-EXIT
006540     END-IF.
006550
006560     PERFORM VARYING IX FROM WS-RUN-USED BY -1
006565             UNTIL IX < 1 OR WS-UPDATE-FAILED
006570         MOVE SPACES TO FACTJRNL-RECORD
006580         MOVE WS-RUN-ID-ENTRY(IX) TO JN-RUN-ID
006590         MOVE "B" TO JN-ACTION
006600         MOVE 0 TO JN-KEY
006610         MOVE WS-AUDIT-TIMESTAMP TO JN-TIMESTAMP
006620         PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 15
006630             MOVE 0 TO JN-BEFORE-GROUP(GX)
006640         END-PERFORM
006650         WRITE FACTJRNL-RECORD
006660         IF FMSTJRNL-STATUS NOT = "00"
006670             DISPLAY "UNABLE TO WRITE FMSTJRNL MARKER, STATUS = "
006680                 FMSTJRNL-STATUS
006690             MOVE "Y" TO WS-UPDATE-FAIL-SW
006700         END-IF
006710     END-PERFORM.
006720     CLOSE FMSTJRNL.
006730 6000-EXIT.
006740     EXIT.
006750*
006760*-----------------------------------------------------------
006770* 6500-WRITE-AUDIT-RECORD - APPEND THE BACKOUT EVENT TO
006780* FACTAUD: KEYS RESTORED IN THE N FIELD, KEYS DELETED IN THE
006790* R FIELD, AND THE RUN ID IN THE PREVIEW.
006800*-----------------------------------------------------------
006810 6500-WRITE-AUDIT-RECORD.
006813     MOVE "L" TO AC-FUNCTION.
006816     CALL "FACTACHN" USING AC-PARAMETERS.
006820     OPEN EXTEND FACTAUD.
006830     IF FACTAUD-STATUS NOT = "00"
006840         OPEN OUTPUT FACTAUD
006850     END-IF.
006860     IF FACTAUD-STATUS NOT = "00"
006870         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
006880             FACTAUD-STATUS
006885         MOVE "Y" TO WS-AUDIT-FAIL-SW
006890         GO TO 6500-EXIT
006900     END-IF.
006910
006920     MOVE SPACES TO FACTAUD-RECORD.
006930     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP.
006940     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
006950     MOVE "FACTMBAK" TO AU-PROGRAM-ID.
006960     MOVE "BACKOUT" TO AU-REQUEST-TYPE.
006970     MOVE WS-RESTORED-COUNT TO AU-INPUT-N.
006980     MOVE WS-DELETED-COUNT TO AU-INPUT-R.
006990     MOVE "B" TO AU-OUTCOME-CODE.
007000     STRING "RUN " WS-TARGET-RUN-ID " BACKED OUT"
007010         DELIMITED BY SIZE INTO AU-RESULT-PREVIEW.
007020
007022     MOVE "S" TO AC-FUNCTION.
007024     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
007026     CALL "FACTACHN" USING AC-PARAMETERS.
007028     IF AC-SEAL-DUE
007030         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
007032     END-IF.
007034     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
007036     IF FACTAUD-STATUS NOT = "00"
007037         DISPLAY "UNABLE TO WRITE FACTAUD, STATUS = "
007038             FACTAUD-STATUS
007039         MOVE "Y" TO WS-AUDIT-FAIL-SW
007040     END-IF.
007045     CLOSE FACTAUD.
007050 6500-EXIT.
007060     EXIT.
007070*
007080*-----------------------------------------------------------
007090* 8000-TERMINATE - FILE THE TOTALS, REPORT THE COUNTS TO THE
007100* OPERATOR, CLOSE UP, AND SET THE CONDITION CODE.
007110*-----------------------------------------------------------
007120 8000-TERMINATE.
007130     PERFORM 5500-WRITE-REPORT-TOTALS THRU 5500-EXIT.
007140
007150     MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-EDIT.
007160     DISPLAY "JOURNAL ENTRIES READ:  " WS-COUNT-EDIT.
007170     MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT.
007180     DISPLAY "KEYS RESTORED:         " WS-COUNT-EDIT.
007190     MOVE WS-DELETED-COUNT TO WS-COUNT-EDIT.
007200     DISPLAY "KEYS DELETED:          " WS-COUNT-EDIT.
007210
007220     CLOSE FACTMST.
007230     CLOSE MBAK-REPORT.
007240
007250     MOVE 0 TO WS-NEW-RC.
007260     EVALUATE TRUE
007275         WHEN WS-TABLE-FULL AND WS-UPDATE-FAILED
007276             DISPLAY "FACTMST BACKOUT REFUSED - TOO MANY RUNS"
007277             MOVE 16 TO WS-NEW-RC
007278         WHEN WS-UPDATE-FAILED
007280             DISPLAY "FACTMST BACKOUT FAILED - RERUN REQUIRED"
007290             MOVE 16 TO WS-NEW-RC
007292         WHEN WS-AUDIT-FAILED
007294             DISPLAY "FACTMST BACKED OUT BUT THE FACTAUD EVENT "
007296                 "WAS NOT WRITTEN"
007298             MOVE 16 TO WS-NEW-RC
007300         WHEN NOT WS-TARGET-FOUND OR WS-TARGET-ALREADY-DONE
007310             MOVE 8 TO WS-NEW-RC
007320         WHEN WS-RUN-USED > 1 OR WS-ALREADY-GONE-COUNT > 0
007330             DISPLAY "FACTMST BACKOUT COMPLETE - SEE MBAKRPT "
007340                 "WARNINGS"
007350             MOVE 4 TO WS-NEW-RC
007360         WHEN OTHER
007370             DISPLAY "FACTMST BACKOUT COMPLETE"
007380     END-EVALUATE.
007390     IF WS-NEW-RC > RETURN-CODE
007400         MOVE WS-NEW-RC TO RETURN-CODE
007410     END-IF.
007420 8000-EXIT.
007430     EXIT.
