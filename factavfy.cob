000010* AUDIT-LOG CHAIN VERIFICATION. FACTAUD IS A PLAIN FLAT FILE,
000020* SO SINCE EVERY LINE STARTED CARRYING A CHAIN VALUE (FAUDREC,
000030* STAMPED BY FACTACHN) THIS IS THE PROGRAM THAT PROVES NOBODY
000040* HAS BEEN AT IT WITH AN EDITOR. IT WALKS THE FAUDARCH ARCHIVE
000050* GENERATIONS, OLDEST FIRST, AND THEN THE LIVE FACTAUD AS ONE
000060* CHAIN, RECOMPUTES EVERY LINE'S CHECK VALUE FROM THE LINE
000070* BEFORE IT, AND CHECKS EVERY DAILY SEAL AND PURGE CARRY LINE
000080* AGAINST THE LINES IT COVERS. EACH BREAK, MISSING SEAL, OR
000090* COUNT MISMATCH IS LISTED ON AVFYRPT WITH THE FILE AND RECORD
000100* NUMBER WHERE IT WAS FOUND, FOLLOWED BY A SUMMARY FOR THE
000110* AUDITORS.
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FACTAVFY.
000140 AUTHOR. JAMES HILL.
000150 INSTALLATION. COMBINATORICS BATCH GROUP.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*-----------------------------------------------------------
000220*    2026-10-15  JH  ORIGINAL VERSION. NO CONTROL CARD. FINDINGS:
000230*                      CHAIN BREAK - THE LINE'S CHAIN VALUE IS
000240*                        NOT THE ONE WORKED OUT FROM THE LINE
000250*                        BEFORE IT (LINE ALTERED, OR A LINE
000260*                        DELETED OR ADDED AHEAD OF IT). THE
000270*                        CHECK CARRIES ON FROM THE VALUE FOUND,
000280*                        SO ONE EDIT IS ONE FINDING.
000290*                      UNCHAINED LINE - A LINE WITH NO CHAIN
000300*                        VALUE AFTER THE FILE'S FIRST CHAINED
000310*                        LINE. PRE-CHAIN LINES AHEAD OF IT ARE
000320*                        ONLY COUNTED.
000330*                      MISSING SEAL - A NEW DAY'S LINE WITH NO
000340*                        SEAL FOR THE DAY BEFORE AHEAD OF IT,
000350*                        OR FAUDARCH ENDING ON UNSEALED LINES.
000360*                      SEAL MISMATCH - A SEAL'S LINE COUNT OR
000370*                        CLOSING VALUE DISAGREES WITH THE LINES
000380*                        SINCE THE SEAL BEFORE IT.
000390*                      CARRY MISMATCH - A PURGE CARRY LINE THAT
000400*                        DISAGREES WITH ITSELF OR WITH THE END
000410*                        OF FAUDARCH.
000420*                    THE LIVE LOG'S LAST DAY IS NOT SEALED UNTIL
000430*                    A LINE IS WRITTEN ON A LATER DAY, SO ITS
000440*                    OPEN LINES ARE REPORTED BUT NOT A FINDING.
000450*                    A MISSING FAUDARCH IS ALLOWED (NOTHING
000460*                    ARCHIVED YET); THE CHAIN IS THEN TAKEN UP
000470*                    FROM THE LIVE LOG'S CARRY LINE. CONDITION
000480*                    CODES: 0 CHAIN VERIFIED, 8 ANY FINDING, 16
000490*                    WHEN FACTAUD OR AVFYRPT CANNOT BE OPENED.
000500*-----------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     C01 IS TOP-OF-PAGE.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FAUDARCH ASSIGN TO FAUDARCH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FAUDARCH-STATUS.
000600     SELECT FACTAUD ASSIGN TO FACTAUD
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FACTAUD-STATUS.
000630     SELECT AVFY-REPORT ASSIGN TO AVFYRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS AVFYRPT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FAUDARCH
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  FAUDARCH-RECORD             PIC X(110).
000730*
000740 FD  FACTAUD
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  FACTAUD-LOG-RECORD          PIC X(110).
000780*
000790 FD  AVFY-REPORT
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  AVFY-REPORT-RECORD          PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-INIT-SW              PIC X(01) VALUE "Y".
000870         88  WS-INIT-OK                     VALUE "Y".
000880     05  WS-ARCH-OPEN-SW         PIC X(01) VALUE "N".
000890         88  WS-ARCH-OPEN                   VALUE "Y".
000900     05  WS-FAUDARCH-EOF-SW      PIC X(01) VALUE "N".
000910         88  FAUDARCH-EOF                  VALUE "Y".
000920     05  WS-FACTAUD-EOF-SW       PIC X(01) VALUE "N".
000930         88  FACTAUD-EOF                   VALUE "Y".
000940     05  WS-CHAIN-STARTED-SW     PIC X(01) VALUE "N".
000950         88  WS-CHAIN-STARTED               VALUE "Y".
000960     05  WS-FILE-CHAINED-SW      PIC X(01) VALUE "N".
000970         88  WS-FILE-CHAINED                VALUE "Y".
000980     05  WS-CARRY-ANCHOR-SW      PIC X(01) VALUE "N".
000990         88  WS-CARRY-ANCHOR                VALUE "Y".
001000*
001010 01  WS-FILE-STATUSES.
001020     05  FAUDARCH-STATUS         PIC X(02) VALUE SPACES.
001030     05  FACTAUD-STATUS          PIC X(02) VALUE SPACES.
001040     05  AVFYRPT-STATUS          PIC X(02) VALUE SPACES.
001050*
001060 01  WS-CHAIN-STATE.
001070     05  WS-PRIOR-VALUE          PIC 9(09) VALUE 0.
001080     05  WS-OPEN-COUNT           PIC 9(08) VALUE 0.
001090     05  WS-OPEN-DATE            PIC X(10) VALUE SPACES.
001100*
001110 01  WS-SOURCE-NAME              PIC X(08) VALUE SPACES.
001120 01  WS-FILE-IX                  PIC 9(01) COMP VALUE 1.
001130 01  WS-RECORD-NUMBER            PIC 9(08) COMP VALUE 0.
001140 01  WS-FINDING-TEXT             PIC X(60) VALUE SPACES.
001150 01  WS-COUNT-EDIT-2             PIC ZZZZZZZ9.
001160*
001170 01  WS-FILE-COUNTS.
001180     05  WS-FC-ENTRY OCCURS 2 TIMES.
001190         10  WS-FC-READ          PIC 9(08) COMP.
001200         10  WS-FC-PRE-CHAIN     PIC 9(08) COMP.
001210         10  WS-FC-CHAINED       PIC 9(08) COMP.
001220         10  WS-FC-SEALS         PIC 9(08) COMP.
001230         10  WS-FC-CARRIES       PIC 9(08) COMP.
001240*
001250 01  WS-FINDING-COUNTS.
001260     05  WS-BREAK-COUNT          PIC 9(08) COMP VALUE 0.
001270     05  WS-UNCHAINED-COUNT      PIC 9(08) COMP VALUE 0.
001280     05  WS-MISSING-SEAL-COUNT   PIC 9(08) COMP VALUE 0.
001290     05  WS-SEAL-MISMATCH-COUNT  PIC 9(08) COMP VALUE 0.
001300     05  WS-CARRY-MISMATCH-COUNT PIC 9(08) COMP VALUE 0.
001310     05  WS-FINDING-COUNT        PIC 9(08) COMP VALUE 0.
001320*
001330 01  WS-RUN-DATE.
001340     05  WS-RD-YYYY              PIC 9(04).
001350     05  WS-RD-MM                PIC 9(02).
001360     05  WS-RD-DD                PIC 9(02).
001370 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001380 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
001390 01  WS-PAGE-EDIT                PIC ZZ9.
001400 01  WS-SUMMARY-LABEL            PIC X(32) VALUE SPACES.
001410*
001420 01  WS-REPORT-CONTROLS.
001430     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001440     05  WS-PAGE-COUNT           PIC 9(03) COMP VALUE 0.
001450     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 55.
001460*
001470 01  RPT-TITLE-LINE              PIC X(132) VALUE
001480     "FACTAUD AUDIT LOG CHAIN VERIFICATION".
001490 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
001500 01  RPT-COLUMN-LINE.
001510     05  FILLER                  PIC X(43) VALUE
001520         "  FILE        RECORD  TIMESTAMP".
001530     05  FILLER                  PIC X(89) VALUE
001540         "PROGRAM   TYPE      FINDING".
001550 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001560*
001570     COPY FAUDREC.
001580     COPY FACHPARM.
001590*
001600 PROCEDURE DIVISION.
001610*
001620*-----------------------------------------------------------
001630* 0000-MAINLINE - WALK THE ARCHIVE, THEN THE LIVE LOG, AS ONE
001640* CHAIN, THEN FILE THE SUMMARY AND SET THE CONDITION CODE.
001650*-----------------------------------------------------------
001660 BEGIN.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     IF NOT WS-INIT-OK
001690         MOVE 16 TO RETURN-CODE
001700         GOBACK
001710     END-IF.
001720
001730     IF WS-ARCH-OPEN
001740         MOVE "FAUDARCH" TO WS-SOURCE-NAME
001750         MOVE 1 TO WS-FILE-IX
001760         MOVE 0 TO WS-RECORD-NUMBER
001770         MOVE "N" TO WS-FILE-CHAINED-SW
001780         PERFORM 4100-READ-FAUDARCH THRU 4100-EXIT
001790         PERFORM UNTIL FAUDARCH-EOF
001800             MOVE FAUDARCH-RECORD TO FACTAUD-RECORD
001810             PERFORM 3000-CHECK-LINE THRU 3000-EXIT
001820             PERFORM 4100-READ-FAUDARCH THRU 4100-EXIT
001830         END-PERFORM
001840         PERFORM 3800-CHECK-ARCHIVE-END THRU 3800-EXIT
001850     END-IF.
001860
001870     MOVE "FACTAUD" TO WS-SOURCE-NAME.
001880     MOVE 2 TO WS-FILE-IX.
001890     MOVE 0 TO WS-RECORD-NUMBER.
001900     MOVE "N" TO WS-FILE-CHAINED-SW.
001910     PERFORM 4000-READ-FACTAUD THRU 4000-EXIT.
001920     PERFORM UNTIL FACTAUD-EOF
001930         MOVE FACTAUD-LOG-RECORD TO FACTAUD-RECORD
001940         PERFORM 3000-CHECK-LINE THRU 3000-EXIT
001950         PERFORM 4000-READ-FACTAUD THRU 4000-EXIT
001960     END-PERFORM.
001970
001980     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002000     GOBACK.
002010*
002020*-----------------------------------------------------------
002030* 1000-INITIALIZE - OPEN THE LOGS AND THE REPORT. THE ARCHIVE
002040* IS OPTIONAL; THE LIVE LOG AND THE REPORT ARE NOT.
002050*-----------------------------------------------------------
002060 1000-INITIALIZE.
002070     DISPLAY "FACTAUD CHAIN VERIFICATION".
002080     DISPLAY "--------------------------".
002090
002100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
002110     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
002120         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002130     INITIALIZE WS-FILE-COUNTS.
002140
002150     OPEN INPUT FACTAUD.
002160     IF FACTAUD-STATUS NOT = "00"
002170         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
002180             FACTAUD-STATUS
002190         MOVE "N" TO WS-INIT-SW
002200         GO TO 1000-EXIT
002210     END-IF.
002220
002230     OPEN INPUT FAUDARCH.
002240     IF FAUDARCH-STATUS = "00"
002250         MOVE "Y" TO WS-ARCH-OPEN-SW
002260     ELSE
002270         DISPLAY "FAUDARCH NOT AVAILABLE (STATUS "
002280             FAUDARCH-STATUS ") - LIVE LOG ONLY"
002290     END-IF.
002300
002310     OPEN OUTPUT AVFY-REPORT.
002320     IF AVFYRPT-STATUS NOT = "00"
002330         DISPLAY "UNABLE TO OPEN AVFYRPT, STATUS = "
002340             AVFYRPT-STATUS
002350         MOVE "N" TO WS-INIT-SW
002360         GO TO 1000-EXIT
002370     END-IF.
002380     PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410*
002420*-----------------------------------------------------------
002430* 3000-CHECK-LINE - COUNT THE LINE AND SEND IT TO THE CHECK
002440* FOR ITS KIND: PRE-CHAIN, CARRY, OR CHAINED (SEALS INCLUDED).
002450*-----------------------------------------------------------
002460 3000-CHECK-LINE.
002470     ADD 1 TO WS-RECORD-NUMBER.
002480     ADD 1 TO WS-FC-READ(WS-FILE-IX).
002490
002500     IF AU-CHAIN-VALUE NOT NUMERIC
002510         IF WS-FILE-CHAINED
002520             ADD 1 TO WS-UNCHAINED-COUNT
002530             MOVE "UNCHAINED LINE AFTER THE CHAIN BEGAN"
002540                 TO WS-FINDING-TEXT
002550             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
002560         ELSE
002570             ADD 1 TO WS-FC-PRE-CHAIN(WS-FILE-IX)
002580         END-IF
002590         GO TO 3000-EXIT
002600     END-IF.
002610
002620     MOVE "Y" TO WS-FILE-CHAINED-SW.
002630     IF AU-REQ-CARRY
002640         PERFORM 3300-CHECK-CARRY THRU 3300-EXIT
002650     ELSE
002660         PERFORM 3100-CHECK-CHAIN-VALUE THRU 3100-EXIT
002670         IF AU-REQ-SEAL
002680             PERFORM 3200-CHECK-SEAL THRU 3200-EXIT
002690         ELSE
002700             PERFORM 3400-CHECK-DAY THRU 3400-EXIT
002710         END-IF
002720         MOVE AU-CHAIN-VALUE TO WS-PRIOR-VALUE
002730         MOVE "Y" TO WS-CHAIN-STARTED-SW
002740     END-IF.
002750 3000-EXIT.
002760     EXIT.
002770*
002780*-----------------------------------------------------------
002790* 3100-CHECK-CHAIN-VALUE - WORK OUT WHAT THE LINE'S CHAIN
002800* VALUE SHOULD BE FROM THE LINE BEFORE IT (ZERO FOR THE FIRST
002810* CHAINED LINE) AND COMPARE IT WITH THE VALUE ON THE LINE.
002820*-----------------------------------------------------------
002830 3100-CHECK-CHAIN-VALUE.
002840     ADD 1 TO WS-FC-CHAINED(WS-FILE-IX).
002850     MOVE "C" TO AC-FUNCTION.
002860     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
002870     MOVE WS-PRIOR-VALUE TO AC-PRIOR-VALUE.
002880     CALL "FACTACHN" USING AC-PARAMETERS.
002890     IF AC-CHAIN-VALUE NOT = AU-CHAIN-VALUE
002900         ADD 1 TO WS-BREAK-COUNT
002910         MOVE "CHAIN BREAK - LINE ALTERED OR A LINE DELETED/ADDED"
002920             TO WS-FINDING-TEXT
002930         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
002940     END-IF.
002950 3100-EXIT.
002960     EXIT.
002970*
002980*-----------------------------------------------------------
002990* 3200-CHECK-SEAL - THE SEAL MUST COUNT EXACTLY THE LINES
003000* SINCE THE SEAL BEFORE IT AND CLOSE ON THE LAST ONE'S VALUE.
003010*-----------------------------------------------------------
003020 3200-CHECK-SEAL.
003030     ADD 1 TO WS-FC-SEALS(WS-FILE-IX).
003040     IF AU-CH-LINE-COUNT NOT NUMERIC
003050             OR AU-CH-LINE-COUNT NOT = WS-OPEN-COUNT
003060         ADD 1 TO WS-SEAL-MISMATCH-COUNT
003070         MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
003080         MOVE SPACES TO WS-FINDING-TEXT
003090         STRING "SEAL COUNT " AU-CH-LINE-COUNT " BUT "
003100             WS-COUNT-EDIT " LINES SINCE THE LAST SEAL"
003110             DELIMITED BY SIZE INTO WS-FINDING-TEXT
003120         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003130     END-IF.
003140     IF AU-CH-CLOSING-VALUE NOT NUMERIC
003150             OR AU-CH-CLOSING-VALUE NOT = WS-PRIOR-VALUE
003160         ADD 1 TO WS-SEAL-MISMATCH-COUNT
003170         MOVE "SEAL CLOSING VALUE IS NOT THE LAST LINE'S VALUE"
003180             TO WS-FINDING-TEXT
003190         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003200     END-IF.
003210     MOVE 0 TO WS-OPEN-COUNT.
003220     MOVE SPACES TO WS-OPEN-DATE.
003230 3200-EXIT.
003240     EXIT.
003250*
003260*-----------------------------------------------------------
003270* 3300-CHECK-CARRY - A CARRY LINE MUST AGREE WITH ITSELF AND,
003280* WHEN THE ARCHIVE HAS BEEN WALKED, WITH THE CHAIN STATE THE
003290* ARCHIVE ENDED ON. WITH NO ARCHIVE BEHIND IT, IT IS WHERE THE
003300* CHAIN IS TAKEN UP.
003310*-----------------------------------------------------------
003320 3300-CHECK-CARRY.
003330     ADD 1 TO WS-FC-CARRIES(WS-FILE-IX).
003340     IF AU-CH-CLOSING-VALUE NOT NUMERIC
003350             OR AU-CH-LINE-COUNT NOT NUMERIC
003360             OR AU-CH-CLOSING-VALUE NOT = AU-CHAIN-VALUE
003370         ADD 1 TO WS-CARRY-MISMATCH-COUNT
003380         MOVE "CARRY LINE ALTERED - ITS TWO CHAIN VALUES DISAGREE"
003390             TO WS-FINDING-TEXT
003400         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003410         GO TO 3300-EXIT
003420     END-IF.
003430
003440     IF WS-CHAIN-STARTED
003450         IF AU-CH-CLOSING-VALUE NOT = WS-PRIOR-VALUE
003460                 OR AU-CH-LINE-COUNT NOT = WS-OPEN-COUNT
003470             ADD 1 TO WS-CARRY-MISMATCH-COUNT
003480             MOVE "CARRY LINE DOES NOT MATCH THE END OF FAUDARCH"
003490                 TO WS-FINDING-TEXT
003500             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003510         END-IF
003520     ELSE
003530         MOVE "Y" TO WS-CARRY-ANCHOR-SW
003540     END-IF.
003550
003560     MOVE AU-CH-CLOSING-VALUE TO WS-PRIOR-VALUE.
003570     MOVE AU-CH-LINE-COUNT TO WS-OPEN-COUNT.
003580     MOVE AU-CH-LAST-DATE TO WS-OPEN-DATE.
003590     MOVE "Y" TO WS-CHAIN-STARTED-SW.
003600 3300-EXIT.
003610     EXIT.
003620*
003630*-----------------------------------------------------------
003640* 3400-CHECK-DAY - A LINE DATED DIFFERENTLY FROM THE OPEN
003650* LINES BEFORE IT NEEDED A SEAL BETWEEN THEM. THE MISSING SEAL
003660* IS REPORTED ONCE AND THE OPEN LINES START AGAIN HERE.
003670*-----------------------------------------------------------
003680 3400-CHECK-DAY.
003690     IF WS-OPEN-COUNT > 0
003700             AND AU-TS-DATE NOT = WS-OPEN-DATE
003710         ADD 1 TO WS-MISSING-SEAL-COUNT
003720         MOVE SPACES TO WS-FINDING-TEXT
003730         STRING "MISSING SEAL FOR " WS-OPEN-DATE
003740             " AHEAD OF THIS LINE"
003750             DELIMITED BY SIZE INTO WS-FINDING-TEXT
003760         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003770         MOVE 0 TO WS-OPEN-COUNT
003780     END-IF.
003790     ADD 1 TO WS-OPEN-COUNT.
003800     MOVE AU-TS-DATE TO WS-OPEN-DATE.
003810 3400-EXIT.
003820     EXIT.
003830*
003840*-----------------------------------------------------------
003850* 3800-CHECK-ARCHIVE-END - EVERY PURGE CLOSES WHAT IT ARCHIVES
003860* WITH A SEAL, SO THE ARCHIVE MUST NOT END ON OPEN LINES.
003870*-----------------------------------------------------------
003880 3800-CHECK-ARCHIVE-END.
003890     IF WS-OPEN-COUNT > 0
003900         ADD 1 TO WS-MISSING-SEAL-COUNT
003910         MOVE SPACES TO FACTAUD-RECORD
003920         MOVE SPACES TO WS-FINDING-TEXT
003930         STRING "FAUDARCH ENDS WITHOUT A SEAL FOR " WS-OPEN-DATE
003940             DELIMITED BY SIZE INTO WS-FINDING-TEXT
003950         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003960     END-IF.
003970 3800-EXIT.
003980     EXIT.
003990*
004000*-----------------------------------------------------------
004010* 3900-WRITE-FINDING - LIST THE FINDING IN WS-FINDING-TEXT
004020* AGAINST THE CURRENT FILE, RECORD NUMBER AND LINE.
004030*-----------------------------------------------------------
004040 3900-WRITE-FINDING.
004050     ADD 1 TO WS-FINDING-COUNT.
004060     MOVE WS-RECORD-NUMBER TO WS-COUNT-EDIT-2.
004070     MOVE SPACES TO RPT-DETAIL-LINE.
004080     STRING "  " WS-SOURCE-NAME "  " WS-COUNT-EDIT-2 "  "
004090         AU-TIMESTAMP "  " AU-PROGRAM-ID "  " AU-REQUEST-TYPE
004100         "  " WS-FINDING-TEXT
004110         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004120     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
004130 3900-EXIT.
004140     EXIT.
004150*
004160*-----------------------------------------------------------
004170* 4000-READ-FACTAUD - READ THE NEXT LIVE-LOG LINE, SETTING
004180* THE END-OF-FILE SWITCH WHEN THE LOG IS EXHAUSTED.
004190*-----------------------------------------------------------
004200 4000-READ-FACTAUD.
004210     READ FACTAUD
004220         AT END
004230             MOVE "Y" TO WS-FACTAUD-EOF-SW
004240     END-READ.
004250 4000-EXIT.
004260     EXIT.
004270*
004280*-----------------------------------------------------------
004290* 4100-READ-FAUDARCH - READ THE NEXT ARCHIVE LINE, SETTING THE
004300* END-OF-FILE SWITCH WHEN THE ARCHIVE IS EXHAUSTED.
004310*-----------------------------------------------------------
004320 4100-READ-FAUDARCH.
004330     READ FAUDARCH
004340         AT END
004350             MOVE "Y" TO WS-FAUDARCH-EOF-SW
004360     END-READ.
004370 4100-EXIT.
004380     EXIT.
004390*
004400*-----------------------------------------------------------
004410* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE: TITLE, RUN
004420* DATE, COLUMN HEADINGS, AND A BLANK SPACER LINE.
004430*-----------------------------------------------------------
004440 5000-WRITE-REPORT-HEADERS.
004450     ADD 1 TO WS-PAGE-COUNT.
004460     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
004470
004480     MOVE SPACES TO RPT-DATE-LINE.
004490     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
004500         "     PAGE: " WS-PAGE-EDIT
004510         DELIMITED BY SIZE INTO RPT-DATE-LINE.
004520
004530     WRITE AVFY-REPORT-RECORD FROM RPT-TITLE-LINE
004540         AFTER ADVANCING TOP-OF-PAGE.
004550     WRITE AVFY-REPORT-RECORD FROM RPT-DATE-LINE
004560         AFTER ADVANCING 1 LINE.
004570     WRITE AVFY-REPORT-RECORD FROM RPT-COLUMN-LINE
004580         AFTER ADVANCING 2 LINES.
004590     MOVE SPACES TO AVFY-REPORT-RECORD.
004600     WRITE AVFY-REPORT-RECORD AFTER ADVANCING 1 LINE.
004610
004620     MOVE 5 TO WS-LINE-COUNT.
004630 5000-EXIT.
004640     EXIT.
004650*
004660*-----------------------------------------------------------
004670* 5100-WRITE-REPORT-LINE - FILE THE LINE IN RPT-DETAIL-LINE,
004680* ROLLING TO A NEW PAGE WHEN THE CURRENT PAGE IS FULL.
004690*-----------------------------------------------------------
004700 5100-WRITE-REPORT-LINE.
004710     IF WS-LINE-COUNT >= WS-MAX-LINES
004720         PERFORM 5000-WRITE-REPORT-HEADERS THRU 5000-EXIT
004730     END-IF.
004740     WRITE AVFY-REPORT-RECORD FROM RPT-DETAIL-LINE
004750         AFTER ADVANCING 1 LINE.
004760     ADD 1 TO WS-LINE-COUNT.
004770 5100-EXIT.
004780     EXIT.
004790*
004800*-----------------------------------------------------------
004810* 5200-WRITE-COUNT-LINE - FILE ONE SUMMARY LINE FROM THE
004820* LABEL IN WS-SUMMARY-LABEL AND THE EDITED COUNT ALREADY IN
004830* WS-COUNT-EDIT.
004840*-----------------------------------------------------------
004850 5200-WRITE-COUNT-LINE.
004860     MOVE SPACES TO RPT-DETAIL-LINE.
004870     STRING "    " WS-SUMMARY-LABEL "  " WS-COUNT-EDIT
004880         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
004890     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
004900 5200-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------
004940* 7000-PRINT-SUMMARY - LINE COUNTS PER FILE, FINDINGS BY KIND,
004950* THE LIVE LOG'S OPEN DAY, AND THE VERDICT.
004960*-----------------------------------------------------------
004970 7000-PRINT-SUMMARY.
004980     IF WS-FINDING-COUNT = 0
004990         MOVE "    (NO FINDINGS)" TO RPT-DETAIL-LINE
005000         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005010     END-IF.
005020
005030     PERFORM VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 2
005040         MOVE SPACES TO RPT-DETAIL-LINE
005050         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005060         IF WS-FILE-IX = 1
005070             IF WS-ARCH-OPEN
005080                 MOVE "  FAUDARCH ARCHIVE GENERATIONS"
005090                     TO RPT-DETAIL-LINE
005100             ELSE
005110                 MOVE "  FAUDARCH ARCHIVE GENERATIONS (NOT READ)"
005120                     TO RPT-DETAIL-LINE
005130             END-IF
005140         ELSE
005150             MOVE "  FACTAUD LIVE LOG" TO RPT-DETAIL-LINE
005160         END-IF
005170         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005180         MOVE "LINES READ" TO WS-SUMMARY-LABEL
005190         MOVE WS-FC-READ(WS-FILE-IX) TO WS-COUNT-EDIT
005200         PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
005210         MOVE "PRE-CHAIN LINES" TO WS-SUMMARY-LABEL
005220         MOVE WS-FC-PRE-CHAIN(WS-FILE-IX) TO WS-COUNT-EDIT
005230         PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
005240         MOVE "CHAINED LINES (SEALS INCLUDED)" TO WS-SUMMARY-LABEL
005250         MOVE WS-FC-CHAINED(WS-FILE-IX) TO WS-COUNT-EDIT
005260         PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
005270         MOVE "DAILY SEALS" TO WS-SUMMARY-LABEL
005280         MOVE WS-FC-SEALS(WS-FILE-IX) TO WS-COUNT-EDIT
005290         PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
005300         MOVE "PURGE CARRY LINES" TO WS-SUMMARY-LABEL
005310         MOVE WS-FC-CARRIES(WS-FILE-IX) TO WS-COUNT-EDIT
005320         PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT
005330     END-PERFORM.
005340
005350     MOVE SPACES TO RPT-DETAIL-LINE.
005360     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005370     MOVE "  FINDINGS" TO RPT-DETAIL-LINE.
005380     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005390     MOVE "CHAIN BREAKS" TO WS-SUMMARY-LABEL.
005400     MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT.
005410     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT.
005420     MOVE "UNCHAINED LINES IN THE CHAIN" TO WS-SUMMARY-LABEL.
005430     MOVE WS-UNCHAINED-COUNT TO WS-COUNT-EDIT.
005440     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT.
005450     MOVE "MISSING SEALS" TO WS-SUMMARY-LABEL.
005460     MOVE WS-MISSING-SEAL-COUNT TO WS-COUNT-EDIT.
005470     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT.
005480     MOVE "SEAL COUNT/VALUE MISMATCHES" TO WS-SUMMARY-LABEL.
005490     MOVE WS-SEAL-MISMATCH-COUNT TO WS-COUNT-EDIT.
005500     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT.
005510     MOVE "CARRY LINE MISMATCHES" TO WS-SUMMARY-LABEL.
005520     MOVE WS-CARRY-MISMATCH-COUNT TO WS-COUNT-EDIT.
005530     PERFORM 5200-WRITE-COUNT-LINE THRU 5200-EXIT.
005540
005550     MOVE SPACES TO RPT-DETAIL-LINE.
005560     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005570     IF WS-CARRY-ANCHOR
005580         MOVE SPACES TO RPT-DETAIL-LINE
005590         STRING "  CHAIN TAKEN UP FROM THE LIVE LOG'S CARRY "
005600             "LINE - NO ARCHIVE HISTORY WAS CHECKED"
005610             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005620         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005630     END-IF.
005640     IF WS-OPEN-COUNT > 0
005650         MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
005660         MOVE SPACES TO RPT-DETAIL-LINE
005670         STRING "  OPEN DAY " WS-OPEN-DATE ": " WS-COUNT-EDIT
005680             " LINES NOT YET SEALED (SEALED BY THE FIRST LINE "
005690             "OF A LATER DAY)"
005700             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005710         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005720     END-IF.
005730     IF WS-FINDING-COUNT = 0
005740         MOVE "  AUDIT LOG CHAIN VERIFIED" TO RPT-DETAIL-LINE
005750     ELSE
005760         MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
005770         MOVE SPACES TO RPT-DETAIL-LINE
005780         STRING "  AUDIT LOG CHAIN NOT VERIFIED - " WS-COUNT-EDIT
005790             " FINDING(S) LISTED ABOVE"
005800             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005810     END-IF.
005820     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005830 7000-EXIT.
005840     EXIT.
005850*
005860*-----------------------------------------------------------
005870* 8000-TERMINATE - TELL THE OPERATOR THE OUTCOME, SET THE
005880* CONDITION CODE, AND CLOSE THE FILES.
005890*-----------------------------------------------------------
005900 8000-TERMINATE.
005910     COMPUTE WS-COUNT-EDIT = WS-FC-READ(1) + WS-FC-READ(2).
005920     DISPLAY "AUDIT LINES READ:      " WS-COUNT-EDIT.
005930     MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT.
005940     DISPLAY "FINDINGS:              " WS-COUNT-EDIT.
005950     IF WS-FINDING-COUNT = 0
005960         DISPLAY "AUDIT LOG CHAIN VERIFIED"
005970         MOVE 0 TO RETURN-CODE
005980     ELSE
005990         DISPLAY "AUDIT LOG CHAIN NOT VERIFIED - SEE AVFYRPT"
006000         MOVE 8 TO RETURN-CODE
006010     END-IF.
006020
006030     IF WS-ARCH-OPEN
006040         CLOSE FAUDARCH
006050     END-IF.
006060     CLOSE FACTAUD.
006070     CLOSE AVFY-REPORT.
006080 8000-EXIT.
006090     EXIT.
