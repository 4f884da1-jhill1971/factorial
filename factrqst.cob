000010* REQUEST-STATUS KEEPER. CALLABLE SUBPROGRAM THAT OWNS THE
000020* FREQSTAT REQUEST-STATUS MASTER (RECORD LAYOUT FREQREC):
000030* FACTEDIT AND FACTCOMB CALL IT TO GIVE EACH REQUEST CARD ITS
000040* REQUEST ID, AND FACTRCYC, FACTDRV AND FACTCOMB CALL IT TO
000050* POST EACH STEP THE CARD GOES THROUGH, SO ONE FILE ANSWERS
000060* "DID MY CARD RUN LAST NIGHT?". THE PARAMETER AREA IS
000070* COPYBOOK FREQPARM. THE FILE IS OPENED ON THE FIRST CALL AND
000080* STAYS OPEN UNTIL THE CALLER'S CLOSE CALL AT END OF RUN.
000090 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FACTRQST.
000110 AUTHOR. JAMES HILL.
000120 INSTALLATION. COMBINATORICS BATCH GROUP.
000130 DATE-WRITTEN. 2026-10-15.
000140 DATE-COMPILED.
000150*
000160*-----------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------
000190*    2026-10-15  JH  ORIGINAL VERSION. FUNCTION CODES "N" NEW
000200*                    REQUEST, "U" POST A STATUS, "C" CLOSE.
000210*                    A FREQSTAT THAT DOES NOT YET EXIST IS
000220*                    CREATED EMPTY; ONE THAT WILL NOT OPEN IS
000230*                    REPORTED ONCE AND EVERY LATER CALL IN THE
000240*                    RUN RETURNS 99 WITHOUT STOPPING THE
000250*                    CALLER - TRACKING IS NEVER ALLOWED TO
000260*                    HOLD UP THE NIGHTLY WORK ITSELF.
000270*-----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FREQSTAT ASSIGN TO FREQSTAT
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS RS-REQUEST-ID
000350         FILE STATUS IS FREQSTAT-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  FREQSTAT
000400     LABEL RECORDS ARE STANDARD.
000410     COPY FREQREC.
000420*
000430 WORKING-STORAGE SECTION.
000440 01  FREQSTAT-STATUS             PIC X(02) VALUE SPACES.
000450 01  WS-SWITCHES.
000460     05  WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
000470         88  WS-FILE-OPEN                   VALUE "Y".
000480     05  WS-OPEN-FAILED-SW       PIC X(01) VALUE "N".
000490         88  WS-OPEN-FAILED                 VALUE "Y".
000500     05  WS-SCAN-END-SW          PIC X(01) VALUE "N".
000510         88  WS-SCAN-END                    VALUE "Y".
000520*
000530 01  WS-TODAY                    PIC 9(08) VALUE 0.
000540 01  WS-LAST-ID-DATE             PIC 9(08) VALUE 0.
000550 01  WS-LAST-SEQUENCE            PIC 9(06) VALUE 0.
000560 01  WS-EV-IX                    PIC 9(02) COMP VALUE 0.
000570*
000580 01  WS-RUN-TIME.
000590     05  WS-RT-HH                PIC 9(02).
000600     05  WS-RT-MM                PIC 9(02).
000610     05  WS-RT-SS                PIC 9(02).
000620 01  WS-RUN-DATE.
000630     05  WS-RD-YYYY              PIC 9(04).
000640     05  WS-RD-MM                PIC 9(02).
000650     05  WS-RD-DD                PIC 9(02).
000660 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
000670 01  WS-EVENT-TIMESTAMP          PIC X(19) VALUE SPACES.
000680*
000690 LINKAGE SECTION.
000700     COPY FREQPARM.
000710*
000720 PROCEDURE DIVISION USING RQ-PARAMETERS.
000730*
000740*-----------------------------------------------------------
000750* 0000-MAINLINE - OPEN FREQSTAT IF THIS IS THE FIRST CALL,
000760* THEN DISPATCH ON THE FUNCTION CODE.
000770*-----------------------------------------------------------
000780 BEGIN.
000790     MOVE "00" TO RQ-RESULT.
000800
000810     IF RQ-FUNC-CLOSE
000820         IF WS-FILE-OPEN
000830             CLOSE FREQSTAT
000840         END-IF
000850         MOVE "N" TO WS-FILE-OPEN-SW
000860         MOVE "N" TO WS-OPEN-FAILED-SW
000870         GOBACK
000880     END-IF.
000890
000900     IF NOT WS-FILE-OPEN
000910         PERFORM 1000-OPEN-STATUS-FILE THRU 1000-EXIT
000920     END-IF.
000930     IF NOT WS-FILE-OPEN
000940         MOVE "99" TO RQ-RESULT
000950         GOBACK
000960     END-IF.
000970
000980     PERFORM 1500-BUILD-TIMESTAMP THRU 1500-EXIT.
000990
001000     EVALUATE TRUE
001010         WHEN RQ-FUNC-NEW
001020             PERFORM 2000-NEW-REQUEST THRU 2000-EXIT
001030         WHEN RQ-FUNC-UPDATE
001040             PERFORM 3000-UPDATE-REQUEST THRU 3000-EXIT
001050         WHEN OTHER
001060             DISPLAY "FACTRQST: UNKNOWN FUNCTION CODE "
001070                 RQ-FUNCTION
001080             MOVE "99" TO RQ-RESULT
001090     END-EVALUATE.
001100
001110     GOBACK.
001120*
001130*-----------------------------------------------------------
001140* 1000-OPEN-STATUS-FILE - OPEN FREQSTAT FOR UPDATE, CREATING
001150* IT EMPTY THE FIRST TIME. A FILE THAT STILL WILL NOT OPEN IS
001160* REPORTED ONCE; LATER CALLS IN THE RUN DO NOT RETRY IT.
001170*-----------------------------------------------------------
001180 1000-OPEN-STATUS-FILE.
001190     IF WS-OPEN-FAILED
001200         GO TO 1000-EXIT
001210     END-IF.
001220
001230     OPEN I-O FREQSTAT.
001240     IF FREQSTAT-STATUS = "35"
001250         OPEN OUTPUT FREQSTAT
001260         IF FREQSTAT-STATUS = "00"
001270             CLOSE FREQSTAT
001280             OPEN I-O FREQSTAT
001290         END-IF
001300     END-IF.
001310     IF FREQSTAT-STATUS NOT = "00"
001320         DISPLAY "FREQSTAT REQUEST-STATUS FILE NOT AVAILABLE, "
001330             "STATUS = " FREQSTAT-STATUS
001340         DISPLAY "REQUEST TRACKING SKIPPED FOR THIS RUN"
001350         MOVE "Y" TO WS-OPEN-FAILED-SW
001360         GO TO 1000-EXIT
001370     END-IF.
001380
001390     MOVE "Y" TO WS-FILE-OPEN-SW.
001400     MOVE 0 TO WS-LAST-ID-DATE.
001410 1000-EXIT.
001420     EXIT.
001430*
001440*-----------------------------------------------------------
001450* 1500-BUILD-TIMESTAMP - STAMP THE EVENT ABOUT TO BE POSTED
001460* IN THE SUITE'S USUAL MM/DD/YYYY HH:MM:SS FORM.
001470*-----------------------------------------------------------
001480 1500-BUILD-TIMESTAMP.
001490     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001500     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
001510     MOVE SPACES TO WS-RUN-DATE-DISPLAY.
001520     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001530         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001540     MOVE SPACES TO WS-EVENT-TIMESTAMP.
001550     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
001560         WS-RT-SS DELIMITED BY SIZE INTO WS-EVENT-TIMESTAMP.
001570 1500-EXIT.
001580     EXIT.
001590*
001600*-----------------------------------------------------------
001610* 2000-NEW-REQUEST - GIVE THE CARD THE NEXT REQUEST ID FOR
001620* TODAY AND FILE ITS RECORD WITH THE FIRST EVENT.
001630*-----------------------------------------------------------
001640 2000-NEW-REQUEST.
001650     MOVE WS-RUN-DATE TO WS-TODAY.
001660     IF WS-TODAY NOT = WS-LAST-ID-DATE
001670         PERFORM 2100-FIND-LAST-SEQUENCE THRU 2100-EXIT
001680     END-IF.
001690     ADD 1 TO WS-LAST-SEQUENCE.
001700
001710     MOVE SPACES TO FACTREQ-RECORD.
001720     MOVE WS-TODAY TO RS-ID-DATE.
001730     MOVE WS-LAST-SEQUENCE TO RS-ID-SEQUENCE.
001740     MOVE RQ-REQUESTER-CODE TO RS-REQUESTER-CODE.
001750     MOVE RQ-SOURCE-FILE TO RS-SOURCE-FILE.
001760     MOVE WS-TODAY TO RS-SUBMIT-DATE.
001770     MOVE RQ-CARD-IMAGE TO RS-CARD-IMAGE.
001780     MOVE 0 TO RS-EVENT-COUNT.
001790     PERFORM 3500-ADD-EVENT THRU 3500-EXIT.
001800
001810     WRITE FACTREQ-RECORD
001820         INVALID KEY
001830             DISPLAY "UNABLE TO ADD REQUEST " RS-REQUEST-ID
001840                 " TO FREQSTAT, STATUS = " FREQSTAT-STATUS
001850             MOVE SPACES TO RQ-REQUEST-ID
001860             MOVE "99" TO RQ-RESULT
001870             GO TO 2000-EXIT
001880     END-WRITE.
001890     MOVE RS-REQUEST-ID TO RQ-REQUEST-ID.
001900 2000-EXIT.
001910     EXIT.
001920*
001930*-----------------------------------------------------------
001940* 2100-FIND-LAST-SEQUENCE - THE FIRST NEW REQUEST OF THE DAY
001950* IN THIS RUN: POSITION AT TODAY'S FIRST POSSIBLE KEY AND READ
001960* FORWARD TO THE HIGHEST SEQUENCE ALREADY GIVEN OUT TODAY, SO
001970* AN EARLIER RUN'S IDS ARE NEVER REUSED.
001980*-----------------------------------------------------------
001990 2100-FIND-LAST-SEQUENCE.
002000     MOVE WS-TODAY TO WS-LAST-ID-DATE.
002010     MOVE 0 TO WS-LAST-SEQUENCE.
002020     MOVE WS-TODAY TO RS-ID-DATE.
002030     MOVE 0 TO RS-ID-SEQUENCE.
002040     START FREQSTAT KEY IS NOT LESS THAN RS-REQUEST-ID
002050         INVALID KEY
002060             GO TO 2100-EXIT
002070     END-START.
002080
002090     MOVE "N" TO WS-SCAN-END-SW.
002100     PERFORM UNTIL WS-SCAN-END
002110         READ FREQSTAT NEXT RECORD
002120             AT END
002130                 MOVE "Y" TO WS-SCAN-END-SW
002140         END-READ
002150         IF NOT WS-SCAN-END
002160             IF RS-ID-DATE NOT = WS-TODAY
002170                 MOVE "Y" TO WS-SCAN-END-SW
002180             ELSE
002190                 MOVE RS-ID-SEQUENCE TO WS-LAST-SEQUENCE
002200             END-IF
002210         END-IF
002220     END-PERFORM.
002230 2100-EXIT.
002240     EXIT.
002250*
002260*-----------------------------------------------------------
002270* 3000-UPDATE-REQUEST - POST A NEW STATUS ON AN EXISTING
002280* REQUEST.
002290*-----------------------------------------------------------
002300 3000-UPDATE-REQUEST.
002310     MOVE RQ-REQUEST-ID TO RS-REQUEST-ID.
002320     READ FREQSTAT
002330         INVALID KEY
002340             DISPLAY "REQUEST " RQ-REQUEST-ID
002350                 " IS NOT ON FREQSTAT - STATUS " RQ-STATUS
002360                 " NOT POSTED"
002370             MOVE "23" TO RQ-RESULT
002380             GO TO 3000-EXIT
002390     END-READ.
002400
002410     PERFORM 3500-ADD-EVENT THRU 3500-EXIT.
002420     REWRITE FACTREQ-RECORD
002430         INVALID KEY
002440             DISPLAY "UNABLE TO UPDATE REQUEST " RS-REQUEST-ID
002450                 " ON FREQSTAT, STATUS = " FREQSTAT-STATUS
002460             MOVE "99" TO RQ-RESULT
002470     END-REWRITE.
002480 3000-EXIT.
002490     EXIT.
002500*
002510*-----------------------------------------------------------
002520* 3500-ADD-EVENT - MAKE THE STATUS IN THE PARAMETER AREA THE
002530* REQUEST'S CURRENT STATUS AND ADD IT TO THE HISTORY. WHEN
002540* THE HISTORY IS FULL THE OLDEST EVENT AFTER THE FIRST IS
002550* DROPPED, SO HOW THE REQUEST STARTED IS NEVER LOST.
002560*-----------------------------------------------------------
002570 3500-ADD-EVENT.
002580     IF RS-EVENT-COUNT >= 10
002590         PERFORM VARYING WS-EV-IX FROM 2 BY 1 UNTIL WS-EV-IX > 9
002600             MOVE RS-EVENT(WS-EV-IX + 1) TO RS-EVENT(WS-EV-IX)
002610         END-PERFORM
002620         MOVE 9 TO RS-EVENT-COUNT
002630     END-IF.
002640     ADD 1 TO RS-EVENT-COUNT.
002650     MOVE RQ-STATUS TO RS-EV-STATUS(RS-EVENT-COUNT).
002660     MOVE WS-EVENT-TIMESTAMP TO RS-EV-TIMESTAMP(RS-EVENT-COUNT).
002670     MOVE RQ-PROGRAM-ID TO RS-EV-PROGRAM(RS-EVENT-COUNT).
002680     MOVE RQ-NOTE TO RS-EV-NOTE(RS-EVENT-COUNT).
002690
002700     MOVE RQ-STATUS TO RS-CURRENT-STATUS.
002710     MOVE RQ-OPEN-FLAG TO RS-OPEN-FLAG.
002720     MOVE WS-EVENT-TIMESTAMP TO RS-LAST-UPDATE.
002730     MOVE RQ-PROGRAM-ID TO RS-LAST-PROGRAM.
002740 3500-EXIT.
002750     EXIT.
