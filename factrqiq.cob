000010* REQUEST-STATUS INQUIRY. ANSWERS "WHERE IS MY REQUEST?" FROM
000020* THE FREQSTAT REQUEST-STATUS MASTER INSTEAD OF FROM FACTREJ,
000030* AGERPT, RPTFILE AND FACTAUD BY HAND. THE OPERATOR EITHER
000040* ENTERS A REQUEST ID AND SEES ITS CURRENT STATUS AND HISTORY,
000050* OR ENTERS A REQUESTER CODE AND SEES ALL OF THAT REQUESTER'S
000060* REQUESTS THAT ARE STILL OPEN. CALLED FROM FACTMENU.
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. FACTRQIQ.
000090 AUTHOR. JAMES HILL.
000100 INSTALLATION. COMBINATORICS BATCH GROUP.
000110 DATE-WRITTEN. 2026-10-15.
000120 DATE-COMPILED.
000130*
000140*-----------------------------------------------------------
000150* MODIFICATION HISTORY
000160*-----------------------------------------------------------
000170*    2026-10-15  JH  ORIGINAL VERSION. CONDITION CODE 0 WHEN
000180*                    THE REQUEST (OR AN OPEN REQUEST FOR THE
000190*                    REQUESTER) IS FOUND, 4 WHEN NOTHING IS ON
000200*                    FILE OR THE INQUIRY TYPE IS INVALID, 16
000210*                    WHEN FREQSTAT OR FACTAUD CANNOT BE OPENED.
000212*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000214*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000216*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000218*                    THE SEAL LINE FACTACHN HANDS BACK.
000219*    2026-10-15  JH  CONDITION CODE 4 IS HELD ACROSS THE
000221*                    FACTACHN CALLS IN 2000 SO THE AUDIT WRITE
000224*                    NO LONGER RESETS IT TO ZERO.
000227*-----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT FREQSTAT ASSIGN TO FREQSTAT
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS RS-REQUEST-ID
000300         FILE STATUS IS FREQSTAT-STATUS.
000310     SELECT FACTAUD ASSIGN TO FACTAUD
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FACTAUD-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FREQSTAT
000380     LABEL RECORDS ARE STANDARD.
000390     COPY FREQREC.
000400*
000410 FD  FACTAUD
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440     COPY FAUDREC.
000450*
000460 WORKING-STORAGE SECTION.
000470 01  FREQSTAT-STATUS             PIC X(02) VALUE SPACES.
000480 01  FACTAUD-STATUS              PIC X(02) VALUE SPACES.
000490*
000500 01  WS-INQUIRY-TYPE             PIC 9(01) VALUE 0.
000510     88  WS-INQUIRY-BY-ID                   VALUE 1.
000520     88  WS-INQUIRY-BY-REQUESTER            VALUE 2.
000530 01  WS-INQUIRY-ID               PIC X(14) VALUE SPACES.
000540 01  WS-INQUIRY-REQUESTER        PIC X(04) VALUE SPACES.
000550*
000560 01  WS-SWITCHES.
000570     05  WS-FREQSTAT-EOF-SW      PIC X(01) VALUE "N".
000580         88  FREQSTAT-EOF                   VALUE "Y".
000590     05  WS-INQUIRY-HIT-SW       PIC X(01) VALUE "N".
000600         88  WS-INQUIRY-HIT                 VALUE "Y".
000610*
000620 01  WS-OPEN-COUNT               PIC 9(08) COMP VALUE 0.
000630 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
000640 01  IX                          PIC 9(02) COMP.
000645 01  WS-SAVE-RC                  PIC S9(04) COMP VALUE 0.
000650 01  WS-OPEN-CLOSED              PIC X(06) VALUE SPACES.
000660*
000670 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000680 01  WS-RUN-TIME.
000690     05  WS-RT-HH                PIC 9(02).
000700     05  WS-RT-MM                PIC 9(02).
000710     05  WS-RT-SS                PIC 9(02).
000720 01  WS-RUN-DATE.
000730     05  WS-RD-YYYY              PIC 9(04).
000740     05  WS-RD-MM                PIC 9(02).
000750     05  WS-RD-DD                PIC 9(02).
000760 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
000770 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
000780 01  WS-INQUIRY-RESULT           PIC X(34) VALUE SPACES.
000783*
000786     COPY FACHPARM.
000790*
000800 PROCEDURE DIVISION.
000810*
000820*-----------------------------------------------------------
000830* 0000-MAINLINE - OPEN FREQSTAT, ASK WHICH KIND OF INQUIRY IS
000840* WANTED, ANSWER IT, AUDIT IT, AND RETURN CONTROL.
000850*-----------------------------------------------------------
000860 BEGIN.
000870     PERFORM 0500-INITIALIZE THRU 0500-EXIT.
000880     OPEN INPUT FREQSTAT.
000890     IF FREQSTAT-STATUS NOT = "00"
000900         DISPLAY "FREQSTAT REQUEST-STATUS FILE NOT AVAILABLE, "
000910             "STATUS = " FREQSTAT-STATUS
000920         MOVE 16 TO RETURN-CODE
000930         GO TO 9999-EXIT
000940     END-IF.
000950
000960     DISPLAY "INQUIRE BY  1  REQUEST ID  2  REQUESTER CODE: ".
000970     ACCEPT WS-INQUIRY-TYPE.
000980
000990     EVALUATE TRUE
001000         WHEN WS-INQUIRY-BY-ID
001010             DISPLAY "ENTER THE REQUEST ID: "
001020             ACCEPT WS-INQUIRY-ID
001030             PERFORM 1000-SHOW-REQUEST THRU 1000-EXIT
001040         WHEN WS-INQUIRY-BY-REQUESTER
001050             DISPLAY "ENTER THE REQUESTER CODE: "
001060             ACCEPT WS-INQUIRY-REQUESTER
001070             PERFORM 1500-LIST-OPEN-REQUESTS THRU 1500-EXIT
001080         WHEN OTHER
001090             DISPLAY "INVALID INQUIRY TYPE - ENTER 1 OR 2"
001100             MOVE "INVALID INQUIRY TYPE" TO WS-INQUIRY-RESULT
001110             IF RETURN-CODE < 4
001120                 MOVE 4 TO RETURN-CODE
001130             END-IF
001140     END-EVALUATE.
001150
001160     PERFORM 2000-WRITE-AUDIT-RECORD THRU 2000-EXIT.
001170
001180     CLOSE FREQSTAT.
001190 9999-EXIT.
001200     GOBACK.
001210*
001220*-----------------------------------------------------------
001230* 0500-INITIALIZE - BUILD THE AUDIT TIMESTAMP AND GET THE
001240* OPERATOR ID FOR THE AUDIT TRAIL.
001250*-----------------------------------------------------------
001260 0500-INITIALIZE.
001270     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001280     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001290         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001300
001310     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
001320     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
001330         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
001340
001350     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001360     IF WS-OPERATOR-ID = SPACES
001370         MOVE "BATCH" TO WS-OPERATOR-ID
001380     END-IF.
001390 0500-EXIT.
001400     EXIT.
001410*
001420*-----------------------------------------------------------
001430* 1000-SHOW-REQUEST - READ ONE REQUEST BY ID AND DISPLAY ITS
001440* CURRENT STATUS FOLLOWED BY EVERY EVENT STILL HELD IN ITS
001450* HISTORY, OLDEST FIRST.
001460*-----------------------------------------------------------
001470 1000-SHOW-REQUEST.
001480     MOVE WS-INQUIRY-ID TO RS-REQUEST-ID.
001490     READ FREQSTAT
001500         INVALID KEY
001510             DISPLAY "REQUEST " WS-INQUIRY-ID " IS NOT ON FILE"
001520             MOVE SPACES TO WS-INQUIRY-RESULT
001530             STRING WS-INQUIRY-ID " NOT-ON-FILE"
001540                 DELIMITED BY SIZE INTO WS-INQUIRY-RESULT
001550             IF RETURN-CODE < 4
001560                 MOVE 4 TO RETURN-CODE
001570             END-IF
001580             GO TO 1000-EXIT
001590     END-READ.
001600
001610     MOVE "Y" TO WS-INQUIRY-HIT-SW.
001620     IF RS-REQUEST-OPEN
001630         MOVE "OPEN" TO WS-OPEN-CLOSED
001640     ELSE
001650         MOVE "CLOSED" TO WS-OPEN-CLOSED
001660     END-IF.
001670
001680     DISPLAY " ".
001690     DISPLAY "REQUEST ID:      " RS-REQUEST-ID.
001700     DISPLAY "REQUESTER CODE:  " RS-REQUESTER-CODE
001710         "    SOURCE: " RS-SOURCE-FILE
001720         "    SUBMITTED: " RS-SUBMIT-DATE.
001730     DISPLAY "CURRENT STATUS:  " RS-CURRENT-STATUS
001740         " (" WS-OPEN-CLOSED ")".
001750     DISPLAY "LAST UPDATED:    " RS-LAST-UPDATE
001760         " BY " RS-LAST-PROGRAM.
001770     DISPLAY "CARD IMAGE:      " RS-CARD-IMAGE(1:66).
001780     DISPLAY "HISTORY:".
001790     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > RS-EVENT-COUNT
001800         DISPLAY "  " RS-EV-TIMESTAMP(IX) "  "
001810             RS-EV-PROGRAM(IX) "  " RS-EV-STATUS(IX) "  "
001820             RS-EV-NOTE(IX)
001830     END-PERFORM.
001840
001850     MOVE SPACES TO WS-INQUIRY-RESULT.
001860     STRING WS-INQUIRY-ID " " RS-CURRENT-STATUS
001870         DELIMITED BY SIZE INTO WS-INQUIRY-RESULT.
001880 1000-EXIT.
001890     EXIT.
001900*
001910*-----------------------------------------------------------
001920* 1500-LIST-OPEN-REQUESTS - READ FREQSTAT FROM THE START AND
001930* LIST EVERY OPEN REQUEST CARRYING THE ENTERED REQUESTER CODE,
001940* THEN THE COUNT. NO OPEN REQUEST IS CONDITION CODE 4.
001950*-----------------------------------------------------------
001960 1500-LIST-OPEN-REQUESTS.
001970     MOVE 0 TO WS-OPEN-COUNT.
001980     MOVE "N" TO WS-FREQSTAT-EOF-SW.
001990     DISPLAY " ".
002000     DISPLAY "OPEN REQUESTS FOR REQUESTER " WS-INQUIRY-REQUESTER.
002010     DISPLAY "  REQUEST ID      STATUS      SUBMITTED  "
002020         "LAST UPDATED         BY".
002030
002040     PERFORM UNTIL FREQSTAT-EOF
002050         READ FREQSTAT NEXT RECORD
002060             AT END
002070                 MOVE "Y" TO WS-FREQSTAT-EOF-SW
002080             NOT AT END
002090                 IF RS-REQUESTER-CODE = WS-INQUIRY-REQUESTER
002100                    AND RS-REQUEST-OPEN
002110                     ADD 1 TO WS-OPEN-COUNT
002120                     DISPLAY "  " RS-REQUEST-ID "  "
002130                         RS-CURRENT-STATUS "  " RS-SUBMIT-DATE
002140                         "   " RS-LAST-UPDATE "  "
002150                         RS-LAST-PROGRAM
002160                 END-IF
002170         END-READ
002180     END-PERFORM.
002190
002200     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
002210     DISPLAY "OPEN REQUESTS: " WS-COUNT-EDIT.
002220     MOVE SPACES TO WS-INQUIRY-RESULT.
002230     STRING "OPEN REQUESTS " WS-COUNT-EDIT
002240         DELIMITED BY SIZE INTO WS-INQUIRY-RESULT.
002250     IF WS-OPEN-COUNT > 0
002260         MOVE "Y" TO WS-INQUIRY-HIT-SW
002270     ELSE
002280         IF RETURN-CODE < 4
002290             MOVE 4 TO RETURN-CODE
002300         END-IF
002310     END-IF.
002320 1500-EXIT.
002330     EXIT.
002340*
002350*-----------------------------------------------------------
002360* 2000-WRITE-AUDIT-RECORD - APPEND A TRACE LINE TO FACTAUD FOR
002370* THE INQUIRY, ANSWERED OR NOT, THE SAME AS A TABLE LOOKUP.
002373* THE CONDITION CODE SET EARLIER IS SAVED AND PUT BACK AFTER
002376* EACH FACTACHN CALL, WHICH WOULD OTHERWISE CLEAR IT.
002380*-----------------------------------------------------------
002390 2000-WRITE-AUDIT-RECORD.
002391     MOVE RETURN-CODE TO WS-SAVE-RC.
002393     MOVE "L" TO AC-FUNCTION.
002396     CALL "FACTACHN" USING AC-PARAMETERS.
002397     MOVE WS-SAVE-RC TO RETURN-CODE.
002400     OPEN EXTEND FACTAUD.
002410     IF FACTAUD-STATUS NOT = "00"
002420         OPEN OUTPUT FACTAUD
002430     END-IF.
002440     IF FACTAUD-STATUS NOT = "00"
002450         DISPLAY "UNABLE TO OPEN FACTAUD, STATUS = "
002460             FACTAUD-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         GO TO 2000-EXIT
002490     END-IF.
002500
002510     MOVE SPACES TO FACTAUD-RECORD.
002520     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP.
002530     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
002540     MOVE "FACTRQIQ" TO AU-PROGRAM-ID.
002550     MOVE "REQINQ" TO AU-REQUEST-TYPE.
002560     IF WS-INQUIRY-BY-ID AND WS-INQUIRY-HIT
002570         MOVE RS-REQUESTER-CODE TO AU-REQUESTER-CODE
002580     ELSE
002590         MOVE WS-INQUIRY-REQUESTER TO AU-REQUESTER-CODE
002600     END-IF.
002610     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
002620     IF WS-INQUIRY-HIT
002630         MOVE "T" TO AU-OUTCOME-CODE
002640     ELSE
002650         MOVE "I" TO AU-OUTCOME-CODE
002660     END-IF.
002670     MOVE WS-INQUIRY-RESULT TO AU-RESULT-PREVIEW.
002680
002682     MOVE "S" TO AC-FUNCTION.
002684     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
002686     CALL "FACTACHN" USING AC-PARAMETERS.
002687     MOVE WS-SAVE-RC TO RETURN-CODE.
002688     IF AC-SEAL-DUE
002690         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
002692     END-IF.
002694     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
002700     CLOSE FACTAUD.
002710 2000-EXIT.
002720     EXIT.
