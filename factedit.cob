000411*                    YYYYMMDD DATE THE CARD WAS REJECTED, SO
000412*                    THE FACTRCYC RECYCLE STREAM CAN AGE
000413*                    REJECTS THAT SIT UNFIXED.
000414*    2026-10-15  JH  EVERY REQUEST CARD (ANY CARD BUT A BLANK
000415*                    OR A TRAILER) NOW GETS A REQUEST ID FROM
000416*                    THE FACTRQST SUBPROGRAM, ACCEPTED OR
000417*                    REJECTED, AND THE ID IS STAMPED IN
000418*                    COLUMNS 67-80 OF THE CARD IMAGE WRITTEN TO
000419*                    FACTVAL OR FACTREJ SO FACTRCYC AND FACTDRV
000421*                    CAN POST THE CARD'S LATER STEPS TO THE
000422*                    FREQSTAT REQUEST-STATUS FILE. ANYTHING
000423*                    PUNCHED IN THOSE COLUMNS IS OVERWRITTEN.
000424*                    THE REJECT LISTING SHOWS THE ID.
000425*    2026-10-15  JH  THE REQUESTER CODE IS NOW EDITED AGAINST
000426*                    THE FACTDEPT DEPARTMENT FILE THROUGH
000427*                    FACTDCHK: A CODE NOT ON FILE IS REJECTED
000428*                    WITH REASON CODE 60, A DEACTIVATED ONE
000429*                    WITH 70. A BLANK CODE IS STILL ALLOWED
000430*                    (UNASSIGNED). A RUN THAT CANNOT START,
000431*                    INCLUDING ONE WITHOUT FACTDEPT, NOW ENDS
000432*                    WITH CONDITION CODE 16.
000434*-----------------------------------------------------------
000436 ENVIRONMENT DIVISION.
000438 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     C01 IS TOP-OF-PAGE.
000460 INPUT-OUTPUT SECTION.
000660 01  FACTIN-RECORD.
000670     05  FI-VALUE-FIELD          PIC X(05).
000675     05  FI-REQUESTER-FIELD      PIC X(04).
000680     05  FILLER                  PIC X(57).
000685     05  FI-REQUEST-ID           PIC X(14).
000690 01  FACTIN-TRAILER.
000700     05  FI-TRAILER-IND          PIC X(01).
000710         88  FI-TRAILER-CARD               VALUE "T".
000770         88  FI-REPEAT-CARD                VALUE "P".
000780     05  FI-RANGE-FROM           PIC 9(05).
000790     05  FI-RANGE-TO             PIC 9(05).
000795     05  FI-TYPED-REQUESTER      PIC X(04).
000800     05  FILLER                  PIC X(65).
000810 01  FACTIN-REPEAT.
000820     05  FILLER                  PIC X(01).
000830     05  FI-REPEAT-VALUE         PIC 9(05).
001280     88  WS-REASON-BAD-TRAILER              VALUE "30".
001290     88  WS-REASON-BAD-RANGE                VALUE "40".
001300     88  WS-REASON-BAD-REPEAT               VALUE "50".
001302     88  WS-REASON-UNKNOWN-REQUESTER        VALUE "60".
001304     88  WS-REASON-INACTIVE-REQUESTER       VALUE "70".
001310*
001312     COPY FREQPARM.
001313     COPY FDEPPARM.
001314*
001320 01  WS-RUN-DATE.
001330     05  WS-RD-YYYY              PIC 9(04).
001340     05  WS-RD-MM                PIC 9(02).
001460     "FACTIN EDIT REPORT".
001470 01  RPT-DATE-LINE               PIC X(132) VALUE SPACES.
001480 01  RPT-COLUMN-LINE             PIC X(132) VALUE
001490     "  REASON  REQUEST ID      CARD IMAGE".
001500 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001510 01  RPT-TOTAL-LINE              PIC X(132) VALUE SPACES.
001520*
001590 BEGIN.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF NOT WS-INIT-OK
001615         MOVE 16 TO RETURN-CODE
001620         GOBACK
001630     END-IF.
001640
001810     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001820         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001830
001831     MOVE "O" TO DP-FUNCTION.
001832     CALL "FACTDCHK" USING DP-PARAMETERS.
001833     IF DP-RESULT-UNAVAILABLE
001834         DISPLAY "REQUESTER CODES CANNOT BE EDITED "
001835             "WITHOUT FACTDEPT"
001836         MOVE "N" TO WS-INIT-SW
001837         GO TO 1000-EXIT
001838     END-IF.
001839
001840     OPEN INPUT FACTIN.
001850     IF FACTIN-STATUS NOT = "00"
001860         DISPLAY "UNABLE TO OPEN FACTIN, STATUS = " FACTIN-STATUS
002520             MOVE "N" TO WS-CARD-GOOD-SW
002530             MOVE "20" TO WS-REASON-CODE
002540     END-EVALUATE.
002542
002544     IF WS-CARD-GOOD AND NOT FI-TRAILER-CARD
002546         PERFORM 3600-CHECK-REQUESTER-CODE THRU 3600-EXIT
002548     END-IF.
002550
002552     PERFORM 3500-ASSIGN-REQUEST-ID THRU 3500-EXIT.
002554
002560     IF WS-CARD-GOOD
002570         WRITE FACTVAL-RECORD FROM FACTIN-RECORD
002580         ADD 1 TO WS-ACCEPT-COUNT
002670 3000-EXIT.
002680     EXIT.
002690*
002691*-----------------------------------------------------------
002692* 3500-ASSIGN-REQUEST-ID - GIVE A REQUEST CARD ITS REQUEST ID
002693* AND FILE ITS FIRST STATUS (ACCEPTED OR REJECTED) ON
002694* FREQSTAT, THEN STAMP THE ID INTO COLUMNS 67-80 SO IT RIDES
002695* THE CARD DOWNSTREAM. A BLANK CARD OR A TRAILER IS NOT A
002696* REQUEST AND GETS NO ID.
002697*-----------------------------------------------------------
002698 3500-ASSIGN-REQUEST-ID.
002699     IF FACTIN-RECORD = SPACES OR FI-TRAILER-CARD
002700         GO TO 3500-EXIT
002701     END-IF.
002702
002703     MOVE "N" TO RQ-FUNCTION.
002704     MOVE SPACES TO RQ-REQUEST-ID.
002705     IF FI-RANGE-CARD OR FI-REPEAT-CARD
002706         MOVE FI-TYPED-REQUESTER TO RQ-REQUESTER-CODE
002707     ELSE
002708         MOVE FI-REQUESTER-FIELD TO RQ-REQUESTER-CODE
002709     END-IF.
002710     MOVE "FACTIN" TO RQ-SOURCE-FILE.
002711     MOVE "Y" TO RQ-OPEN-FLAG.
002712     MOVE "FACTEDIT" TO RQ-PROGRAM-ID.
002713     MOVE SPACES TO RQ-NOTE.
002714     IF WS-CARD-GOOD
002715         MOVE "ACCEPTED" TO RQ-STATUS
002716         MOVE "EDITED CLEAN" TO RQ-NOTE
002717     ELSE
002718         MOVE "REJECTED" TO RQ-STATUS
002719         STRING "REASON CODE " WS-REASON-CODE
002720             DELIMITED BY SIZE INTO RQ-NOTE
002721     END-IF.
002722     MOVE SPACES TO FI-REQUEST-ID.
002723     MOVE FACTIN-RECORD TO RQ-CARD-IMAGE.
002724     CALL "FACTRQST" USING RQ-PARAMETERS.
002725     MOVE RQ-REQUEST-ID TO FI-REQUEST-ID.
002726 3500-EXIT.
002727     EXIT.
002728*
002729*-----------------------------------------------------------
002730* 3600-CHECK-REQUESTER-CODE - LOOK THE CARD'S REQUESTER CODE
002731* UP ON FACTDEPT. A CODE NOT ON FILE IS REJECTED WITH REASON
002732* 60 AND A DEACTIVATED ONE WITH 70; A BLANK CODE IS LEFT
002733* ALONE AND BILLS AS UNASSIGNED.
002734*-----------------------------------------------------------
002735 3600-CHECK-REQUESTER-CODE.
002736     IF FI-RANGE-CARD OR FI-REPEAT-CARD
002737         MOVE FI-TYPED-REQUESTER TO DP-DEPT-CODE
002738     ELSE
002739         MOVE FI-REQUESTER-FIELD TO DP-DEPT-CODE
002740     END-IF.
002741     IF DP-DEPT-CODE = SPACES
002742         GO TO 3600-EXIT
002743     END-IF.
002744
002745     MOVE "L" TO DP-FUNCTION.
002746     CALL "FACTDCHK" USING DP-PARAMETERS.
002747     EVALUATE TRUE
002748         WHEN DP-RESULT-ACTIVE
002749             CONTINUE
002750         WHEN DP-RESULT-INACTIVE
002751             MOVE "N" TO WS-CARD-GOOD-SW
002752             MOVE "70" TO WS-REASON-CODE
002753         WHEN OTHER
002754             MOVE "N" TO WS-CARD-GOOD-SW
002755             MOVE "60" TO WS-REASON-CODE
002756     END-EVALUATE.
002757 3600-EXIT.
002758     EXIT.
002759*
002760*-----------------------------------------------------------
002761* 4000-READ-FACTIN - READ THE NEXT RAW CARD, SETTING THE
002763* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
002764*-----------------------------------------------------------
002765 4000-READ-FACTIN.
002767     READ FACTIN
002768         AT END
002770             MOVE "Y" TO WS-FACTIN-EOF-SW
002780     END-READ.
002790     IF NOT FACTIN-EOF
003190     END-IF.
003200
003210     MOVE SPACES TO RPT-DETAIL-LINE.
003220     STRING "    " WS-REASON-CODE "    " FI-REQUEST-ID "  "
003230         FACTIN-RECORD(1:66)
003235         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
003240
003250     WRITE EDIT-REPORT-RECORD FROM RPT-DETAIL-LINE
003260         AFTER ADVANCING 1 LINE.
003810     CLOSE FACTVAL.
003820     CLOSE FACTREJ.
003830     CLOSE EDIT-REPORT.
003835     MOVE "C" TO RQ-FUNCTION.
003837     CALL "FACTRQST" USING RQ-PARAMETERS.
003838     MOVE "R" TO DP-FUNCTION.
003839     CALL "FACTDCHK" USING DP-PARAMETERS.
003840 8000-EXIT.
003850     EXIT.
