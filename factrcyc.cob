000040* INTO A FUTURE FACTIN BY HAND, OR FORGOT. THIS PROGRAM READS
000050* THE (HAND-CORRECTED) FACTREJ STREAM, RE-EDITS EVERY CARD
000060* IMAGE WITH THE SAME RULES FACTEDIT APPLIES (REASON CODES
000070* 10/20/30/40/50/60/70), MERGES THE NOW-CLEAN CARDS INTO THE FRONT
000080* OF THE NEXT FACTVAL STREAM (FVALNEW) - ADJUSTING THE
000090* TRAILER CARD'S EXPECTED COUNT TO COVER THEM - AND CARRIES
000100* STILL-BAD REJECTS FORWARD (FREJNEW) WITH THEIR ORIGINAL
000300*                    CONVENTION: 0 CLEAN, 4 WHEN ANY CARRIED
000310*                    REJECT IS PAST THE AGING THRESHOLD, 16
000320*                    WHEN A REQUIRED FILE WOULD NOT OPEN.
000321*    2026-10-15  JH  EACH RECYCLED CARD'S STEP IS NOW POSTED TO
000322*                    THE FREQSTAT REQUEST-STATUS FILE THROUGH
000323*                    THE FACTRQST SUBPROGRAM UNDER THE REQUEST
000324*                    ID FACTEDIT STAMPED IN COLUMNS 67-80:
000325*                    RECYCLED WHEN THE CARD MERGES TO FVALNEW,
000326*                    REJECTED AGAIN WHEN IT IS CARRIED FORWARD.
000327*                    A REJECT FROM BEFORE REQUEST IDS EXISTED
000328*                    IS GIVEN ONE HERE. TRAILER CARDS ARE NOT
000329*                    REQUESTS AND ARE NOT TRACKED.
000331*    2026-10-15  JH  FACTEDIT NOW EDITS THE REQUESTER CODE
000332*                    AGAINST FACTDEPT (REASON CODES 60 UNKNOWN,
000333*                    70 INACTIVE); THE SAME CHECK IS MADE HERE
000334*                    THROUGH FACTDCHK SO A CORRECTED CARD CANNOT
000335*                    BRING AN UNKNOWN CODE BACK IN. WITHOUT
000336*                    FACTDEPT THE RUN DOES NOT START.
000338*-----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
001220 01  WS-CARD-IMAGE               PIC X(80) VALUE SPACES.
001230 01  WS-CARD-PLAIN REDEFINES WS-CARD-IMAGE.
001240     05  RC-VALUE-FIELD          PIC X(05).
001242     05  RC-REQUESTER-FIELD      PIC X(04).
001244     05  FILLER                  PIC X(57).
001246     05  RC-REQUEST-ID           PIC X(14).
001260 01  WS-CARD-TRAILER REDEFINES WS-CARD-IMAGE.
001270     05  RC-TRAILER-IND          PIC X(01).
001280         88  RC-TRAILER-CARD               VALUE "T".
001340         88  RC-REPEAT-CARD                VALUE "P".
001350     05  RC-RANGE-FROM           PIC 9(05).
001360     05  RC-RANGE-TO             PIC 9(05).
001365     05  RC-TYPED-REQUESTER      PIC X(04).
001370     05  FILLER                  PIC X(65).
001380 01  WS-CARD-REPEAT REDEFINES WS-CARD-IMAGE.
001390     05  FILLER                  PIC X(01).
001400     05  RC-REPEAT-VALUE         PIC 9(05).
001410     05  RC-REPEAT-COUNT         PIC 9(05).
001420     05  FILLER                  PIC X(69).
001430*
001432     COPY FREQPARM.
001433     COPY FDEPPARM.
001434*
001440 01  WS-RECYCLE-COUNTS.
001450     05  WS-READ-COUNT           PIC 9(08) COMP VALUE 0.
001460     05  WS-MERGE-COUNT          PIC 9(08) COMP VALUE 0.
002360     END-IF.
002370     DISPLAY "AGING THRESHOLD: " WS-AGING-DAYS " DAYS".
002380
002381     MOVE "O" TO DP-FUNCTION.
002382     CALL "FACTDCHK" USING DP-PARAMETERS.
002383     IF DP-RESULT-UNAVAILABLE
002384         DISPLAY "REQUESTER CODES CANNOT BE EDITED "
002385             "WITHOUT FACTDEPT"
002386         MOVE "N" TO WS-INIT-SW
002387         GO TO 1000-EXIT
002388     END-IF.
002389
002390     OPEN INPUT FACTREJ.
002400     IF FACTREJ-STATUS NOT = "00"
002410         DISPLAY "UNABLE TO OPEN FACTREJ, STATUS = "
002970             DISPLAY "CORRECTED TRAILER CARD DROPPED - THE "
002980                 "NEXT BATCH CARRIES ITS OWN TRAILER"
002990         WHEN WS-CARD-GOOD
002995             PERFORM 3700-POST-REQUEST-STATUS THRU 3700-EXIT
003000             WRITE FVALNEW-RECORD FROM WS-CARD-IMAGE
003010             ADD 1 TO WS-MERGE-COUNT
003020         WHEN OTHER
003090* 3100-EDIT-CARD-IMAGE - THE SAME EDITS FACTEDIT'S
003100* 3000-EDIT-CARD APPLIES, AGAINST THE REDEFINED CARD IMAGE:
003110* 10 BLANK CARD, 30 BAD TRAILER COUNT, 40 BAD RANGE, 50 BAD
003120* REPEAT, 20 NON-NUMERIC VALUE - AND THEN, FOR A CARD THAT
003122* PASSES THOSE, 60 UNKNOWN OR 70 INACTIVE REQUESTER CODE.
003130*-----------------------------------------------------------
003140 3100-EDIT-CARD-IMAGE.
003150     MOVE "Y" TO WS-CARD-GOOD-SW.
003420             MOVE "N" TO WS-CARD-GOOD-SW
003430             MOVE "20" TO WS-REASON-CODE
003440     END-EVALUATE.
003442
003444     IF WS-CARD-GOOD AND NOT RC-TRAILER-CARD
003446         PERFORM 3800-CHECK-REQUESTER-CODE THRU 3800-EXIT
003448     END-IF.
003450 3100-EXIT.
003460     EXIT.
003470*
003740         ADD 1 TO WS-OVERDUE-COUNT
003750     END-IF.
003760
003765     PERFORM 3700-POST-REQUEST-STATUS THRU 3700-EXIT.
003770     MOVE SPACES TO FREJNEW-RECORD.
003780     MOVE WS-REASON-CODE TO FREJNEW-RECORD(1:2).
003790     MOVE WS-CARD-IMAGE TO FREJNEW-RECORD(4:80).
003850 3500-EXIT.
003860     EXIT.
003870*
003871*-----------------------------------------------------------
003872* 3700-POST-REQUEST-STATUS - POST WHAT BECAME OF THE CARD TO
003873* FREQSTAT: RECYCLED WHEN IT IS CLEAN NOW, REJECTED AGAIN
003874* (WITH ITS FRESH REASON CODE) WHEN IT IS CARRIED FORWARD. A
003875* CARD WITH NO REQUEST ID IN COLUMNS 67-80 IS GIVEN ONE, AND
003876* THE ID IS STAMPED INTO THE IMAGE BEFORE IT IS WRITTEN.
003877*-----------------------------------------------------------
003878 3700-POST-REQUEST-STATUS.
003879     IF WS-CARD-IMAGE = SPACES OR RC-TRAILER-CARD
003880         GO TO 3700-EXIT
003881     END-IF.
003882
003883     MOVE "Y" TO RQ-OPEN-FLAG.
003884     MOVE "FACTRCYC" TO RQ-PROGRAM-ID.
003885     MOVE SPACES TO RQ-NOTE.
003886     IF WS-CARD-GOOD
003887         MOVE "RECYCLED" TO RQ-STATUS
003888         MOVE "MERGED TO FVALNEW" TO RQ-NOTE
003889     ELSE
003890         MOVE "REJECTED" TO RQ-STATUS
003891         STRING "STILL BAD, REASON " WS-REASON-CODE
003892             DELIMITED BY SIZE INTO RQ-NOTE
003893     END-IF.
003894
003895     IF RC-REQUEST-ID NOT = SPACES
003896         MOVE "U" TO RQ-FUNCTION
003897         MOVE RC-REQUEST-ID TO RQ-REQUEST-ID
003898         CALL "FACTRQST" USING RQ-PARAMETERS
003899         GO TO 3700-EXIT
003900     END-IF.
003901
003902     MOVE "N" TO RQ-FUNCTION.
003903     MOVE SPACES TO RQ-REQUEST-ID.
003904     IF RC-RANGE-CARD OR RC-REPEAT-CARD
003905         MOVE RC-TYPED-REQUESTER TO RQ-REQUESTER-CODE
003906     ELSE
003907         MOVE RC-REQUESTER-FIELD TO RQ-REQUESTER-CODE
003908     END-IF.
003909     MOVE "FACTIN" TO RQ-SOURCE-FILE.
003910     MOVE WS-CARD-IMAGE TO RQ-CARD-IMAGE.
003911     CALL "FACTRQST" USING RQ-PARAMETERS.
003912     MOVE RQ-REQUEST-ID TO RC-REQUEST-ID.
003913 3700-EXIT.
003914     EXIT.
003915*
003916*-----------------------------------------------------------
003917* 3800-CHECK-REQUESTER-CODE - LOOK THE CARD'S REQUESTER CODE
003918* UP ON FACTDEPT, AS FACTEDIT DOES: 60 WHEN IT IS NOT ON
003919* FILE, 70 WHEN IT HAS BEEN DEACTIVATED. A BLANK CODE PASSES.
003920*-----------------------------------------------------------
003921 3800-CHECK-REQUESTER-CODE.
003922     IF RC-RANGE-CARD OR RC-REPEAT-CARD
003923         MOVE RC-TYPED-REQUESTER TO DP-DEPT-CODE
003924     ELSE
003925         MOVE RC-REQUESTER-FIELD TO DP-DEPT-CODE
003926     END-IF.
003927     IF DP-DEPT-CODE = SPACES
003928         GO TO 3800-EXIT
003929     END-IF.
003930
003931     MOVE "L" TO DP-FUNCTION.
003932     CALL "FACTDCHK" USING DP-PARAMETERS.
003933     EVALUATE TRUE
003934         WHEN DP-RESULT-ACTIVE
003935             CONTINUE
003936         WHEN DP-RESULT-INACTIVE
003937             MOVE "N" TO WS-CARD-GOOD-SW
003938             MOVE "70" TO WS-REASON-CODE
003939         WHEN OTHER
003940             MOVE "N" TO WS-CARD-GOOD-SW
003941             MOVE "60" TO WS-REASON-CODE
003942     END-EVALUATE.
003943 3800-EXIT.
003944     EXIT.
003945*
003946*-----------------------------------------------------------
003948* 4000-READ-FACTREJ - READ THE NEXT REJECT RECORD, SETTING
003950* THE END-OF-FILE SWITCH WHEN THE STREAM IS EXHAUSTED.
003951*-----------------------------------------------------------
003953 4000-READ-FACTREJ.
003955     READ FACTREJ
003956         AT END
003958             MOVE "Y" TO WS-FACTREJ-EOF-SW
003960     END-READ.
003970 4000-EXIT.
003980     EXIT.
005580     CLOSE FVALNEW.
005590     CLOSE FREJNEW.
005600     CLOSE AGE-REPORT.
005605     MOVE "C" TO RQ-FUNCTION.
005607     CALL "FACTRQST" USING RQ-PARAMETERS.
005608     MOVE "R" TO DP-FUNCTION.
005609     CALL "FACTDCHK" USING DP-PARAMETERS.
005610
005620     IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
005630         MOVE 4 TO RETURN-CODE
