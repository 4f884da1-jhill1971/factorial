000272*                    A RECORD WHOSE INPUT VALUE IS NOT NUMERIC
000273*                    IS A CONTROL RECORD AND IS COUNTED AND
000274*                    SKIPPED BY THE MERGE.
000275*    2026-10-15  JH  EVERY MASTER ENTRY ADDED OR REPLACED IS
000276*                    NOW JOURNALED TO FMSTJRNL (COPYBOOK
000277*                    FJRNLREC) AHEAD OF THE UPDATE, WITH ITS
000278*                    BEFORE-IMAGE AND THE RUN ID FROM THE
000279*                    FACTXTR HEADER, SO FACTMBAK CAN BACK A BAD
000280*                    LOAD OUT. A JOURNAL WRITE THAT FAILS STOPS
000281*                    THE MERGE THE SAME WAY A MASTER WRITE DOES.
000284*-----------------------------------------------------------
000287 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FACTXTR ASSIGN TO FACTXTR
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS FM-KEY
000380         FILE STATUS IS FACTMST-STATUS.
000382     SELECT FMSTJRNL ASSIGN TO FMSTJRNL
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS FMSTJRNL-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD.
000450     COPY FACTREC.
000455     COPY XTRCTL.
000460*
000470 FD  FACTMST
000480     LABEL RECORDS ARE STANDARD.
000490     COPY FACTMSRC.
000493*
000496 FD  FMSTJRNL
000499     RECORDING MODE IS F
000502     LABEL RECORDS ARE STANDARD.
000505     COPY FJRNLREC.
000509*
000510 WORKING-STORAGE SECTION.
000520 01  WS-SWITCHES.
000530     05  WS-FACTXTR-EOF-SW       PIC X(01) VALUE "N".
000580         88  WS-MERGE-FAILED                VALUE "Y".
000590     05  WS-ON-FILE-SW           PIC X(01) VALUE "N".
000600         88  WS-ON-FILE                     VALUE "Y".
000603     05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
000606         88  WS-HEADER-SEEN                 VALUE "Y".
000610*
000620 01  WS-FILE-STATUSES.
000630     05  FACTXTR-STATUS          PIC X(02) VALUE SPACES.
000640     05  FACTMST-STATUS          PIC X(02) VALUE SPACES.
000645     05  FMSTJRNL-STATUS         PIC X(02) VALUE SPACES.
000650*
000660 01  WS-MERGE-COUNTS.
000670     05  WS-READ-COUNT           PIC 9(08) COMP VALUE 0.
000690     05  WS-REPLACE-COUNT        PIC 9(08) COMP VALUE 0.
000695     05  WS-APPROX-SKIP-COUNT    PIC 9(08) COMP VALUE 0.
000697     05  WS-CONTROL-SKIP-COUNT   PIC 9(08) COMP VALUE 0.
000698     05  WS-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
000700*
000710 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
000720 01  IX                          PIC 9(02) COMP.
000721*
000722 01  WS-RUN-DATE.
000723     05  WS-RD-YYYY              PIC 9(04).
000724     05  WS-RD-MM                PIC 9(02).
000725     05  WS-RD-DD                PIC 9(02).
000726 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
000727 01  WS-RUN-TIME.
000728     05  WS-RT-HH                PIC 9(02).
000729     05  WS-RT-MM                PIC 9(02).
000730     05  WS-RT-SS                PIC 9(02).
000731 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
000732 01  WS-LOAD-RUN-ID              PIC X(14) VALUE SPACES.
000736*
000740 PROCEDURE DIVISION.
000750*
000760*-----------------------------------------------------------
001030     DISPLAY "FACTMST RESULTS MASTER MERGE".
001040     DISPLAY "----------------------------".
001050
001051     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001052     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
001053         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
001054     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
001055     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
001056         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
001057
001060     OPEN INPUT FACTXTR.
001070     IF FACTXTR-STATUS NOT = "00"
001080         DISPLAY "UNABLE TO OPEN FACTXTR, STATUS = "
001250         MOVE "N" TO WS-INIT-SW
001260         GO TO 1000-EXIT
001270     END-IF.
001272
001274     OPEN EXTEND FMSTJRNL.
001276     IF FMSTJRNL-STATUS NOT = "00"
001278         OPEN OUTPUT FMSTJRNL
001280     END-IF.
001282     IF FMSTJRNL-STATUS NOT = "00"
001284         DISPLAY "UNABLE TO OPEN FMSTJRNL, STATUS = "
001286             FMSTJRNL-STATUS
001288         MOVE "N" TO WS-INIT-SW
001290         GO TO 1000-EXIT
001292     END-IF.
001294 1000-EXIT.
001297     EXIT.
001300*
001310*-----------------------------------------------------------
001320* 3000-MERGE-ONE-RESULT - FOLD THE CURRENT FACTREC INTO THE
001330* MASTER: A VALUE NOT YET ON FILE IS ADDED, A VALUE ALREADY
001340* ON FILE IS REPLACED WITH THE FRESH RESULT, SO REPEATS OF
001345* THE SAME INPUT VALUE NEVER ACCUMULATE. THE HEADER CONTROL
001350* RECORD SUPPLIES THE RUN ID THE JOURNAL ENTRIES ARE TAGGED
001355* WITH; EACH ENTRY IS JOURNALED BEFORE THE MASTER IS TOUCHED.
001360*-----------------------------------------------------------
001370 3000-MERGE-ONE-RESULT.
001380     ADD 1 TO WS-READ-COUNT.
001382
001383     IF FR-INPUT-VALUE NOT NUMERIC
001384         ADD 1 TO WS-CONTROL-SKIP-COUNT
001385         IF XH-HEADER-RECORD AND NOT WS-HEADER-SEEN
001386             MOVE XH-RUN-ID TO WS-LOAD-RUN-ID
001387             MOVE "Y" TO WS-HEADER-SEEN-SW
001388         END-IF
001389         GO TO 3000-EXIT
001390     END-IF.
001391
001392     IF FR-RESULT-APPROX
001393         ADD 1 TO WS-APPROX-SKIP-COUNT
001394         GO TO 3000-EXIT
001395     END-IF.
001396
001400     MOVE FR-INPUT-VALUE TO FM-KEY.
001410     READ FACTMST
001420         INVALID KEY
001440         NOT INVALID KEY
001450             MOVE "Y" TO WS-ON-FILE-SW
001460     END-READ.
001463
001466     PERFORM 3100-JOURNAL-BEFORE-IMAGE THRU 3100-EXIT.
001469     IF WS-MERGE-FAILED
001472         GO TO 3000-EXIT
001475     END-IF.
001479
001480     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
001490         MOVE FR-RESULT-GROUP(IX) TO FM-RESULT-GROUP(IX)
001500     END-PERFORM.
001690         END-IF
001700     END-IF.
001710 3000-EXIT.
001712     EXIT.
001714*
001716*-----------------------------------------------------------
001718* 3100-JOURNAL-BEFORE-IMAGE - APPEND THE FMSTJRNL ENTRY FOR
001720* THE KEY ABOUT TO BE UPDATED: "R" WITH THE MASTER RECORD AS
001722* IT STANDS NOW, OR "A" WHEN THE KEY IS NOT ON FILE YET. AN
001724* EXTRACT WITH NO HEADER IS JOURNALED UNDER THIS RUN'S OWN
001726* CLOCK SO THE ENTRIES CAN STILL BE BACKED OUT.
001728*-----------------------------------------------------------
001730 3100-JOURNAL-BEFORE-IMAGE.
001732     IF WS-LOAD-RUN-ID = SPACES
001734         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOAD-RUN-ID
001736         DISPLAY "NO FACTXTR HEADER BEFORE FIRST DETAIL - "
001738             "JOURNALING UNDER RUN ID " WS-LOAD-RUN-ID
001740     END-IF.
001742
001744     MOVE SPACES TO FACTJRNL-RECORD.
001746     MOVE WS-LOAD-RUN-ID TO JN-RUN-ID.
001748     MOVE FM-KEY TO JN-KEY.
001750     MOVE WS-AUDIT-TIMESTAMP TO JN-TIMESTAMP.
001752     IF WS-ON-FILE
001754         MOVE "R" TO JN-ACTION
001756         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
001758             MOVE FM-RESULT-GROUP(IX) TO JN-BEFORE-GROUP(IX)
001760         END-PERFORM
001762     ELSE
001764         MOVE "A" TO JN-ACTION
001766         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 15
001768             MOVE 0 TO JN-BEFORE-GROUP(IX)
001770         END-PERFORM
001772     END-IF.
001774
001776     WRITE FACTJRNL-RECORD.
001778     IF FMSTJRNL-STATUS = "00"
001780         ADD 1 TO WS-JOURNAL-COUNT
001782     ELSE
001784         DISPLAY "UNABLE TO WRITE FMSTJRNL KEY " FM-KEY
001786             ", STATUS = " FMSTJRNL-STATUS
001788         MOVE "Y" TO WS-MERGE-FAIL-SW
001790     END-IF.
001791 3100-EXIT.
001792     EXIT.
001793*
001794*-----------------------------------------------------------
001795* 4000-READ-FACTXTR - READ THE NEXT EXTRACT RECORD, SETTING
001796* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
001797*-----------------------------------------------------------
001798 4000-READ-FACTXTR.
001799     READ FACTXTR
001800         AT END
001810             MOVE "Y" TO WS-FACTXTR-EOF-SW
001820     END-READ.
001964     DISPLAY "APPROX RECORDS SKIPPED:" WS-COUNT-EDIT.
001966     MOVE WS-CONTROL-SKIP-COUNT TO WS-COUNT-EDIT.
001968     DISPLAY "CONTROL RECS SKIPPED:  " WS-COUNT-EDIT.
001969     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT.
001970     DISPLAY "JOURNAL ENTRIES:       " WS-COUNT-EDIT.
001971     IF WS-LOAD-RUN-ID NOT = SPACES
001972         DISPLAY "JOURNAL RUN ID:        " WS-LOAD-RUN-ID
001973     END-IF.
001978
001980     CLOSE FACTXTR.
001990     CLOSE FACTMST.
001995     CLOSE FMSTJRNL.
002000
002010     IF WS-MERGE-FAILED
002020         DISPLAY "FACTMST MERGE FAILED - RERUN REQUIRED"
