000253*                    FACTAUDR CAN SELECT AND SUBTOTAL ON THE
000254*                    FIELDS. TIMESTAMP AND OPERATOR KEEP THEIR
000255*                    OLD COLUMNS.
000256*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000257*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000258*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000259*                    THE SEAL LINE FACTACHN HANDS BACK.
000260*    2026-10-15  JH  THE NOT-ON-FILE CONDITION CODE IS HELD
000262*                    ACROSS THE FACTACHN CALLS IN 2000 SO THE
000264*                    AUDIT WRITE NO LONGER RESETS IT TO ZERO.
000266*-----------------------------------------------------------
000268 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT FACTAB ASSIGN TO FACTAB
000590 01  WS-FULL-PTR                 PIC 9(3) COMP VALUE 1.
000600 01  WS-SCAN-POS                 PIC 9(3) COMP VALUE 1.
000610 01  IX                          PIC 9(2) COMP.
000611 01  WS-SAVE-RC                  PIC S9(4) COMP VALUE 0.
000620*
000630 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000640 01  WS-RUN-TIME.
000720 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
000730 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
000760 01  WS-LOOKUP-RESULT            PIC X(60) VALUE SPACES.
000763*
000766     COPY FACHPARM.
000770*
000780 PROCEDURE DIVISION.
000790*
001507     END-IF.
001508 1500-EXIT.
001509     EXIT.
001511*
001513*-----------------------------------------------------------
001515* 0500-INITIALIZE - BUILD THE AUDIT TIMESTAMP AND GET THE
001517* OPERATOR ID FOR THE AUDIT TRAIL.
001520*-----------------------------------------------------------
001530 0500-INITIALIZE.
001540     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
001710* TABLE-LOOKUP RUN CAN BE RECONCILED BACK TO ITS OPERATOR AND
001720* TIMESTAMP, THE SAME AS THE OTHER MODES - RECORDED WHETHER OR
001730* NOT THE VALUE WAS ON FILE.
001733* THE CONDITION CODE SET BY 1500 IS SAVED AND PUT BACK AFTER
001736* EACH FACTACHN CALL, WHICH WOULD OTHERWISE CLEAR IT.
001740*-----------------------------------------------------------
001750 2000-WRITE-AUDIT-RECORD.
001751     MOVE RETURN-CODE TO WS-SAVE-RC.
001753     MOVE "L" TO AC-FUNCTION.
001756     CALL "FACTACHN" USING AC-PARAMETERS.
001757     MOVE WS-SAVE-RC TO RETURN-CODE.
001760     OPEN EXTEND FACTAUD.
001770     IF FACTAUD-STATUS NOT = "00"
001780         OPEN OUTPUT FACTAUD
001938     END-IF.
001939     MOVE WS-LOOKUP-RESULT TO AU-RESULT-PREVIEW.
001941
001942     MOVE "S" TO AC-FUNCTION.
001943     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
001944     CALL "FACTACHN" USING AC-PARAMETERS.
001945     MOVE WS-SAVE-RC TO RETURN-CODE.
001946     IF AC-SEAL-DUE
001947         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
001948     END-IF.
001949     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
001950     CLOSE FACTAUD.
001960 2000-EXIT.
001970     EXIT.
