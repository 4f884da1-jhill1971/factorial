000345*                    FACTAUDR CAN SELECT AND SUBTOTAL ON THE
000346*                    FIELDS. TIMESTAMP AND OPERATOR KEEP THEIR
000347*                    OLD COLUMNS.
000348*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000349*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000350*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000351*                    THE SEAL LINE FACTACHN HANDS BACK.
000352*    2026-10-15  JH  THE OVERFLOW CONDITION CODE IS HELD ACROSS
000353*                    THE FACTACHN CALLS IN 3000 SO THE AUDIT
000354*                    WRITE NO LONGER RESETS IT TO ZERO.
000355*-----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000910 01  WS-FULL-PTR                 PIC 9(3) COMP VALUE 1.
000920 01  WS-SCAN-POS                 PIC 9(3) COMP VALUE 1.
000930 01  IX                          PIC 9(2) COMP.
000931 01  WS-SAVE-RC                  PIC S9(4) COMP VALUE 0.
000933*
000936     COPY FACHPARM.
000940*
000950 PROCEDURE DIVISION.
000960*
002110* 3000-WRITE-AUDIT-RECORD - APPEND A TRACE LINE TO FACTAUD SO
002120* A SINGLE-VALUE RUN CAN BE RECONCILED BACK TO ITS OPERATOR
002130* AND TIMESTAMP, THE SAME AS A BATCH-MODE CALCULATION.
002133* THE CONDITION CODE SET BY 2000 IS SAVED AND PUT BACK AFTER
002136* EACH FACTACHN CALL, WHICH WOULD OTHERWISE CLEAR IT.
002140*-----------------------------------------------------------
002150 3000-WRITE-AUDIT-RECORD.
002151     MOVE RETURN-CODE TO WS-SAVE-RC.
002153     MOVE "L" TO AC-FUNCTION.
002156     CALL "FACTACHN" USING AC-PARAMETERS.
002157     MOVE WS-SAVE-RC TO RETURN-CODE.
002160     OPEN EXTEND FACTAUD.
002170     IF FACTAUD-STATUS NOT = "00"
002180         OPEN OUTPUT FACTAUD
002390         MOVE WS-BIG-DISPLAY TO AU-RESULT-PREVIEW
002395     END-IF.
002400
002402     MOVE "S" TO AC-FUNCTION.
002404     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
002406     CALL "FACTACHN" USING AC-PARAMETERS.
002407     MOVE WS-SAVE-RC TO RETURN-CODE.
002408     IF AC-SEAL-DUE
002410         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
002412     END-IF.
002414     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
002420     CLOSE FACTAUD.
002430 3000-EXIT.
002440     EXIT.
