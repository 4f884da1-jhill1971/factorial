000260*                    FILE UNTOUCHED. CONDITION CODES FOLLOW
000270*                    THE SUITE CONVENTION: 0 CLEAN, 16 WHEN
000280*                    FACTUSER COULD NOT BE READ OR REWRITTEN.
000282*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000284*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000286*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000288*                    THE SEAL LINE FACTACHN HANDS BACK.
000290*-----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001270 01  RPT-COLUMN-LINE             PIC X(132) VALUE
001280     "  OPERATOR  SINGLE BATCH LOOKUP ADMIN ACTIVE".
001290 01  RPT-DETAIL-LINE             PIC X(132) VALUE SPACES.
001293*
001296     COPY FACHPARM.
001300*
001310 PROCEDURE DIVISION.
001320*
005020     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
005030         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
005040
005043     MOVE "L" TO AC-FUNCTION.
005046     CALL "FACTACHN" USING AC-PARAMETERS.
005050     OPEN EXTEND FACTAUD.
005060     IF FACTAUD-STATUS NOT = "00"
005070         OPEN OUTPUT FACTAUD
005300             DELIMITED BY SIZE INTO AU-RESULT-PREVIEW
005310     END-IF.
005320
005322     MOVE "S" TO AC-FUNCTION.
005324     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
005326     CALL "FACTACHN" USING AC-PARAMETERS.
005328     IF AC-SEAL-DUE
005330         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
005332     END-IF.
005334     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
005340     CLOSE FACTAUD.
005350 6000-EXIT.
005360     EXIT.
