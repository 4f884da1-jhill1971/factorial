000374*                    FACTUMNT PROFILE MAINTENANCE PROGRAM,
000375*                    REFUSED (AND LOGGED) FOR OPERATORS
000376*                    WITHOUT THE ADMIN FLAG.
000377*    2026-10-15  JH  NEW MENU OPTION 5 CALLS THE FACTRQIQ
000378*                    REQUEST-STATUS INQUIRY, ALLOWED TO ANY
000379*                    OPERATOR WITH TABLE LOOKUP AUTHORITY.
000380*    2026-10-15  JH  FACTAUD LINES ARE CHAINED THROUGH FACTACHN
000381*                    JUST BEFORE THEY ARE WRITTEN, AND THE
000382*                    FIRST LINE OF A NEW DAY IS PRECEDED BY
000383*                    THE SEAL LINE FACTACHN HANDS BACK.
000384*    2026-10-15  JH  NEW MENU OPTION 6 CALLS THE FACTDMNT
000385*                    DEPARTMENT MAINTENANCE PROGRAM, ADMIN ONLY
000386*                    LIKE PROFILE MAINTENANCE.
000387*-----------------------------------------------------------
000388 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FACTUSER ASSIGN TO FACTUSER
000680     88  WS-CHOICE-BATCH-FILE                VALUE 2.
000690     88  WS-CHOICE-TABLE-LOOKUP              VALUE 3.
000695     88  WS-CHOICE-PROFILE-MAINT             VALUE 4.
000697     88  WS-CHOICE-REQUEST-INQUIRY           VALUE 5.
000698     88  WS-CHOICE-DEPT-MAINT                VALUE 6.
000700     88  WS-CHOICE-QUIT                       VALUE 9.
000710*
000720 01  WS-FILE-STATUSES.
001000 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001010 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
001030 01  WS-SECURITY-MESSAGE         PIC X(50) VALUE SPACES.
001033*
001036     COPY FACHPARM.
001040*
001050 PROCEDURE DIVISION.
001060*
002200     DISPLAY "  2  BATCH FILE".
002210     DISPLAY "  3  TABLE LOOKUP".
002215     DISPLAY "  4  PROFILE MAINTENANCE (ADMIN)".
002217     DISPLAY "  5  REQUEST STATUS INQUIRY".
002218     DISPLAY "  6  DEPARTMENT MAINTENANCE (ADMIN)".
002220     DISPLAY "  9  QUIT".
002230     DISPLAY "ENTER YOUR CHOICE: ".
002240     ACCEPT WS-MENU-CHOICE.
002555             ELSE
002556                 PERFORM 2100-REFUSE-SELECTION THRU 2100-EXIT
002557             END-IF
002558         WHEN WS-CHOICE-REQUEST-INQUIRY
002559             IF WS-ALLOW-LOOKUP = "Y"
002560                 CALL "FACTRQIQ"
002561                 CANCEL "FACTRQIQ"
002562             ELSE
002563                 PERFORM 2100-REFUSE-SELECTION THRU 2100-EXIT
002564             END-IF
002565         WHEN WS-CHOICE-QUIT
002570             CONTINUE
002571         WHEN WS-CHOICE-DEPT-MAINT
002572             IF WS-ALLOW-ADMIN = "Y"
002573                 CALL "FACTDMNT"
002574                 CANCEL "FACTDMNT"
002575             ELSE
002576                 PERFORM 2100-REFUSE-SELECTION THRU 2100-EXIT
002577             END-IF
002580         WHEN OTHER
002590             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
002600     END-EVALUATE.
002910     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
002920         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
002930
002933     MOVE "L" TO AC-FUNCTION.
002936     CALL "FACTACHN" USING AC-PARAMETERS.
002940     OPEN EXTEND FACTAUD.
002950     IF FACTAUD-STATUS NOT = "00"
002960         OPEN OUTPUT FACTAUD
003130     MOVE "S" TO AU-OUTCOME-CODE.
003135     MOVE WS-SECURITY-MESSAGE TO AU-RESULT-PREVIEW.
003140
003142     MOVE "S" TO AC-FUNCTION.
003144     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
003146     CALL "FACTACHN" USING AC-PARAMETERS.
003148     IF AC-SEAL-DUE
003150         WRITE FACTAUD-RECORD FROM AC-SEAL-RECORD
003152     END-IF.
003154     WRITE FACTAUD-RECORD FROM AC-AUDIT-RECORD.
003160     CLOSE FACTAUD.
003170 6000-EXIT.
003180     EXIT.
