000010*-----------------------------------------------------------
000020* FJRNLREC - RECORD LAYOUT FOR THE FMSTJRNL BEFORE-IMAGE
000030* JOURNAL OF THE FACTMST CUMULATIVE RESULTS MASTER. FACTMLD
000040* APPENDS ONE RECORD FOR EVERY MASTER ENTRY IT ADDS OR
000050* REPLACES, WRITTEN AHEAD OF THE UPDATE ITSELF AND TAGGED
000060* WITH THE RUN ID FROM THE HEADER OF THE FACTXTR IT WAS
000070* LOADING. FACTMBAK READS IT TO PUT THE MASTER BACK THE WAY
000080* IT STOOD BEFORE A GIVEN LOAD. JN-BEFORE-GROUP HOLDS THE
000090* SAME BASE-10000 DIGIT GROUPS AS FM-RESULT-GROUP, IN DISPLAY
000100* FORM SINCE THIS RECORD LIVES ON A LINE SEQUENTIAL FILE.
000110*
000120* ACTIONS:  A  KEY ADDED BY THE LOAD - NO BEFORE-IMAGE, SO A
000130*              BACKOUT DELETES THE KEY
000140*           R  KEY REPLACED BY THE LOAD - BEFORE-IMAGE IN
000150*              JN-BEFORE-GROUP
000160*           B  MARKER APPENDED BY FACTMBAK WHEN THE LOAD WITH
000170*              THIS RUN ID HAS BEEN BACKED OUT (KEY AND IMAGE
000180*              ZERO)
000190*-----------------------------------------------------------
000200 01  FACTJRNL-RECORD.
000210     05  JN-RUN-ID               PIC X(14).
000220     05  FILLER                  PIC X(01).
000230     05  JN-ACTION               PIC X(01).
000240         88  JN-ACTION-ADD                 VALUE "A".
000250         88  JN-ACTION-REPLACE             VALUE "R".
000260         88  JN-ACTION-BACKOUT             VALUE "B".
000270     05  FILLER                  PIC X(01).
000280     05  JN-KEY                  PIC 9(05).
000290     05  FILLER                  PIC X(01).
000300     05  JN-TIMESTAMP            PIC X(19).
000310     05  FILLER                  PIC X(01).
000320     05  JN-BEFORE-GROUP OCCURS 15 TIMES PIC 9(04).
