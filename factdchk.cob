000010* DEPARTMENT REFERENCE LOOKUP. CALLABLE SUBPROGRAM THAT OWNS
000020* THE READ SIDE OF THE FACTDEPT DEPARTMENT FILE (RECORD LAYOUT
000030* FDEPTREC): FACTEDIT, FACTRCYC AND FACTCOMB CALL IT TO REFUSE
000040* A CARD WHOSE REQUESTER CODE IS UNKNOWN OR INACTIVE, AND
000050* FACTCHGB CALLS IT FOR THE NAME, COST CENTER AND MONTHLY
000060* CEILING TO PRINT ON EACH DEPARTMENT'S STATEMENT. THE FILE IS
000070* READ INTO A TABLE ON THE FIRST CALL AND KEPT UNTIL THE
000080* CALLER'S RELEASE CALL AT END OF RUN. THE PARAMETER AREA IS
000090* COPYBOOK FDEPPARM.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FACTDCHK.
000120 AUTHOR. JAMES HILL.
000130 INSTALLATION. COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170*-----------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-----------------------------------------------------------
000200*    2026-10-15  JH  ORIGINAL VERSION. FUNCTION CODES "O" OPEN,
000210*                    "L" LOOKUP, "R" RELEASE. A FACTDEPT THAT
000220*                    IS MISSING, UNREADABLE, OR LARGER THAN THE
000230*                    500-ENTRY TABLE IS REPORTED ONCE AND EVERY
000240*                    LATER CALL IN THE RUN RETURNS 99 - A
000250*                    PARTIAL TABLE WOULD TURN GOOD CODES AWAY.
000260*                    A CEILING THAT IS NOT NUMERIC READS AS
000270*                    ZERO (NO CEILING).
000280*-----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FACTDEPT ASSIGN TO FACTDEPT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FACTDEPT-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  FACTDEPT
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410     COPY FDEPTREC.
000420*
000430 WORKING-STORAGE SECTION.
000440 01  FACTDEPT-STATUS             PIC X(02) VALUE SPACES.
000450 01  WS-SWITCHES.
000460     05  WS-TABLE-LOADED-SW      PIC X(01) VALUE "N".
000470         88  WS-TABLE-LOADED                VALUE "Y".
000480     05  WS-LOAD-FAILED-SW       PIC X(01) VALUE "N".
000490         88  WS-LOAD-FAILED                 VALUE "Y".
000500     05  WS-FACTDEPT-EOF-SW      PIC X(01) VALUE "N".
000510         88  FACTDEPT-EOF                   VALUE "Y".
000520*
000530 01  WS-DEPT-TABLE.
000540     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
000550         10  WS-DT-CODE          PIC X(04).
000560         10  WS-DT-NAME          PIC X(24).
000570         10  WS-DT-COST-CENTER   PIC X(08).
000580         10  WS-DT-CONTACT       PIC X(20).
000590         10  WS-DT-ACTIVE-FLAG   PIC X(01).
000600         10  WS-DT-CEILING       PIC 9(07).
000610 01  WS-DEPT-USED                PIC 9(03) COMP VALUE 0.
000620 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE 0.
000630 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
000640*
000650 LINKAGE SECTION.
000660     COPY FDEPPARM.
000670*
000680 PROCEDURE DIVISION USING DP-PARAMETERS.
000690*
000700*-----------------------------------------------------------
000710* 0000-MAINLINE - LOAD THE TABLE IF THIS IS THE FIRST CALL,
000720* THEN DISPATCH ON THE FUNCTION CODE.
000730*-----------------------------------------------------------
000740 BEGIN.
000750     MOVE "00" TO DP-RESULT.
000760
000770     IF DP-FUNC-RELEASE
000780         MOVE "N" TO WS-TABLE-LOADED-SW
000790         MOVE "N" TO WS-LOAD-FAILED-SW
000800         MOVE 0 TO WS-DEPT-USED
000810         GOBACK
000820     END-IF.
000830
000840     IF NOT WS-TABLE-LOADED
000850         PERFORM 1000-LOAD-DEPARTMENTS THRU 1000-EXIT
000860     END-IF.
000870     IF NOT WS-TABLE-LOADED
000880         MOVE "99" TO DP-RESULT
000890         GOBACK
000900     END-IF.
000910
000920     EVALUATE TRUE
000930         WHEN DP-FUNC-OPEN
000940             CONTINUE
000950         WHEN DP-FUNC-LOOKUP
000960             PERFORM 2000-LOOKUP-DEPARTMENT THRU 2000-EXIT
000970         WHEN OTHER
000980             DISPLAY "FACTDCHK: UNKNOWN FUNCTION CODE "
000990                 DP-FUNCTION
001000             MOVE "99" TO DP-RESULT
001010     END-EVALUATE.
001020
001030     GOBACK.
001040*
001050*-----------------------------------------------------------
001060* 1000-LOAD-DEPARTMENTS - READ EVERY FACTDEPT RECORD INTO THE
001070* TABLE. A FILE THAT WILL NOT OPEN OR WILL NOT FIT IS
001080* REPORTED ONCE; LATER CALLS IN THE RUN DO NOT RETRY IT.
001090*-----------------------------------------------------------
001100 1000-LOAD-DEPARTMENTS.
001110     IF WS-LOAD-FAILED
001120         GO TO 1000-EXIT
001130     END-IF.
001140
001150     MOVE 0 TO WS-DEPT-USED.
001160     MOVE "N" TO WS-FACTDEPT-EOF-SW.
001170     OPEN INPUT FACTDEPT.
001180     IF FACTDEPT-STATUS NOT = "00"
001190         DISPLAY "FACTDEPT DEPARTMENT FILE NOT AVAILABLE, "
001200             "STATUS = " FACTDEPT-STATUS
001210         MOVE "Y" TO WS-LOAD-FAILED-SW
001220         GO TO 1000-EXIT
001230     END-IF.
001240
001250     PERFORM UNTIL FACTDEPT-EOF OR WS-DEPT-USED >= 500
001260         READ FACTDEPT
001270             AT END
001280                 MOVE "Y" TO WS-FACTDEPT-EOF-SW
001290             NOT AT END
001300                 PERFORM 1100-TAKE-DEPARTMENT THRU 1100-EXIT
001310         END-READ
001320     END-PERFORM.
001330     IF NOT FACTDEPT-EOF
001340         READ FACTDEPT
001350             AT END
001360                 MOVE "Y" TO WS-FACTDEPT-EOF-SW
001370         END-READ
001380     END-IF.
001390     CLOSE FACTDEPT.
001400
001410     IF NOT FACTDEPT-EOF
001420         DISPLAY "DEPARTMENT TABLE LIMIT (500) REACHED - "
001430             "FACTDEPT CANNOT BE USED"
001440         MOVE "Y" TO WS-LOAD-FAILED-SW
001450         GO TO 1000-EXIT
001460     END-IF.
001470
001480     MOVE "Y" TO WS-TABLE-LOADED-SW.
001490     MOVE WS-DEPT-USED TO WS-COUNT-EDIT.
001500     DISPLAY "FACTDEPT DEPARTMENTS LOADED: " WS-COUNT-EDIT.
001510 1000-EXIT.
001520     EXIT.
001530*
001540*-----------------------------------------------------------
001550* 1100-TAKE-DEPARTMENT - FILE ONE FACTDEPT RECORD IN THE
001560* TABLE. A BLANK CODE IS NOT A DEPARTMENT AND IS SKIPPED.
001570*-----------------------------------------------------------
001580 1100-TAKE-DEPARTMENT.
001590     IF DR-DEPT-CODE = SPACES
001600         GO TO 1100-EXIT
001610     END-IF.
001620
001630     ADD 1 TO WS-DEPT-USED.
001640     MOVE DR-DEPT-CODE TO WS-DT-CODE(WS-DEPT-USED).
001650     MOVE DR-DEPT-NAME TO WS-DT-NAME(WS-DEPT-USED).
001660     MOVE DR-COST-CENTER TO WS-DT-COST-CENTER(WS-DEPT-USED).
001670     MOVE DR-CONTACT TO WS-DT-CONTACT(WS-DEPT-USED).
001680     MOVE DR-ACTIVE-FLAG TO WS-DT-ACTIVE-FLAG(WS-DEPT-USED).
001690     IF DR-MONTHLY-CEILING NUMERIC
001700         MOVE DR-MONTHLY-CEILING TO WS-DT-CEILING(WS-DEPT-USED)
001710     ELSE
001720         MOVE 0 TO WS-DT-CEILING(WS-DEPT-USED)
001730     END-IF.
001740 1100-EXIT.
001750     EXIT.
001760*
001770*-----------------------------------------------------------
001780* 2000-LOOKUP-DEPARTMENT - FIND DP-DEPT-CODE IN THE TABLE AND
001790* HAND BACK ITS RECORD, SAYING WHETHER IT IS STILL ACTIVE.
001800*-----------------------------------------------------------
001810 2000-LOOKUP-DEPARTMENT.
001820     MOVE "23" TO DP-RESULT.
001830     MOVE SPACES TO DP-DEPT-NAME DP-COST-CENTER DP-CONTACT
001840         DP-ACTIVE-FLAG.
001850     MOVE 0 TO DP-MONTHLY-CEILING.
001860
001870     PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
001880             UNTIL WS-DEPT-IX > WS-DEPT-USED
001890         IF WS-DT-CODE(WS-DEPT-IX) = DP-DEPT-CODE
001900             MOVE WS-DT-NAME(WS-DEPT-IX) TO DP-DEPT-NAME
001910             MOVE WS-DT-COST-CENTER(WS-DEPT-IX) TO DP-COST-CENTER
001920             MOVE WS-DT-CONTACT(WS-DEPT-IX) TO DP-CONTACT
001930             MOVE WS-DT-ACTIVE-FLAG(WS-DEPT-IX) TO DP-ACTIVE-FLAG
001940             MOVE WS-DT-CEILING(WS-DEPT-IX) TO DP-MONTHLY-CEILING
001950             IF WS-DT-ACTIVE-FLAG(WS-DEPT-IX) = "N"
001960                 MOVE "04" TO DP-RESULT
001970             ELSE
001980                 MOVE "00" TO DP-RESULT
001990             END-IF
002000             EXIT PERFORM
002010         END-IF
002020     END-PERFORM.
002030 2000-EXIT.
002040     EXIT.
