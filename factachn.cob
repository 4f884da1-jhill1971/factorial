000010* AUDIT-LOG CHAIN KEEPER. CALLABLE SUBPROGRAM THAT STAMPS
000020* EVERY FACTAUD LINE WITH A CHECK VALUE FOLDED FROM THE LINE
000030* BEFORE IT, SO NOBODY CAN ALTER, DROP OR SLIP IN A LINE WITH
000040* AN EDITOR WITHOUT FACTAVFY FINDING THE BREAK, AND HANDS BACK
000050* A SEAL LINE WHENEVER THE LINE BEING STAMPED IS THE FIRST OF A
000060* NEW DAY. EVERY PROGRAM THAT WRITES FACTAUD CALLS IT; FACTAUDR
000070* AND FACTAVFY USE ITS COMPUTE FUNCTION SO THE CHECK VALUE IS
000080* WORKED OUT IN ONE PLACE ONLY. THE PARAMETER AREA IS COPYBOOK
000090* FACHPARM AND THE CHAIN FIELDS ARE DESCRIBED IN FAUDREC.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FACTACHN.
000120 AUTHOR. JAMES HILL.
000130 INSTALLATION. COMBINATORICS BATCH GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170*-----------------------------------------------------------
000180* MODIFICATION HISTORY
000190*-----------------------------------------------------------
000200*    2026-10-15  JH  ORIGINAL VERSION. FUNCTION CODES "L"
000210*                    LOCATE THE END OF THE CHAIN, "S" STAMP A
000220*                    LINE, "C" COMPUTE A CHECK VALUE. THE CHECK
000230*                    VALUE STARTS FROM THE PREVIOUS LINE'S
000240*                    VALUE AND FOLDS IN COLUMNS 1-100 OF THE
000250*                    LINE A BYTE AT A TIME, MODULO 999999937.
000260*                    THE FIRST CHAINED LINE IN A LOG FOLLOWS
000270*                    ZERO. A LOCATE RE-READS FACTAUD EVERY TIME
000280*                    SO A SESSION THAT STAYS UP WHILE ANOTHER
000290*                    JOB WRITES THE LOG STILL CHAINS FROM THE
000300*                    TRUE LAST LINE.
000310*-----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FACTAUD ASSIGN TO FACTAUD
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FACTAUD-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  FACTAUD
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  FACTAUD-LOG-RECORD          PIC X(110).
000450*
000460 WORKING-STORAGE SECTION.
000470 01  FACTAUD-STATUS              PIC X(02) VALUE SPACES.
000480 01  WS-SWITCHES.
000490     05  WS-FACTAUD-EOF-SW       PIC X(01) VALUE "N".
000500         88  FACTAUD-EOF                   VALUE "Y".
000510     05  WS-LOCATED-SW           PIC X(01) VALUE "N".
000520         88  WS-LOCATED                     VALUE "Y".
000530*
000540 01  WS-CHAIN-STATE.
000550     05  WS-PRIOR-VALUE          PIC 9(09) VALUE 0.
000560     05  WS-OPEN-COUNT           PIC 9(08) VALUE 0.
000570     05  WS-OPEN-DATE            PIC X(10) VALUE SPACES.
000580*
000590 01  WS-CHAIN-WORK-AREA.
000600     05  WS-CHAIN-INPUT          PIC X(100).
000610     05  WS-CHAIN-PRIOR          PIC 9(09).
000620     05  WS-CHAIN-RESULT         PIC 9(09).
000630     05  WS-CHAIN-WORK           PIC 9(12) COMP.
000640     05  WS-BYTE-IX              PIC 9(03) COMP.
000650 01  WS-CHAIN-MODULUS            PIC 9(09) VALUE 999999937.
000660*
000670 01  WS-SEAL-OPERATOR            PIC X(08) VALUE SPACES.
000680 01  WS-SEAL-PROGRAM             PIC X(08) VALUE SPACES.
000690*
000700     COPY FAUDREC.
000710*
000720 LINKAGE SECTION.
000730     COPY FACHPARM.
000740*
000750 PROCEDURE DIVISION USING AC-PARAMETERS.
000760*
000770*-----------------------------------------------------------
000780* 0000-MAINLINE - DISPATCH ON THE FUNCTION CODE. A STAMP WITH
000790* NO LOCATE BEFORE IT IN THIS RUN LOCATES FIRST, SO A CALLER
000800* THAT FORGETS CANNOT RESTART THE CHAIN FROM ZERO.
000810*-----------------------------------------------------------
000820 BEGIN.
000830     MOVE "00" TO AC-RESULT.
000840
000850     EVALUATE TRUE
000860         WHEN AC-FUNC-LOCATE
000870             PERFORM 1000-LOCATE-CHAIN-END THRU 1000-EXIT
000880         WHEN AC-FUNC-STAMP
000890             IF NOT WS-LOCATED
000900                 PERFORM 1000-LOCATE-CHAIN-END THRU 1000-EXIT
000910             END-IF
000920             PERFORM 2000-STAMP-RECORD THRU 2000-EXIT
000930         WHEN AC-FUNC-COMPUTE
000940             MOVE AC-AUDIT-RECORD(1:100) TO WS-CHAIN-INPUT
000950             MOVE AC-PRIOR-VALUE TO WS-CHAIN-PRIOR
000960             PERFORM 4000-COMPUTE-CHAIN-VALUE THRU 4000-EXIT
000970             MOVE WS-CHAIN-RESULT TO AC-CHAIN-VALUE
000980         WHEN OTHER
000990             DISPLAY "FACTACHN: UNKNOWN FUNCTION CODE "
001000                 AC-FUNCTION
001010             MOVE "99" TO AC-RESULT
001020     END-EVALUATE.
001030
001040     GOBACK.
001050*
001060*-----------------------------------------------------------
001070* 1000-LOCATE-CHAIN-END - READ FACTAUD FROM THE TOP AND KEEP
001080* THE CHAIN VALUE, UNSEALED LINE COUNT AND DATE OF THE LAST
001090* CHAINED LINE. A LOG THAT DOES NOT EXIST YET IS AN EMPTY
001100* CHAIN; PRE-CHAIN LINES ARE PASSED OVER.
001110*-----------------------------------------------------------
001120 1000-LOCATE-CHAIN-END.
001130     MOVE 0 TO WS-PRIOR-VALUE.
001140     MOVE 0 TO WS-OPEN-COUNT.
001150     MOVE SPACES TO WS-OPEN-DATE.
001160     MOVE "Y" TO WS-LOCATED-SW.
001170
001180     OPEN INPUT FACTAUD.
001190     IF FACTAUD-STATUS = "35"
001200         GO TO 1000-EXIT
001210     END-IF.
001220     IF FACTAUD-STATUS NOT = "00"
001230         DISPLAY "FACTACHN: UNABLE TO READ FACTAUD, STATUS = "
001240             FACTAUD-STATUS
001250         DISPLAY "AUDIT CHAIN RESTARTS FROM ZERO"
001260         MOVE "99" TO AC-RESULT
001270         GO TO 1000-EXIT
001280     END-IF.
001290
001300     MOVE "N" TO WS-FACTAUD-EOF-SW.
001310     PERFORM UNTIL FACTAUD-EOF
001320         READ FACTAUD
001330             AT END
001340                 MOVE "Y" TO WS-FACTAUD-EOF-SW
001350             NOT AT END
001360                 MOVE FACTAUD-LOG-RECORD TO FACTAUD-RECORD
001370                 PERFORM 1100-TAKE-CHAINED-LINE THRU 1100-EXIT
001380         END-READ
001390     END-PERFORM.
001400     CLOSE FACTAUD.
001410 1000-EXIT.
001420     EXIT.
001430*
001440*-----------------------------------------------------------
001450* 1100-TAKE-CHAINED-LINE - A CARRY LINE HANDS OVER THE STATE
001460* THE ARCHIVE ENDED ON, A SEAL CLOSES THE OPEN LINES, AND ANY
001470* OTHER CHAINED LINE ADDS ONE TO THEM.
001480*-----------------------------------------------------------
001490 1100-TAKE-CHAINED-LINE.
001500     IF AU-CHAIN-VALUE NOT NUMERIC
001510         GO TO 1100-EXIT
001520     END-IF.
001530
001540     EVALUATE TRUE
001550         WHEN AU-REQ-CARRY
001560             MOVE AU-CH-CLOSING-VALUE TO WS-PRIOR-VALUE
001570             MOVE AU-CH-LINE-COUNT TO WS-OPEN-COUNT
001580             MOVE AU-CH-LAST-DATE TO WS-OPEN-DATE
001590         WHEN AU-REQ-SEAL
001600             MOVE AU-CHAIN-VALUE TO WS-PRIOR-VALUE
001610             MOVE 0 TO WS-OPEN-COUNT
001620             MOVE SPACES TO WS-OPEN-DATE
001630         WHEN OTHER
001640             MOVE AU-CHAIN-VALUE TO WS-PRIOR-VALUE
001650             ADD 1 TO WS-OPEN-COUNT
001660             MOVE AU-TS-DATE TO WS-OPEN-DATE
001670     END-EVALUATE.
001680 1100-EXIT.
001690     EXIT.
001700*
001710*-----------------------------------------------------------
001720* 2000-STAMP-RECORD - SEAL THE DAY BEFORE IF THIS LINE OPENS A
001730* NEW DAY, THEN CHAIN THE LINE ITSELF AND HAND IT BACK.
001740*-----------------------------------------------------------
001750 2000-STAMP-RECORD.
001760     MOVE "N" TO AC-SEAL-FLAG.
001770     MOVE SPACES TO AC-SEAL-RECORD.
001780
001790     MOVE AC-AUDIT-RECORD TO FACTAUD-RECORD.
001800     IF WS-OPEN-COUNT > 0
001810             AND AU-TS-DATE NOT = WS-OPEN-DATE
001820         PERFORM 2100-BUILD-SEAL-RECORD THRU 2100-EXIT
001830         MOVE AC-AUDIT-RECORD TO FACTAUD-RECORD
001840     END-IF.
001850
001860     MOVE FACTAUD-RECORD(1:100) TO WS-CHAIN-INPUT.
001870     MOVE WS-PRIOR-VALUE TO WS-CHAIN-PRIOR.
001880     PERFORM 4000-COMPUTE-CHAIN-VALUE THRU 4000-EXIT.
001890     MOVE SPACE TO FACTAUD-RECORD(101:1).
001900     MOVE WS-CHAIN-RESULT TO AU-CHAIN-VALUE.
001910     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
001920     MOVE WS-PRIOR-VALUE TO AC-PRIOR-VALUE.
001930     MOVE WS-CHAIN-RESULT TO AC-CHAIN-VALUE.
001940
001950     MOVE WS-CHAIN-RESULT TO WS-PRIOR-VALUE.
001960     ADD 1 TO WS-OPEN-COUNT.
001970     MOVE AU-TS-DATE TO WS-OPEN-DATE.
001980 2000-EXIT.
001990     EXIT.
002000*
002010*-----------------------------------------------------------
002020* 2100-BUILD-SEAL-RECORD - BUILD THE SEAL LINE FOR THE OPEN
002030* DAY, DATED THAT DAY AT 23:59:59 AND CREDITED TO THE OPERATOR
002040* AND PROGRAM WHOSE LINE OPENED THE NEW DAY, AND CHAIN IT SO
002050* THE NEW LINE FOLLOWS THE SEAL.
002060*-----------------------------------------------------------
002070 2100-BUILD-SEAL-RECORD.
002080     MOVE AU-OPERATOR-ID TO WS-SEAL-OPERATOR.
002090     MOVE AU-PROGRAM-ID TO WS-SEAL-PROGRAM.
002100
002110     MOVE SPACES TO FACTAUD-RECORD.
002120     MOVE WS-OPEN-DATE TO AU-TS-DATE.
002130     MOVE "23:59:59" TO AU-TS-TIME.
002140     MOVE WS-SEAL-OPERATOR TO AU-OPERATOR-ID.
002150     MOVE WS-SEAL-PROGRAM TO AU-PROGRAM-ID.
002160     MOVE "SEAL" TO AU-REQUEST-TYPE.
002170     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
002180     MOVE WS-OPEN-COUNT TO AU-CH-LINE-COUNT.
002190     MOVE WS-PRIOR-VALUE TO AU-CH-CLOSING-VALUE.
002200     MOVE WS-OPEN-DATE TO AU-CH-LAST-DATE.
002210
002220     MOVE FACTAUD-RECORD(1:100) TO WS-CHAIN-INPUT.
002230     MOVE WS-PRIOR-VALUE TO WS-CHAIN-PRIOR.
002240     PERFORM 4000-COMPUTE-CHAIN-VALUE THRU 4000-EXIT.
002250     MOVE WS-CHAIN-RESULT TO AU-CHAIN-VALUE.
002260     MOVE FACTAUD-RECORD TO AC-SEAL-RECORD.
002270     MOVE "Y" TO AC-SEAL-FLAG.
002280
002290     MOVE WS-CHAIN-RESULT TO WS-PRIOR-VALUE.
002300     MOVE 0 TO WS-OPEN-COUNT.
002310     MOVE SPACES TO WS-OPEN-DATE.
002320 2100-EXIT.
002330     EXIT.
002340*
002350*-----------------------------------------------------------
002360* 4000-COMPUTE-CHAIN-VALUE - FOLD THE 100 BYTES IN
002370* WS-CHAIN-INPUT ONTO WS-CHAIN-PRIOR, GIVING WS-CHAIN-RESULT.
002380*-----------------------------------------------------------
002390 4000-COMPUTE-CHAIN-VALUE.
002400     MOVE WS-CHAIN-PRIOR TO WS-CHAIN-WORK.
002410     PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
002420             UNTIL WS-BYTE-IX > 100
002430         COMPUTE WS-CHAIN-WORK = FUNCTION MOD(WS-CHAIN-WORK * 256
002440             + FUNCTION ORD(WS-CHAIN-INPUT(WS-BYTE-IX:1)),
002450             WS-CHAIN-MODULUS)
002460     END-PERFORM.
002470     MOVE WS-CHAIN-WORK TO WS-CHAIN-RESULT.
002480 4000-EXIT.
002490     EXIT.
