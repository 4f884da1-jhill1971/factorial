000010* NIGHTLY JOB-STREAM CONTROLLER FOR THE FACTORIAL SUITE. RUNS
000020* THE STEPS LISTED ON THE FACTJCTL STEP-CONTROL FILE IN ORDER
000030* (FACTABCK, FACTEDIT, FACTRCYC, FACTFCST, FACTDRV, FACTXVFY,
000040* FACTMLD, FACTCOMB IN THE STANDARD STREAM), READS EACH STEP'S
000050* GRADED CONDITION CODE AS IT RETURNS, AND HOLDS EVERY STEP THAT
000060* DEPENDS ON A STEP WHOSE CODE WENT PAST WHAT IT TOLERATES - SO A
000070* FAILED FACTABCK HOLDS FACTDRV AND A FAILED FACTXVFY
000080* HOLDS THE FACTMLD LOAD, INSTEAD OF SOMEBODY HAVING TO READ
000090* FACTSTAT BY EYE BETWEEN STEPS. EVERY STEP'S START AND END
000100* TIME AND CODE GO TO THE FACTJLOG JOB LOG, AND A FACTJRST
000110* CARD RESTARTS THE STREAM AT A NAMED STEP THE NEXT MORNING.
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. FACTJOBC.
000140 AUTHOR. JAMES HILL.
000150 INSTALLATION. COMBINATORICS BATCH GROUP.
000160 DATE-WRITTEN. 2026-10-15.
000170 DATE-COMPILED.
000180*
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*-----------------------------------------------------------
000220*    2026-10-15  JH  ORIGINAL VERSION. CONTROL CARDS:
000230*                      FACTJCTL, ONE CARD PER STEP, IN RUN
000240*                      ORDER ("*" IN COLUMN 1 IS A COMMENT):
000250*                        COLS 1-8   STEP PROGRAM-ID
000260*                        COLS 9-10  HIGHEST CONDITION CODE THE
000270*                                   STEP MAY END WITH (00-16)
000280*                        COLS 11-58 UP TO SIX LATER STEPS THAT
000290*                                   DEPEND ON THIS ONE, 8
000300*                                   BYTES EACH (SPACES = NONE)
000310*                      FACTJRST (OPTIONAL): COL 1 "Y" AND THE
000320*                        STEP TO RESTART AT IN COLS 2-9. STEPS
000330*                        AHEAD OF IT ARE BYPASSED AND TREATED
000340*                        AS ALREADY COMPLETE.
000350*                    A HELD STEP HOLDS ITS OWN DEPENDENTS IN
000360*                    TURN. A STEP THAT CANNOT BE LOADED ENDS
000370*                    WITH CODE 16. THE CONTROLLER'S OWN CODE
000380*                    IS THE HIGHEST STEP CODE, RAISED TO AT
000390*                    LEAST 8 WHEN ANY STEP WAS HELD, AND 16
000400*                    WHEN THE STEP-CONTROL OR RESTART CARDS ARE
000410*                    UNUSABLE (NO STEP IS RUN).
000411*    2026-10-15  JH  THE STANDARD STREAM NOW RUNS THE FACTFCST
000412*                    CAPACITY FORECAST AHEAD OF FACTDRV, SO THE
000413*                    FACTGOV CARD FACTDRV READS IS THE ONE
000414*                    FACTFCST RECOMMENDS.
000420*-----------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FACTJCTL ASSIGN TO FACTJCTL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FACTJCTL-STATUS.
000490     SELECT FACTJRST ASSIGN TO FACTJRST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FACTJRST-STATUS.
000520     SELECT FACTJLOG ASSIGN TO FACTJLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FACTJLOG-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FACTJCTL
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  FACTJCTL-RECORD.
000620     05  JC-STEP-NAME            PIC X(08).
000630     05  JC-MAX-RC               PIC X(02).
000640     05  JC-DEPENDENT            PIC X(08) OCCURS 6 TIMES.
000650     05  FILLER                  PIC X(22).
000660*
000670 FD  FACTJRST
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  FACTJRST-RECORD.
000710     05  JR-RESTART-IND          PIC X(01).
000720     05  JR-RESTART-STEP         PIC X(08).
000730     05  FILLER                  PIC X(71).
000740*
000750 FD  FACTJLOG
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  FACTJLOG-RECORD.
000790     05  JL-RUN-ID               PIC X(14).
000800     05  FILLER                  PIC X(01).
000810     05  JL-STEP-NAME            PIC X(08).
000820     05  FILLER                  PIC X(01).
000830     05  JL-START-TIMESTAMP      PIC X(19).
000840     05  FILLER                  PIC X(01).
000850     05  JL-END-TIMESTAMP        PIC X(19).
000860     05  FILLER                  PIC X(01).
000870     05  JL-RETURN-CODE          PIC 9(02).
000880     05  FILLER                  PIC X(01).
000890     05  JL-MAX-RC               PIC 9(02).
000900     05  FILLER                  PIC X(01).
000910     05  JL-STEP-STATUS          PIC X(10).
000920     05  FILLER                  PIC X(01).
000930     05  JL-REMARKS              PIC X(19).
000940*
000950 WORKING-STORAGE SECTION.
000960 01  WS-SWITCHES.
000970     05  WS-FACTJCTL-EOF-SW      PIC X(01) VALUE "N".
000980         88  FACTJCTL-EOF                  VALUE "Y".
000990     05  WS-INIT-SW              PIC X(01) VALUE "Y".
001000         88  WS-INIT-OK                     VALUE "Y".
001010     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
001020         88  WS-LOG-OPEN                    VALUE "Y".
001030     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001040         88  WS-FOUND                       VALUE "Y".
001050     05  WS-RESTART-SW           PIC X(01) VALUE "N".
001060         88  WS-RESTARTING                  VALUE "Y".
001070*
001080 01  WS-FILE-STATUSES.
001090     05  FACTJCTL-STATUS         PIC X(02) VALUE SPACES.
001100     05  FACTJRST-STATUS         PIC X(02) VALUE SPACES.
001110     05  FACTJLOG-STATUS         PIC X(02) VALUE SPACES.
001120*
001130* ONE ENTRY PER STEP CARD, IN RUN ORDER. WS-STEP-HELD-BY
001140* NAMES THE STEP WHOSE FAILURE (OR HOLD) HELD THIS ONE.
001150 01  WS-STEP-TABLE.
001160     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001170         10  WS-STEP-NAME        PIC X(08).
001180         10  WS-STEP-MAX-RC      PIC 9(02).
001190         10  WS-STEP-DEPENDENT   PIC X(08) OCCURS 6 TIMES.
001200         10  WS-STEP-HELD-SW     PIC X(01).
001210             88  WS-STEP-HELD              VALUE "Y".
001220         10  WS-STEP-HELD-BY     PIC X(08).
001230 01  WS-STEP-USED                PIC 9(02) COMP VALUE 0.
001240 01  WS-STEP-IX                  PIC 9(02) COMP VALUE 0.
001250 01  WS-HIT-IX                   PIC 9(02) COMP VALUE 0.
001260 01  WS-DEP-IX                   PIC 9(02) COMP VALUE 0.
001270 01  IX                          PIC 9(02) COMP.
001280*
001290 01  WS-RESTART-STEP             PIC X(08) VALUE SPACES.
001300 01  WS-RESTART-IX               PIC 9(02) COMP VALUE 1.
001310 01  WS-TARGET-STEP              PIC X(08) VALUE SPACES.
001320 01  WS-STEP-PROGRAM             PIC X(08) VALUE SPACES.
001330 01  WS-STEP-RC                  PIC 9(02) VALUE 0.
001340 01  WS-STEP-STATUS              PIC X(10) VALUE SPACES.
001350 01  WS-STEP-REMARKS             PIC X(19) VALUE SPACES.
001360 01  WS-STEP-START               PIC X(19) VALUE SPACES.
001370 01  WS-STEP-END                 PIC X(19) VALUE SPACES.
001380*
001390 01  WS-RUN-COUNTS.
001400     05  WS-CARD-COUNT           PIC 9(04) COMP VALUE 0.
001410     05  WS-RUN-COUNT            PIC 9(04) COMP VALUE 0.
001420     05  WS-OVER-COUNT           PIC 9(04) COMP VALUE 0.
001430     05  WS-HELD-COUNT           PIC 9(04) COMP VALUE 0.
001440     05  WS-BYPASS-COUNT         PIC 9(04) COMP VALUE 0.
001450 01  WS-JOB-RC                   PIC 9(02) COMP VALUE 0.
001460*
001470 01  WS-RUN-TIME.
001480     05  WS-RT-HH                PIC 9(02).
001490     05  WS-RT-MM                PIC 9(02).
001500     05  WS-RT-SS                PIC 9(02).
001510 01  WS-RUN-DATE.
001520     05  WS-RD-YYYY              PIC 9(04).
001530     05  WS-RD-MM                PIC 9(02).
001540     05  WS-RD-DD                PIC 9(02).
001550 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
001560 01  WS-AUDIT-TIMESTAMP          PIC X(19) VALUE SPACES.
001570 01  WS-JOB-START                PIC X(19) VALUE SPACES.
001580 01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
001590 01  WS-COUNT-EDIT               PIC ZZZ9.
001600 01  WS-RC-EDIT                  PIC Z9.
001610*
001620 PROCEDURE DIVISION.
001630*
001640*-----------------------------------------------------------
001650* 0000-MAINLINE - LOAD AND CHECK THE STEP CARDS, RUN EVERY
001660* STEP IN ORDER, THEN LOG THE JOB END AND SET THE CODE.
001670*-----------------------------------------------------------
001680 BEGIN.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF NOT WS-INIT-OK
001710         MOVE 16 TO WS-JOB-RC
001720         PERFORM 8000-TERMINATE THRU 8000-EXIT
001730         GOBACK
001740     END-IF.
001750
001760     PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
001770         VARYING WS-STEP-IX FROM 1 BY 1
001780         UNTIL WS-STEP-IX > WS-STEP-USED.
001790
001800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001810     GOBACK.
001820*
001830*-----------------------------------------------------------
001840* 1000-INITIALIZE - STAMP THE JOB, OPEN THE JOB LOG, LOAD
001850* AND CROSS-CHECK THE STEP CARDS, AND TAKE ANY RESTART CARD.
001860*-----------------------------------------------------------
001870 1000-INITIALIZE.
001880     DISPLAY "FACTORIAL SUITE JOB-STREAM CONTROLLER".
001890     DISPLAY "-------------------------------------".
001900
001910     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.
001920     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
001930     MOVE WS-AUDIT-TIMESTAMP TO WS-JOB-START.
001940     DISPLAY "JOB RUN ID: " WS-RUN-ID.
001950
001960     OPEN EXTEND FACTJLOG.
001970     IF FACTJLOG-STATUS NOT = "00"
001980         OPEN OUTPUT FACTJLOG
001990     END-IF.
002000     IF FACTJLOG-STATUS NOT = "00"
002010         DISPLAY "UNABLE TO OPEN FACTJLOG, STATUS = "
002020             FACTJLOG-STATUS
002030         MOVE "N" TO WS-INIT-SW
002040         GO TO 1000-EXIT
002050     END-IF.
002060     MOVE "Y" TO WS-LOG-OPEN-SW.
002070
002080     MOVE "FACTJOBC" TO WS-STEP-PROGRAM.
002090     MOVE WS-JOB-START TO WS-STEP-START.
002100     MOVE SPACES TO WS-STEP-END.
002110     MOVE 0 TO WS-STEP-RC.
002120     MOVE "JOB START" TO WS-STEP-STATUS.
002130     MOVE SPACES TO WS-STEP-REMARKS.
002150     PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT.
002160
002170     PERFORM 1100-LOAD-STEP-CARDS THRU 1100-EXIT.
002180     IF NOT WS-INIT-OK
002190         GO TO 1000-EXIT
002200     END-IF.
002210
002220     PERFORM 1200-CHECK-DEPENDENTS THRU 1200-EXIT.
002230     IF NOT WS-INIT-OK
002240         GO TO 1000-EXIT
002250     END-IF.
002260
002270     PERFORM 1300-CHECK-FOR-RESTART THRU 1300-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300*
002310*-----------------------------------------------------------
002320* 1100-LOAD-STEP-CARDS - READ EVERY FACTJCTL STEP CARD INTO
002330* THE STEP TABLE. A MISSING OR EMPTY FILE, A BAD TOLERANCE,
002340* A DUPLICATE STEP, OR MORE STEPS THAN THE TABLE HOLDS STOPS
002350* THE JOB BEFORE ANYTHING RUNS.
002360*-----------------------------------------------------------
002370 1100-LOAD-STEP-CARDS.
002380     OPEN INPUT FACTJCTL.
002390     IF FACTJCTL-STATUS NOT = "00"
002400         DISPLAY "UNABLE TO OPEN FACTJCTL, STATUS = "
002410             FACTJCTL-STATUS
002420         MOVE "N" TO WS-INIT-SW
002430         GO TO 1100-EXIT
002440     END-IF.
002450
002460     PERFORM UNTIL FACTJCTL-EOF OR NOT WS-INIT-OK
002470         READ FACTJCTL
002480             AT END
002490                 MOVE "Y" TO WS-FACTJCTL-EOF-SW
002500             NOT AT END
002510                 ADD 1 TO WS-CARD-COUNT
002520                 PERFORM 1150-TAKE-ONE-STEP THRU 1150-EXIT
002530         END-READ
002540     END-PERFORM.
002550     CLOSE FACTJCTL.
002560
002570     IF WS-INIT-OK AND WS-STEP-USED = 0
002580         DISPLAY "FACTJCTL HOLDS NO STEP CARDS - NOTHING TO DO"
002590         MOVE "N" TO WS-INIT-SW
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630*
002640*-----------------------------------------------------------
002650* 1150-TAKE-ONE-STEP - EDIT ONE STEP CARD AND ADD IT TO THE
002660* TABLE. COMMENT AND BLANK CARDS ARE PASSED OVER.
002670*-----------------------------------------------------------
002680 1150-TAKE-ONE-STEP.
002690     IF FACTJCTL-RECORD(1:1) = "*" OR JC-STEP-NAME = SPACES
002700         GO TO 1150-EXIT
002710     END-IF.
002720
002730     IF JC-MAX-RC NOT NUMERIC OR JC-MAX-RC > "16"
002740         DISPLAY "FACTJCTL CARD " WS-CARD-COUNT
002750             " - TOLERATED CODE MUST BE 00-16, GOT " JC-MAX-RC
002760         MOVE "N" TO WS-INIT-SW
002770         GO TO 1150-EXIT
002780     END-IF.
002790
002800     IF JC-STEP-NAME = "FACTJOBC"
002810         DISPLAY "FACTJCTL CARD " WS-CARD-COUNT
002820             " - THE CONTROLLER CANNOT BE ONE OF ITS OWN STEPS"
002830         MOVE "N" TO WS-INIT-SW
002840         GO TO 1150-EXIT
002850     END-IF.
002860
002870     MOVE JC-STEP-NAME TO WS-TARGET-STEP.
002880     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
002890     IF WS-FOUND
002900         DISPLAY "FACTJCTL CARD " WS-CARD-COUNT
002910             " - STEP " JC-STEP-NAME " IS LISTED TWICE"
002920         MOVE "N" TO WS-INIT-SW
002930         GO TO 1150-EXIT
002940     END-IF.
002950
002960     IF WS-STEP-USED >= 20
002970         DISPLAY "STEP TABLE LIMIT (20) REACHED - FACTJCTL "
002980             "HOLDS MORE STEPS THAN ONE JOB CAN RUN"
002990         MOVE "N" TO WS-INIT-SW
003000         GO TO 1150-EXIT
003010     END-IF.
003020
003030     ADD 1 TO WS-STEP-USED.
003040     MOVE JC-STEP-NAME TO WS-STEP-NAME(WS-STEP-USED).
003050     MOVE JC-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-USED).
003060     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 6
003070         MOVE JC-DEPENDENT(IX)
003080             TO WS-STEP-DEPENDENT(WS-STEP-USED IX)
003090     END-PERFORM.
003100     MOVE "N" TO WS-STEP-HELD-SW(WS-STEP-USED).
003110     MOVE SPACES TO WS-STEP-HELD-BY(WS-STEP-USED).
003120 1150-EXIT.
003130     EXIT.
003140*
003150*-----------------------------------------------------------
003160* 1200-CHECK-DEPENDENTS - EVERY DEPENDENT NAMED ON A STEP
003170* CARD MUST BE A STEP THAT RUNS LATER IN THE SAME JOB. A
003180* DEPENDENT THAT IS MISSING, OR THAT WOULD ALREADY HAVE RUN,
003190* COULD NEVER BE HELD, SO THE JOB IS NOT STARTED.
003200*-----------------------------------------------------------
003210 1200-CHECK-DEPENDENTS.
003220     PERFORM VARYING WS-STEP-IX FROM 1 BY 1
003230             UNTIL WS-STEP-IX > WS-STEP-USED
003240         PERFORM VARYING WS-DEP-IX FROM 1 BY 1
003250                 UNTIL WS-DEP-IX > 6
003260             IF WS-STEP-DEPENDENT(WS-STEP-IX WS-DEP-IX)
003270                     NOT = SPACES
003280                 MOVE WS-STEP-DEPENDENT(WS-STEP-IX WS-DEP-IX)
003290                     TO WS-TARGET-STEP
003300                 PERFORM 2500-FIND-STEP THRU 2500-EXIT
003310                 IF NOT WS-FOUND
003320                         OR WS-HIT-IX NOT > WS-STEP-IX
003330                     DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IX)
003340                         " - DEPENDENT " WS-TARGET-STEP
003350                         " IS NOT A LATER STEP IN FACTJCTL"
003360                     MOVE "N" TO WS-INIT-SW
003370                 END-IF
003380             END-IF
003390         END-PERFORM
003400     END-PERFORM.
003410 1200-EXIT.
003420     EXIT.
003430*
003440*-----------------------------------------------------------
003450* 1300-CHECK-FOR-RESTART - LOOK FOR A FACTJRST CARD. WHEN ONE
003460* IS PRESENT WITH "Y" IN COLUMN 1, THE JOB STARTS AT THE
003470* NAMED STEP; A NAME THAT IS NOT ON FACTJCTL STOPS THE JOB
003480* RATHER THAN GUESS WHERE TO RESUME.
003490*-----------------------------------------------------------
003500 1300-CHECK-FOR-RESTART.
003510     OPEN INPUT FACTJRST.
003520     IF FACTJRST-STATUS NOT = "00"
003530         GO TO 1300-EXIT
003540     END-IF.
003550     READ FACTJRST
003560         AT END
003570             MOVE SPACES TO FACTJRST-RECORD
003580     END-READ.
003590     IF JR-RESTART-IND = "Y"
003600         MOVE JR-RESTART-STEP TO WS-RESTART-STEP
003610         MOVE "Y" TO WS-RESTART-SW
003620     END-IF.
003630     CLOSE FACTJRST.
003640
003650     IF NOT WS-RESTARTING
003660         GO TO 1300-EXIT
003670     END-IF.
003680
003690     MOVE WS-RESTART-STEP TO WS-TARGET-STEP.
003700     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
003710     IF WS-FOUND
003720         MOVE WS-HIT-IX TO WS-RESTART-IX
003730         DISPLAY "RESTARTING AT STEP " WS-RESTART-STEP
003740     ELSE
003750         DISPLAY "FACTJRST RESTART STEP " WS-RESTART-STEP
003760             " IS NOT ON FACTJCTL"
003770         MOVE "N" TO WS-INIT-SW
003780     END-IF.
003790 1300-EXIT.
003800     EXIT.
003810*
003820*-----------------------------------------------------------
003830* 2500-FIND-STEP - LOOK WS-TARGET-STEP UP IN THE STEP TABLE,
003840* LEAVING ITS SUBSCRIPT IN WS-HIT-IX WHEN FOUND.
003850*-----------------------------------------------------------
003860 2500-FIND-STEP.
003870     MOVE "N" TO WS-FOUND-SW.
003880     MOVE 0 TO WS-HIT-IX.
003890     PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-STEP-USED
003900         IF WS-STEP-NAME(IX) = WS-TARGET-STEP
003910             MOVE IX TO WS-HIT-IX
003920             MOVE "Y" TO WS-FOUND-SW
003930             EXIT PERFORM
003940         END-IF
003950     END-PERFORM.
003960 2500-EXIT.
003970     EXIT.
003980*
003990*-----------------------------------------------------------
004000* 3000-RUN-ONE-STEP - BYPASS THE STEP WHEN IT IS AHEAD OF THE
004010* RESTART POINT, HOLD IT WHEN A STEP IT DEPENDS ON FAILED OR
004020* WAS HELD, OTHERWISE CALL IT AND JUDGE ITS CONDITION CODE
004030* AGAINST ITS TOLERANCE. ONE JOB-LOG LINE PER STEP EITHER WAY.
004040*-----------------------------------------------------------
004050 3000-RUN-ONE-STEP.
004060     MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-STEP-PROGRAM.
004070     MOVE 0 TO WS-STEP-RC.
004080     MOVE SPACES TO WS-STEP-REMARKS.
004090     MOVE SPACES TO WS-STEP-END.
004100     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
004110     MOVE WS-AUDIT-TIMESTAMP TO WS-STEP-START.
004120
004130     IF WS-STEP-IX < WS-RESTART-IX
004140         MOVE "BYPASSED" TO WS-STEP-STATUS
004150         MOVE "BEFORE RESTART STEP" TO WS-STEP-REMARKS
004160         ADD 1 TO WS-BYPASS-COUNT
004170         DISPLAY "STEP " WS-STEP-PROGRAM " BYPASSED - RESTART"
004180         PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
004190         GO TO 3000-EXIT
004200     END-IF.
004210
004220     IF WS-STEP-HELD(WS-STEP-IX)
004230         MOVE "HELD" TO WS-STEP-STATUS
004240         STRING "HELD BY " WS-STEP-HELD-BY(WS-STEP-IX)
004250             DELIMITED BY SIZE INTO WS-STEP-REMARKS
004260         ADD 1 TO WS-HELD-COUNT
004270         DISPLAY "STEP " WS-STEP-PROGRAM " HELD BY "
004280             WS-STEP-HELD-BY(WS-STEP-IX)
004290         PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
004300         PERFORM 3300-HOLD-DEPENDENTS THRU 3300-EXIT
004310         GO TO 3000-EXIT
004320     END-IF.
004330
004340     PERFORM 3100-CALL-STEP THRU 3100-EXIT.
004350
004360     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
004370     MOVE WS-AUDIT-TIMESTAMP TO WS-STEP-END.
004380     ADD 1 TO WS-RUN-COUNT.
004390     IF WS-STEP-RC > WS-JOB-RC
004400         MOVE WS-STEP-RC TO WS-JOB-RC
004410     END-IF.
004420
004430     MOVE WS-STEP-RC TO WS-RC-EDIT.
004440     IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
004450         MOVE "OVER LIMIT" TO WS-STEP-STATUS
004460         IF WS-STEP-REMARKS = SPACES
004470             MOVE "DEPENDENTS HELD" TO WS-STEP-REMARKS
004480         END-IF
004490         ADD 1 TO WS-OVER-COUNT
004500         DISPLAY "STEP " WS-STEP-PROGRAM " ENDED CODE " WS-RC-EDIT
004510             " - OVER ITS LIMIT, DEPENDENTS HELD"
004520         PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
004530         PERFORM 3300-HOLD-DEPENDENTS THRU 3300-EXIT
004540     ELSE
004550         MOVE "ENDED OK" TO WS-STEP-STATUS
004560         DISPLAY "STEP " WS-STEP-PROGRAM " ENDED CODE " WS-RC-EDIT
004570         PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT
004580     END-IF.
004590 3000-EXIT.
004600     EXIT.
004610*
004620*-----------------------------------------------------------
004630* 3100-CALL-STEP - CALL THE STEP PROGRAM AND KEEP THE CODE IT
004640* RETURNS. RETURN-CODE IS CLEARED FIRST SO A STEP THAT SETS
004650* NO CODE OF ITS OWN READS AS CLEAN, AND CANCEL PUTS THE
004660* STEP BACK TO ITS INITIAL STATE THE SAME WAY FACTMENU DOES.
004670* A STEP THAT CANNOT BE LOADED COUNTS AS A FATAL 16.
004680*-----------------------------------------------------------
004690 3100-CALL-STEP.
004700     DISPLAY "STEP " WS-STEP-PROGRAM " STARTED " WS-STEP-START.
004710     MOVE 0 TO RETURN-CODE.
004720     CALL WS-STEP-PROGRAM
004730         ON EXCEPTION
004740             DISPLAY "STEP " WS-STEP-PROGRAM
004750                 " COULD NOT BE LOADED"
004760             MOVE 16 TO RETURN-CODE
004770             MOVE "PROGRAM NOT FOUND" TO WS-STEP-REMARKS
004780     END-CALL.
004790     MOVE RETURN-CODE TO WS-STEP-RC.
004800     CANCEL WS-STEP-PROGRAM.
004810     MOVE 0 TO RETURN-CODE.
004820 3100-EXIT.
004830     EXIT.
004840*
004850*-----------------------------------------------------------
004860* 3300-HOLD-DEPENDENTS - MARK EVERY STEP NAMED AS A DEPENDENT
004870* OF THE CURRENT STEP AS HELD, REMEMBERING WHICH STEP HELD
004880* IT. 1200-CHECK-DEPENDENTS HAS ALREADY PROVED EACH ONE IS A
004890* LATER STEP, SO THE HOLD IS ALWAYS SEEN BEFORE IT RUNS.
004900*-----------------------------------------------------------
004910 3300-HOLD-DEPENDENTS.
004920     PERFORM VARYING WS-DEP-IX FROM 1 BY 1 UNTIL WS-DEP-IX > 6
004930         IF WS-STEP-DEPENDENT(WS-STEP-IX WS-DEP-IX) NOT = SPACES
004940             MOVE WS-STEP-DEPENDENT(WS-STEP-IX WS-DEP-IX)
004950                 TO WS-TARGET-STEP
004960             PERFORM 2500-FIND-STEP THRU 2500-EXIT
004970             IF WS-FOUND AND NOT WS-STEP-HELD(WS-HIT-IX)
004980                 MOVE "Y" TO WS-STEP-HELD-SW(WS-HIT-IX)
004990                 MOVE WS-STEP-NAME(WS-STEP-IX)
005000                     TO WS-STEP-HELD-BY(WS-HIT-IX)
005010             END-IF
005020         END-IF
005030     END-PERFORM.
005040 3300-EXIT.
005050     EXIT.
005060*
005070*-----------------------------------------------------------
005080* 6000-WRITE-LOG-LINE - APPEND ONE LINE TO THE FACTJLOG JOB
005090* LOG FROM THE WS-STEP- FIELDS. THE TOLERANCE COMES FROM THE
005100* STEP TABLE FOR A REAL STEP AND IS ZERO ON THE JOB LINES.
005110*-----------------------------------------------------------
005120 6000-WRITE-LOG-LINE.
005130     IF NOT WS-LOG-OPEN
005140         GO TO 6000-EXIT
005150     END-IF.
005160
005170     MOVE SPACES TO FACTJLOG-RECORD.
005180     MOVE WS-RUN-ID TO JL-RUN-ID.
005190     MOVE WS-STEP-PROGRAM TO JL-STEP-NAME.
005200     MOVE WS-STEP-START TO JL-START-TIMESTAMP.
005210     MOVE WS-STEP-END TO JL-END-TIMESTAMP.
005220     MOVE WS-STEP-RC TO JL-RETURN-CODE.
005230     IF WS-STEP-PROGRAM = "FACTJOBC"
005240         MOVE 0 TO JL-MAX-RC
005250     ELSE
005260         MOVE WS-STEP-MAX-RC(WS-STEP-IX) TO JL-MAX-RC
005270     END-IF.
005280     MOVE WS-STEP-STATUS TO JL-STEP-STATUS.
005290     MOVE WS-STEP-REMARKS TO JL-REMARKS.
005300
005310     WRITE FACTJLOG-RECORD.
005320     IF FACTJLOG-STATUS NOT = "00"
005330         DISPLAY "UNABLE TO WRITE FACTJLOG, STATUS = "
005340             FACTJLOG-STATUS
005350     END-IF.
005360 6000-EXIT.
005370     EXIT.
005380*
005390*-----------------------------------------------------------
005400* 7000-BUILD-TIMESTAMP - CURRENT DATE AND TIME AS
005410* "MM/DD/YYYY HH:MM:SS" IN WS-AUDIT-TIMESTAMP, REBUILT FOR
005420* EVERY STEP BECAUSE A NIGHT'S STREAM RUNS FOR HOURS.
005430*-----------------------------------------------------------
005440 7000-BUILD-TIMESTAMP.
005450     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
005460     MOVE SPACES TO WS-RUN-DATE-DISPLAY.
005470     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
005480         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
005490     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
005500     MOVE SPACES TO WS-AUDIT-TIMESTAMP.
005510     STRING WS-RUN-DATE-DISPLAY " " WS-RT-HH ":" WS-RT-MM ":"
005520         WS-RT-SS DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
005530 7000-EXIT.
005540     EXIT.
005550*
005560*-----------------------------------------------------------
005570* 8000-TERMINATE - SETTLE THE JOB'S CODE, LOG THE JOB END,
005580* REPORT THE STEP COUNTS, AND CLOSE THE JOB LOG. A HELD STEP
005590* MEANS THE NIGHT'S WORK IS INCOMPLETE, SO THE JOB ENDS WITH
005600* AT LEAST 8 EVEN WHEN EVERY STEP THAT RAN WAS CLEAN ENOUGH.
005610*-----------------------------------------------------------
005620 8000-TERMINATE.
005630     IF WS-HELD-COUNT > 0 AND WS-JOB-RC < 8
005640         MOVE 8 TO WS-JOB-RC
005650     END-IF.
005660
005670     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
005680     MOVE "FACTJOBC" TO WS-STEP-PROGRAM.
005690     MOVE WS-JOB-START TO WS-STEP-START.
005700     MOVE WS-AUDIT-TIMESTAMP TO WS-STEP-END.
005710     MOVE WS-JOB-RC TO WS-STEP-RC.
005720     MOVE "JOB END" TO WS-STEP-STATUS.
005730     MOVE SPACES TO WS-STEP-REMARKS.
005740     IF NOT WS-INIT-OK
005750         MOVE "CONTROL CARDS BAD" TO WS-STEP-REMARKS
005760     END-IF.
005770     IF WS-RESTARTING AND WS-INIT-OK
005780         STRING "RESTART AT " WS-RESTART-STEP
005790             DELIMITED BY SIZE INTO WS-STEP-REMARKS
005800     END-IF.
005810     PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT.
005820
005830     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT.
005840     DISPLAY "STEPS RUN:             " WS-COUNT-EDIT.
005850     MOVE WS-OVER-COUNT TO WS-COUNT-EDIT.
005860     DISPLAY "STEPS OVER LIMIT:      " WS-COUNT-EDIT.
005870     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
005880     DISPLAY "STEPS HELD:            " WS-COUNT-EDIT.
005890     MOVE WS-BYPASS-COUNT TO WS-COUNT-EDIT.
005900     DISPLAY "STEPS BYPASSED:        " WS-COUNT-EDIT.
005910     MOVE WS-JOB-RC TO WS-RC-EDIT.
005920     DISPLAY "JOB CONDITION CODE:    " WS-RC-EDIT.
005930
005940     IF WS-LOG-OPEN
005950         CLOSE FACTJLOG
005960     END-IF.
005970
005980     IF WS-JOB-RC > RETURN-CODE
005990         MOVE WS-JOB-RC TO RETURN-CODE
006000     END-IF.
006010 8000-EXIT.
006020     EXIT.
