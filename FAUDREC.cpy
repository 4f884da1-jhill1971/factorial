000150*                 LOOKUP   - TABLE-LOOKUP INQUIRY
000160*                 SECURITY - SIGN-ON/AUTHORIZATION EVENT
000170*                 PROFILE  - OPERATOR PROFILE MAINTENANCE
000175*                 BACKOUT  - FACTMST LOAD BACKED OUT BY FACTMBAK
000176*                 MULTINOM - MULTINOMIAL COEFFICIENT REQUEST
000177*                 REPCOMB  - COMBINATIONS/PERMUTATIONS WITH
000178*                            REPETITION REQUEST
000179*                 PASCAL   - FULL PASCAL ROW REQUEST
000180*                 REQINQ   - REQUEST-STATUS INQUIRY (FACTRQIQ)
000181*                 DEPT     - DEPARTMENT MAINTENANCE (FACTDMNT)
000183*                 RESEND   - EXTRACT GENERATION RE-SEND
000184*                            (FACTXGEN)
000185*                 SEAL     - DAILY SEAL (SEE BELOW)
000187*                 CARRY    - CHAIN CARRY-OVER FROM FACTAUDR PURGE
000188* OUTCOME CODES:  C COMPUTED, T FROM TABLE, O OVERFLOW,
000190*                 I INVALID/NOT ON FILE, S SECURITY,
000192*                 B BACKED OUT
000195*                 D DELIVERED (RE-SENT EXTRACT)
000196*
000197* EVERY LINE IS CHAINED TO THE ONE BEFORE IT: AU-CHAIN-VALUE
000198* IS A CHECK VALUE FOLDED FROM THE PREVIOUS LINE'S CHAIN VALUE
000199* AND COLUMNS 1-100 OF THIS LINE, STAMPED BY THE FACTACHN
000200* SUBPROGRAM (PARAMETER COPYBOOK FACHPARM) JUST BEFORE THE
000201* WRITE, SO AN ALTERED, DELETED OR INSERTED LINE BREAKS THE
000202* CHAIN FOR FACTAVFY TO FIND. THE FIRST LINE WRITTEN ON A NEW
000203* DAY IS PRECEDED BY A SEAL LINE FOR THE DAY BEFORE, DATED
000204* THAT DAY AT 23:59:59, WHOSE AU-CHAIN-DATA HOLDS THE NUMBER
000205* OF LINES SINCE THE PREVIOUS SEAL AND THE CHAIN VALUE OF THE
000206* LAST OF THEM. A PURGE LEAVES A CARRY LINE AT THE HEAD OF THE
000207* CHAINED PART OF THE NEW LIVE LOG HOLDING THE CHAIN VALUE,
000208* UNSEALED LINE COUNT AND LAST LINE DATE THE ARCHIVE ENDED ON.
000209* PRE-CHAIN LINES HAVE SPACES IN AU-CHAIN-VALUE.
000212*-----------------------------------------------------------
000216 01  FACTAUD-RECORD.
000220     05  AU-TIMESTAMP.
000230         10  AU-TS-DATE          PIC X(10).
000240         10  FILLER              PIC X(01).
000340         88  AU-REQ-LOOKUP                 VALUE "LOOKUP".
000350         88  AU-REQ-SECURITY               VALUE "SECURITY".
000360         88  AU-REQ-PROFILE                VALUE "PROFILE".
000365         88  AU-REQ-BACKOUT                VALUE "BACKOUT".
000366         88  AU-REQ-MULTINOMIAL            VALUE "MULTINOM".
000367         88  AU-REQ-REPETITION             VALUE "REPCOMB".
000368         88  AU-REQ-PASCAL-ROW             VALUE "PASCAL".
000369         88  AU-REQ-STATUS-INQUIRY         VALUE "REQINQ".
000370         88  AU-REQ-DEPARTMENT             VALUE "DEPT".
000372         88  AU-REQ-RESEND                 VALUE "RESEND".
000374         88  AU-REQ-SEAL                   VALUE "SEAL".
000376         88  AU-REQ-CARRY                  VALUE "CARRY".
000378     05  FILLER                  PIC X(01).
000380     05  AU-REQUESTER-CODE       PIC X(04).
000390     05  FILLER                  PIC X(01).
000400     05  AU-INPUT-N              PIC 9(05).
000470         88  AU-OUT-OVERFLOW               VALUE "O".
000480         88  AU-OUT-INVALID                VALUE "I".
000490         88  AU-OUT-SECURITY               VALUE "S".
000495         88  AU-OUT-BACKED-OUT             VALUE "B".
000496         88  AU-OUT-DELIVERED              VALUE "D".
000500     05  FILLER                  PIC X(01).
000510     05  AU-RESULT-PREVIEW       PIC X(34).
000520     05  AU-CHAIN-DATA REDEFINES AU-RESULT-PREVIEW.
000530         10  AU-CH-LINE-COUNT    PIC 9(08).
000540         10  FILLER              PIC X(01).
000550         10  AU-CH-CLOSING-VALUE PIC 9(09).
000560         10  FILLER              PIC X(01).
000570         10  AU-CH-LAST-DATE     PIC X(10).
000580         10  FILLER              PIC X(05).
000590     05  FILLER                  PIC X(01).
000600     05  AU-CHAIN-VALUE          PIC 9(09).
