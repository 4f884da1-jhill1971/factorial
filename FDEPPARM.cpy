000010*-----------------------------------------------------------
000020* FDEPPARM - PARAMETER AREA FOR CALLS TO THE FACTDCHK
000030* DEPARTMENT LOOKUP SUBPROGRAM. COPIED INTO THE CALLER'S
000040* WORKING-STORAGE AND INTO FACTDCHK'S LINKAGE SECTION.
000050*
000060* FUNCTIONS:  O  OPEN - LOAD THE FACTDEPT FILE. CALLED ONCE AT
000070*                START-UP SO A CALLER THAT CANNOT RUN WITHOUT
000080*                THE FILE FINDS OUT BEFORE IT READS ANY CARDS.
000090*             L  LOOKUP - RETURN THE RECORD FOR DP-DEPT-CODE.
000100*                LOADS THE FILE FIRST IF NO OPEN WAS DONE.
000110*             R  RELEASE - DROP THE LOADED TABLE AT END OF RUN
000120*                SO THE NEXT RUN IN THE SAME REGION READS THE
000130*                FILE AFRESH.
000140* RESULTS:    00 CODE IS ON FILE AND ACTIVE, 04 ON FILE BUT
000150*             INACTIVE, 23 NOT ON FILE, 99 FACTDEPT COULD NOT BE
000160*             READ. THE NAME, COST CENTER, CONTACT, FLAG AND
000170*             CEILING ARE FILLED IN FOR 00 AND 04 ONLY.
000180*-----------------------------------------------------------
000190 01  DP-PARAMETERS.
000200     05  DP-FUNCTION             PIC X(01).
000210         88  DP-FUNC-OPEN                  VALUE "O".
000220         88  DP-FUNC-LOOKUP                VALUE "L".
000230         88  DP-FUNC-RELEASE               VALUE "R".
000240     05  DP-DEPT-CODE            PIC X(04).
000250     05  DP-DEPT-NAME            PIC X(24).
000260     05  DP-COST-CENTER          PIC X(08).
000270     05  DP-CONTACT              PIC X(20).
000280     05  DP-ACTIVE-FLAG          PIC X(01).
000290     05  DP-MONTHLY-CEILING      PIC 9(07).
000300     05  DP-RESULT               PIC X(02).
000310         88  DP-RESULT-ACTIVE              VALUE "00".
000320         88  DP-RESULT-INACTIVE            VALUE "04".
000330         88  DP-RESULT-NOT-FOUND           VALUE "23".
000340         88  DP-RESULT-UNAVAILABLE         VALUE "99".
