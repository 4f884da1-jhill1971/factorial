000010*-----------------------------------------------------------
000020* FREQPARM - PARAMETER AREA FOR CALLS TO THE FACTRQST
000030* REQUEST-STATUS SUBPROGRAM. COPIED INTO THE CALLER'S
000040* WORKING-STORAGE AND INTO FACTRQST'S LINKAGE SECTION.
000050*
000060* FUNCTIONS:  N  NEW REQUEST - ASSIGN THE NEXT REQUEST ID FOR
000070*                TODAY, RETURNED IN RQ-REQUEST-ID, AND FILE
000080*                THE FIRST EVENT (RQ-STATUS) WITH THE
000090*                REQUESTER, SOURCE FILE AND CARD IMAGE
000100*             U  UPDATE - POST RQ-STATUS AS A NEW EVENT ON
000110*                REQUEST RQ-REQUEST-ID
000120*             C  CLOSE THE REQUEST-STATUS FILE AT END OF RUN
000130* RQ-OPEN-FLAG IS "Y" WHILE THE REQUEST STILL HAS A STEP TO
000140* GO, "N" WHEN THE STATUS POSTED IS ITS LAST.
000150* RESULTS:    00 DONE, 23 REQUEST ID NOT ON FILE, 99 THE
000160*             REQUEST-STATUS FILE IS NOT AVAILABLE - TRACKING
000170*             IS SKIPPED BUT THE CALLER'S RUN CARRIES ON.
000180*-----------------------------------------------------------
000190 01  RQ-PARAMETERS.
000200     05  RQ-FUNCTION             PIC X(01).
000210         88  RQ-FUNC-NEW                   VALUE "N".
000220         88  RQ-FUNC-UPDATE                VALUE "U".
000230         88  RQ-FUNC-CLOSE                 VALUE "C".
000240     05  RQ-REQUEST-ID           PIC X(14).
000250     05  RQ-REQUESTER-CODE       PIC X(04).
000260     05  RQ-SOURCE-FILE          PIC X(06).
000270     05  RQ-STATUS               PIC X(10).
000280     05  RQ-OPEN-FLAG            PIC X(01).
000290     05  RQ-PROGRAM-ID           PIC X(08).
000300     05  RQ-NOTE                 PIC X(20).
000310     05  RQ-CARD-IMAGE           PIC X(80).
000320     05  RQ-RESULT               PIC X(02).
000330         88  RQ-RESULT-OK                  VALUE "00".
000340         88  RQ-RESULT-NOT-FOUND           VALUE "23".
000350         88  RQ-RESULT-UNAVAILABLE         VALUE "99".
