000010*-----------------------------------------------------------
000020* FACHPARM - PARAMETER AREA FOR CALLS TO THE FACTACHN AUDIT
000030* CHAIN SUBPROGRAM. COPIED INTO THE CALLER'S WORKING-STORAGE
000040* AND INTO FACTACHN'S LINKAGE SECTION.
000050*
000060* FUNCTIONS:  L  LOCATE - READ FACTAUD TO THE END TO PICK UP
000070*                THE CHAIN VALUE TO CONTINUE FROM. CALLED JUST
000080*                BEFORE THE CALLER OPENS FACTAUD EXTEND.
000090*             S  STAMP - CHAIN AC-AUDIT-RECORD TO THE LINE
000100*                BEFORE IT. WHEN THE RECORD IS THE FIRST OF A
000110*                NEW DAY, AC-SEAL-FLAG COMES BACK "Y" AND THE
000120*                SEAL LINE FOR THE DAY BEFORE IS IN
000130*                AC-SEAL-RECORD: THE CALLER WRITES IT FIRST,
000140*                THEN AC-AUDIT-RECORD.
000150*             C  COMPUTE - RETURN IN AC-CHAIN-VALUE THE CHAIN
000160*                VALUE AC-AUDIT-RECORD WOULD CARRY IF IT
000170*                FOLLOWED A LINE WHOSE CHAIN VALUE IS
000180*                AC-PRIOR-VALUE. NOTHING IS REMEMBERED.
000190* RESULTS:    00 DONE, 99 FACTAUD COULD NOT BE READ BY A
000200*             LOCATE - THE CHAIN STARTS AGAIN FROM ZERO AND
000210*             FACTAVFY WILL REPORT THE BREAK.
000220*-----------------------------------------------------------
000230 01  AC-PARAMETERS.
000240     05  AC-FUNCTION             PIC X(01).
000250         88  AC-FUNC-LOCATE                VALUE "L".
000260         88  AC-FUNC-STAMP                 VALUE "S".
000270         88  AC-FUNC-COMPUTE               VALUE "C".
000280     05  AC-AUDIT-RECORD         PIC X(110).
000290     05  AC-PRIOR-VALUE          PIC 9(09).
000300     05  AC-CHAIN-VALUE          PIC 9(09).
000310     05  AC-SEAL-FLAG            PIC X(01).
000320         88  AC-SEAL-DUE                   VALUE "Y".
000330     05  AC-SEAL-RECORD          PIC X(110).
000340     05  AC-RESULT               PIC X(02).
000350         88  AC-RESULT-OK                  VALUE "00".
000360         88  AC-RESULT-UNAVAILABLE         VALUE "99".
