000010*-----------------------------------------------------------
000020* FXCATREC - RECORD LAYOUT FOR THE FXTRCAT EXTRACT GENERATION
000030* CATALOG. FACTXVFY APPENDS ONE ENTRY EACH TIME IT JUDGES A
000040* FACTXTR OR COMBXTR: A FILE THAT VERIFIED CLEAN IS KEPT AS A
000050* GENERATION ON THE FXTRGEN STORE (RECORD LAYOUT FXGENREC) AND
000060* CATALOGUED AS KEPT; A FILE THAT FAILED IS CATALOGUED BUT NOT
000070* KEPT, SO THE CATALOG SHOWS EVERY NIGHT'S VERDICT. THE RUN
000080* DATE, RUN ID AND SOURCE PROGRAM COME FROM THE FILE'S FIRST
000090* XTRCTL HEADER; THE DETAIL COUNT AND HASH TOTAL ARE THE ONES
000100* FACTXVFY REBUILT FROM THE DETAILS. FACTXGEN LISTS THE
000110* CATALOG, MARKS GENERATIONS PURGED WHEN THEY PASS THE
000120* RETENTION PERIOD, AND RE-VERIFIES A GENERATION AGAINST ITS
000130* ENTRY BEFORE RE-SENDING IT.
000140*
000150* FILE TYPES:   F  FACTXTR (FACTREC), C  COMBXTR (COMBREC)
000160* RESULTS:      C  VERIFIED CLEAN, F  FAILED VERIFICATION
000170* STATUSES:     K  KEPT ON FXTRGEN, N  NOT KEPT (FAILED),
000180*               P  PURGED BY FACTXGEN ON XC-PURGE-DATE
000190*-----------------------------------------------------------
000200 01  FXTRCAT-RECORD.
000210     05  XC-FILE-TYPE            PIC X(01).
000220         88  XC-TYPE-FACTXTR               VALUE "F".
000230         88  XC-TYPE-COMBXTR               VALUE "C".
000240     05  FILLER                  PIC X(01).
000250     05  XC-GEN-DATE             PIC 9(08).
000260     05  FILLER                  PIC X(01).
000270     05  XC-RUN-ID               PIC X(14).
000280     05  FILLER                  PIC X(01).
000290     05  XC-SOURCE-PROGRAM       PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  XC-DETAIL-COUNT         PIC 9(08).
000320     05  FILLER                  PIC X(01).
000330     05  XC-HASH-TOTAL           PIC 9(12).
000340     05  FILLER                  PIC X(01).
000350     05  XC-VERIFY-RESULT        PIC X(01).
000360         88  XC-VERIFIED-CLEAN             VALUE "C".
000370         88  XC-VERIFY-FAILED              VALUE "F".
000380     05  FILLER                  PIC X(01).
000390     05  XC-CATALOG-DATE         PIC 9(08).
000400     05  XC-CATALOG-TIME         PIC 9(06).
000410     05  FILLER                  PIC X(01).
000420     05  XC-GEN-STATUS           PIC X(01).
000430         88  XC-GEN-KEPT                   VALUE "K".
000440         88  XC-GEN-NOT-KEPT               VALUE "N".
000450         88  XC-GEN-PURGED                 VALUE "P".
000460     05  FILLER                  PIC X(01).
000470     05  XC-PURGE-DATE           PIC 9(08).
000480     05  FILLER                  PIC X(16).
