000010*-----------------------------------------------------------
000020* FXGENREC - RECORD LAYOUT FOR THE FXTRGEN EXTRACT GENERATION
000030* STORE. EVERY RECORD OF A FACTXTR OR COMBXTR THAT FACTXVFY
000040* VERIFIED CLEAN IS APPENDED HERE UNCHANGED IN
000050* XG-EXTRACT-RECORD, FOLLOWED BY THE KEY OF THE GENERATION IT
000060* BELONGS TO - FILE TYPE, RUN DATE AND RUN ID, AS CATALOGUED
000070* ON FXTRCAT (RECORD LAYOUT FXCATREC), AND THE CATALOG DATE
000072* AND TIME OF THE KEEP. THE CATALOG STAMP MAKES EACH KEEP'S
000074* RECORDS DISTINCT, SO THE RECORDS LEFT BY A KEEP THAT FAILED
000076* PART WAY (AND SO WAS NEVER CATALOGUED) ARE NEVER TAKEN FOR
000078* THOSE OF A LATER KEEP OF THE SAME RUN. THE EXTRACT IMAGE
000080* COMES FIRST SO THE XTRCTL HEADER AND TRAILER LAYOUTS CAN BE
000090* COPIED UNDER THE SAME FD AND OVERLAY IT. FACTXGEN RE-SENDS A
000100* GENERATION BY COPYING ITS XG-EXTRACT-RECORDS BACK OUT IN
000110* ORDER, AND DROPS A PURGED GENERATION'S RECORDS.
000120*-----------------------------------------------------------
000130 01  FXTRGEN-RECORD.
000140     05  XG-EXTRACT-RECORD       PIC X(200).
000150     05  XG-GENERATION-KEY.
000160         10  XG-FILE-TYPE        PIC X(01).
000170         10  XG-GEN-DATE         PIC 9(08).
000180         10  XG-RUN-ID           PIC X(14).
000190         10  XG-CATALOG-DATE     PIC 9(08).
000200         10  XG-CATALOG-TIME     PIC 9(06).
