000010*-----------------------------------------------------------
000020* FPROPREC - DETAIL RECORD FOR THE PROPXTR FACTORIAL
000030* PROPERTIES EXTRACT WRITTEN BY FACTPROP. EACH VALUE GETS ONE
000040* "S" SUMMARY RECORD (DIGIT COUNT, TRAILING ZEROS, NUMBER OF
000050* DISTINCT PRIMES, AND THE DIGIT SUM WHEN N! FITS THE 60-DIGIT
000060* FACTBIG CAPACITY) FOLLOWED BY ONE "F" FACTOR RECORD PER
000070* PRIME P <= N GIVING THE EXPONENT OF P IN N!, SMALLEST PRIME
000080* FIRST. EVERY DETAIL RECORD BEGINS WITH THE INPUT VALUE, SO
000090* THE FILE CARRIES THE SAME XTRCTL "H" HEADER AND "T" TRAILER
000100* CONTROL RECORDS AS FACTXTR, HASHED ON PP-INPUT-VALUE OVER
000110* EVERY DETAIL RECORD.
000120*-----------------------------------------------------------
000130 01  FACTPROP-RECORD.
000140     05  PP-INPUT-VALUE          PIC 9(05).
000150     05  PP-RECORD-KIND          PIC X(01).
000160         88  PP-SUMMARY-RECORD             VALUE "S".
000170         88  PP-FACTOR-RECORD              VALUE "F".
000180     05  PP-REQUESTER-CODE       PIC X(04).
000190     05  PP-SUMMARY-DATA.
000200         10  PP-DIGIT-COUNT      PIC 9(06).
000210         10  PP-TRAILING-ZEROS   PIC 9(05).
000220         10  PP-PRIME-COUNT      PIC 9(05).
000230         10  PP-DIGIT-SUM-IND    PIC X(01).
000240             88  PP-DIGIT-SUM-PRESENT      VALUE "Y".
000250         10  PP-DIGIT-SUM        PIC 9(04).
000260     05  PP-FACTOR-DATA REDEFINES PP-SUMMARY-DATA.
000270         10  PP-PRIME            PIC 9(05).
000280         10  PP-EXPONENT         PIC 9(06).
000290         10  FILLER              PIC X(10).
000300     05  PP-CALC-DATE.
000310         10  PP-CALC-YYYY        PIC 9(04).
000320         10  PP-CALC-MM          PIC 9(02).
000330         10  PP-CALC-DD          PIC 9(02).
