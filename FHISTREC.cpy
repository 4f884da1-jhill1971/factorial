000080* OVERFLOW RATE, GOVERNOR CUTOFFS, AND EVERY OUT-OF-BALANCE
000090* OR NONZERO-CONDITION-CODE RUN ACROSS WEEKS AND MONTHS.
000100* RH-RUN-ID IS THE RUN'S START YYYYMMDDHHMMSS.
000103* RH-COMPUTE-MODE IS "S" FOR A SORTED INCREMENTAL RUN, SPACE
000106* FOR AN ORDINARY ONE (AND ON RECORDS WRITTEN BEFORE IT).
000110*-----------------------------------------------------------
000120 01  FACTHIST-RECORD.
000130     05  RH-RUN-ID               PIC X(14).
000370     05  RH-GOVERNOR-CUTOFF      PIC X(01).
000380     05  FILLER                  PIC X(01).
000390     05  RH-IN-BALANCE           PIC X(01).
000400     05  FILLER                  PIC X(01).
000410     05  RH-COMPUTE-MODE         PIC X(01).
