000088* CB-RATIO-VALID IS "Y" WHEN THEY ARE USABLE AND "N" WHEN
000089* THE RATIO COULD NOT BE EXPRESSED (INTEGER PART PAST 18
000091* DIGITS).
000092* CB-RECORD-KIND TELLS THE TYPED COMBIN REQUESTS APART FROM
000093* THE ORDINARY NPR/NCR RECORDS (SPACES, AS ON EVERY RECORD
000094* WRITTEN BEFORE THE FIELD EXISTED):
000095*   "M" MULTINOMIAL - CB-R-VALUE IS THE NUMBER OF GROUPS,
000096*       CB-GROUP-SIZE THE GROUP SIZES, CB-NCR-GROUP THE
000097*       MULTINOMIAL COEFFICIENT, CB-NPR-GROUP ZERO
000098*   "W" WITH REPETITION - CB-NPR-GROUP IS N**R (PERMUTATIONS
000099*       WITH REPETITION), CB-NCR-GROUP IS (N+R-1)C(R)
000100*       (COMBINATIONS WITH REPETITION)
000101*   "L" ONE ENTRY OF A PASCAL ROW - CB-R-VALUE IS K,
000102*       CB-NCR-GROUP IS NCK, CB-NPR-GROUP ZERO; A ROW IS N+1
000103*       CONSECUTIVE RECORDS, K = 0 THROUGH N
000104* THE RATIO FIELDS ARE ONLY FILLED ON ORDINARY RECORDS
000105* (CB-RATIO-VALID "N" ON THE TYPED ONES). COLUMNS 1-10 STAY
000106* NUMERIC ON EVERY KIND.
000107*-----------------------------------------------------------
000108 01  COMBREC-RECORD.
000110     05  CB-N-VALUE              PIC 9(05).
000120     05  CB-R-VALUE              PIC 9(05).
000130     05  CB-NPR-GROUP OCCURS 15 TIMES PIC 9(04).
000200     05  CB-RATIO-VALID          PIC X(01).
000210     05  CB-RATIO-INTEGER        PIC 9(18).
000220     05  CB-RATIO-DECIMALS       PIC X(06).
000230     05  CB-RECORD-KIND          PIC X(01).
000240         88  CB-KIND-NPR-NCR               VALUE SPACE.
000250         88  CB-KIND-MULTINOMIAL           VALUE "M".
000260         88  CB-KIND-REPETITION            VALUE "W".
000270         88  CB-KIND-PASCAL-ROW            VALUE "L".
000280     05  CB-GROUP-SIZE OCCURS 6 TIMES PIC 9(05).
