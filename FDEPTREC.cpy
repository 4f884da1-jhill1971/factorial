000010*-----------------------------------------------------------
000020* FDEPTREC - RECORD LAYOUT FOR THE FACTDEPT DEPARTMENT
000030* REFERENCE FILE, MAINTAINED BY FACTDMNT AND READ THROUGH THE
000040* FACTDCHK SUBPROGRAM. ONE RECORD PER REQUESTER/DEPARTMENT
000050* CODE - THE CODE PUNCHED ON FACTIN AND COMBIN CARDS - WITH
000060* THE NAME AND COST CENTER FINANCE BILLS IT UNDER AND THE
000070* PERSON TO CALL ABOUT IT. DR-ACTIVE-FLAG IS "N" FOR A CODE
000080* THAT MAY NO LONGER BE USED ON A CARD; THE RECORD STAYS ON
000090* FILE SO OLD WORK STILL BILLS UNDER ITS NAME.
000100* DR-MONTHLY-CEILING IS THE MOST BILLABLE CALCULATIONS THE
000110* DEPARTMENT EXPECTS IN A MONTH (ZERO = NO CEILING); FACTCHGB
000120* FLAGS A STATEMENT THAT GOES PAST IT.
000130*-----------------------------------------------------------
000140 01  FACTDEPT-RECORD.
000150     05  DR-DEPT-CODE            PIC X(04).
000160     05  DR-DEPT-NAME            PIC X(24).
000170     05  DR-COST-CENTER          PIC X(08).
000180     05  DR-CONTACT              PIC X(20).
000190     05  DR-ACTIVE-FLAG          PIC X(01).
000200         88  DR-INACTIVE                   VALUE "N".
000210     05  DR-MONTHLY-CEILING      PIC 9(07).
000220     05  FILLER                  PIC X(16).
