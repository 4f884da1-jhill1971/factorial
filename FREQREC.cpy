000010*-----------------------------------------------------------
000020* FREQREC - RECORD LAYOUT FOR THE FREQSTAT REQUEST-STATUS
000030* MASTER. ONE RECORD PER FACTIN OR COMBIN REQUEST CARD, KEYED
000040* BY THE REQUEST ID GIVEN THE CARD WHEN IT FIRST ENTERED THE
000050* SUITE (YYYYMMDD PLUS A SIX-DIGIT SEQUENCE WITHIN THE DAY).
000060* EVERY PROGRAM THAT MOVES A CARD ON UPDATES THE RECORD
000070* THROUGH THE FACTRQST SUBPROGRAM, SO THE CURRENT STATUS AND
000080* THE HISTORY OF A REQUEST CAN BE ANSWERED FROM HERE INSTEAD
000090* OF FROM FACTREJ, AGERPT, RPTFILE AND FACTAUD BY HAND.
000100* RS-EVENT KEEPS THE FIRST EVENT AND THE NINE MOST RECENT.
000110*
000120* STATUSES:  RECEIVED   COMBIN CARD READ BY FACTCOMB
000130*            ACCEPTED   FACTIN CARD PASSED FACTEDIT
000140*            REJECTED   CARD FAILED FACTEDIT OR FACTCOMB (OR
000150*                       FAILED AGAIN IN FACTRCYC)
000160*            RECYCLED   CORRECTED REJECT MERGED BY FACTRCYC
000170*            PROCESSED  ALL CALCULATIONS DONE BY FACTDRV OR
000180*                       FACTCOMB
000190*            CUTOFF     LEFT UNPROCESSED BY A FACTDRV
000200*                       GOVERNOR STOP - RESUMES ON RESTART
000210*            EXTRACTED  RESULTS WRITTEN TO FACTXTR OR COMBXTR
000220* A REQUEST IS OPEN UNTIL IT IS EXTRACTED, OR UNTIL A
000230* STATUS WITH NO ONWARD STEP (A REJECTED COMBIN CARD, A
000240* COMBIN RESULT TOO LARGE TO EXTRACT) CLOSES IT.
000250*-----------------------------------------------------------
000260 01  FACTREQ-RECORD.
000270     05  RS-REQUEST-ID.
000280         10  RS-ID-DATE          PIC 9(08).
000290         10  RS-ID-SEQUENCE      PIC 9(06).
000300     05  RS-REQUESTER-CODE       PIC X(04).
000310     05  RS-SOURCE-FILE          PIC X(06).
000320     05  RS-CURRENT-STATUS       PIC X(10).
000330         88  RS-STAT-RECEIVED              VALUE "RECEIVED".
000340         88  RS-STAT-ACCEPTED              VALUE "ACCEPTED".
000350         88  RS-STAT-REJECTED              VALUE "REJECTED".
000360         88  RS-STAT-RECYCLED              VALUE "RECYCLED".
000370         88  RS-STAT-PROCESSED             VALUE "PROCESSED".
000380         88  RS-STAT-CUTOFF                VALUE "CUTOFF".
000390         88  RS-STAT-EXTRACTED             VALUE "EXTRACTED".
000400     05  RS-OPEN-FLAG            PIC X(01).
000410         88  RS-REQUEST-OPEN               VALUE "Y".
000420         88  RS-REQUEST-CLOSED             VALUE "N".
000430     05  RS-SUBMIT-DATE          PIC 9(08).
000440     05  RS-LAST-UPDATE          PIC X(19).
000450     05  RS-LAST-PROGRAM         PIC X(08).
000460     05  RS-CARD-IMAGE           PIC X(80).
000470     05  RS-EVENT-COUNT          PIC 9(02).
000480     05  RS-EVENT OCCURS 10 TIMES.
000490         10  RS-EV-STATUS        PIC X(10).
000500         10  RS-EV-TIMESTAMP     PIC X(19).
000510         10  RS-EV-PROGRAM       PIC X(08).
000520         10  RS-EV-NOTE          PIC X(20).
