000383*                    LINE: STILL COUNTED PER DAY AND OPERATOR
000384*                    AS BEFORE, BUT LISTED SEPARATELY IN THE
000385*                    TYPE SUBTOTALS.
000386*    2026-10-15  JH  BACKOUT LINES FROM FACTMBAK (OUTCOME "B")
000387*                    ARE STRUCTURED LINES NOW AND GET THEIR
000388*                    OWN TYPE AND OUTCOME SUBTOTALS.
000389*    2026-10-15  JH  THE NEW FACTCOMB MULTINOMIAL, REPETITION,
000390*                    AND PASCAL ROW LINES (MULTINOM, REPCOMB,
000391*                    PASCAL) ARE STRUCTURED LINES WITH THEIR
000392*                    OWN TYPE SUBTOTALS.
000393*    2026-10-15  JH  FACTRQIQ REQUEST-STATUS INQUIRY LINES
000394*                    (REQINQ) ARE STRUCTURED LINES WITH THEIR
000395*                    OWN TYPE SUBTOTAL.
000396*    2026-10-15  JH  FACTAUD LINES ARE NOW CHAINED (SEE FAUDREC).
000397*                    REPORT MODE LEAVES SEAL AND CARRY LINES OUT
000398*                    OF THE SUMMARIES AND ONLY COUNTS THEM. A
000399*                    PURGE CARRIES THE CHAIN INTO THE ARCHIVE:
000400*                    CHAINED LINES ARE MOVED UNCHANGED AND ONLY
000401*                    AS AN UNBROKEN RUN FROM THE TOP OF THE LOG
000402*                    (ONCE ONE IS KEPT, ALL LATER ONES ARE KEPT
000403*                    TOO), SO THE ARCHIVE FOLLOWED BY THE NEW
000404*                    LIVE LOG IS STILL ONE CHAIN. WHEN NOTHING
000405*                    CHAINED IS KEPT, A SEAL FOR THE LAST
000406*                    ARCHIVED LINES CLOSES THE ARCHIVE. THE NEW
000407*                    LIVE LOG GETS A CARRY LINE AHEAD OF ITS
000408*                    FIRST CHAINED LINE HOLDING THE CHAIN STATE
000409*                    THE ARCHIVE ENDED ON; AN OLD CARRY LINE IS
000410*                    REPLACED, NEVER ARCHIVED. A PURGE DOES NOT
000411*                    CHECK THE CHAIN - RUN FACTAVFY FIRST - BUT
000412*                    SINCE NOTHING IS RESTAMPED, A BREAK ALREADY
000413*                    IN THE LOG STAYS VISIBLE IN ITS NEW HOME.
000414*    2026-10-15  JH  FACTDMNT DEPARTMENT MAINTENANCE LINES (DEPT)
000415*                    ARE STRUCTURED LINES WITH THEIR OWN TYPE
000416*                    SUBTOTAL.
000417*    2026-10-15  JH  FACTXGEN EXTRACT RE-SEND LINES (RESEND) ARE
000418*                    STRUCTURED LINES WITH THEIR OWN TYPE
000419*                    SUBTOTAL, AND A RE-SEND DELIVERED (OUTCOME
000420*                    "D") HAS ITS OWN OUTCOME SUBTOTAL.
000422*-----------------------------------------------------------
000423 ENVIRONMENT DIVISION.
000425 CONFIGURATION SECTION.
000426 SPECIAL-NAMES.
000428     C01 IS TOP-OF-PAGE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FAUDPARM ASSIGN TO FAUDPARM
000850 FD  FAUDARCH
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  FAUDARCH-RECORD             PIC X(110).
000890*
000900 FD  FAUDNEW
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  FAUDNEW-RECORD              PIC X(110).
000940*
000950 WORKING-STORAGE SECTION.
000960 01  WS-SWITCHES.
001190 01  WS-OPERATOR-FILTER          PIC X(08) VALUE SPACES.
001192 01  WS-TYPE-FILTER              PIC X(08) VALUE SPACES.
001200*
001210 01  WS-AUDIT-LINE               PIC X(110) VALUE SPACES.
001220 01  WS-AUDIT-FIELDS.
001230     05  WS-AU-MM                PIC X(02).
001240     05  WS-AU-DD                PIC X(02).
001330     05  WS-READ-COUNT           PIC 9(08) COMP VALUE 0.
001340     05  WS-SELECT-COUNT         PIC 9(08) COMP VALUE 0.
001350     05  WS-OVERFLOW-COUNT       PIC 9(08) COMP VALUE 0.
001351     05  WS-UNRECOG-COUNT        PIC 9(08) COMP VALUE 0.
001352     05  WS-ARCHIVE-COUNT        PIC 9(08) COMP VALUE 0.
001354     05  WS-KEEP-COUNT           PIC 9(08) COMP VALUE 0.
001355     05  WS-CONTROL-COUNT        PIC 9(08) COMP VALUE 0.
001356*
001358 01  WS-CHAIN-STATE.
001359     05  WS-CH-PRIOR-VALUE       PIC 9(09) VALUE 0.
001360     05  WS-CH-OPEN-COUNT        PIC 9(08) VALUE 0.
001362     05  WS-CH-OPEN-DATE         PIC X(10) VALUE SPACES.
001363     05  WS-CH-STARTED-SW        PIC X(01) VALUE "N".
001364         88  WS-CH-STARTED                  VALUE "Y".
001366     05  WS-CH-KEEPING-SW        PIC X(01) VALUE "N".
001367         88  WS-CH-KEEPING                  VALUE "Y".
001368     05  WS-CH-SEAL-ADDED-SW     PIC X(01) VALUE "N".
001370         88  WS-CH-SEAL-ADDED               VALUE "Y".
001371     05  WS-CH-CARRY-WRITTEN-SW  PIC X(01) VALUE "N".
001372         88  WS-CH-CARRY-WRITTEN            VALUE "Y".
001374 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001375 01  WS-RUN-TIME.
001376     05  WS-RT-HH                PIC 9(02).
001378     05  WS-RT-MM                PIC 9(02).
001379     05  WS-RT-SS                PIC 9(02).
001380     COPY FACHPARM.
001382*
001383 01  WS-TYPE-COUNTS.
001384     05  WS-TYPE-FACT-COUNT      PIC 9(08) COMP VALUE 0.
001386     05  WS-TYPE-LOOKUP-COUNT    PIC 9(08) COMP VALUE 0.
001387     05  WS-TYPE-SECURITY-COUNT  PIC 9(08) COMP VALUE 0.
001388     05  WS-TYPE-PROFILE-COUNT   PIC 9(08) COMP VALUE 0.
001389     05  WS-TYPE-BACKOUT-COUNT   PIC 9(08) COMP VALUE 0.
001390     05  WS-TYPE-MULTINOM-COUNT  PIC 9(08) COMP VALUE 0.
001391     05  WS-TYPE-REPCOMB-COUNT   PIC 9(08) COMP VALUE 0.
001392     05  WS-TYPE-PASCAL-COUNT    PIC 9(08) COMP VALUE 0.
001393     05  WS-TYPE-REQINQ-COUNT    PIC 9(08) COMP VALUE 0.
001394     05  WS-TYPE-DEPT-COUNT      PIC 9(08) COMP VALUE 0.
001395     05  WS-TYPE-RESEND-COUNT    PIC 9(08) COMP VALUE 0.
001396     05  WS-TYPE-LEGACY-COUNT    PIC 9(08) COMP VALUE 0.
001397 01  WS-OUTCOME-COUNTS.
001398     05  WS-OUT-COMPUTED-COUNT   PIC 9(08) COMP VALUE 0.
001399     05  WS-OUT-TABLE-COUNT      PIC 9(08) COMP VALUE 0.
001400     05  WS-OUT-OVERFLOW-COUNT   PIC 9(08) COMP VALUE 0.
001401     05  WS-OUT-INVALID-COUNT    PIC 9(08) COMP VALUE 0.
001403     05  WS-OUT-SECURITY-COUNT   PIC 9(08) COMP VALUE 0.
001404     05  WS-OUT-BACKOUT-COUNT    PIC 9(08) COMP VALUE 0.
001405     05  WS-OUT-DELIVERED-COUNT  PIC 9(08) COMP VALUE 0.
001406     05  WS-OUT-OTHER-COUNT      PIC 9(08) COMP VALUE 0.
001407*
001408 01  WS-DAY-TABLE.
001410     05  WS-DAY-ENTRY OCCURS 200 TIMES.
001420         10  WS-DAY-KEY          PIC 9(08).
001430         10  WS-DAY-COUNT        PIC 9(08) COMP.
002060     DISPLAY "------------------------".
002070
002080     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
002085     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
002090     STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
002100         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002110
002112     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
002114     IF WS-OPERATOR-ID = SPACES
002116         MOVE "BATCH" TO WS-OPERATOR-ID
002118     END-IF.
002119
002120     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002130     IF NOT WS-INIT-OK
002140         GO TO 1000-EXIT
003574     IF WS-LINE-GOOD
003575         IF AU-REQ-FACTORIAL OR AU-REQ-NPR-NCR
003576                 OR AU-REQ-LOOKUP OR AU-REQ-SECURITY
003577                 OR AU-REQ-PROFILE OR AU-REQ-BACKOUT
003578                 OR AU-REQ-MULTINOMIAL OR AU-REQ-REPETITION
003579                 OR AU-REQ-PASCAL-ROW
003580                 OR AU-REQ-STATUS-INQUIRY
003581                 OR AU-REQ-DEPARTMENT
003582                 OR AU-REQ-RESEND
003583             MOVE "Y" TO WS-STRUCTURED-SW
003585         END-IF
003586     END-IF.
003588 3100-EXIT.
003590     EXIT.
003600*
003610*-----------------------------------------------------------
003620* 3300-TALLY-FOR-REPORT - APPLY THE DATE RANGE AND OPERATOR
003630* FILTER, THEN COUNT THE LINE INTO THE PER-DAY AND PER-
003640* OPERATOR TABLES AND THE OVERFLOW TOTAL.
003643* SEAL AND CARRY LINES ARE CHAIN CONTROLS, NOT WORK, AND ARE
003646* ONLY COUNTED.
003650*-----------------------------------------------------------
003660 3300-TALLY-FOR-REPORT.
003670     IF NOT WS-LINE-GOOD
003680         GO TO 3300-EXIT
003690     END-IF.
003692     IF AU-REQ-SEAL OR AU-REQ-CARRY
003694         ADD 1 TO WS-CONTROL-COUNT
003696         GO TO 3300-EXIT
003698     END-IF.
003700
003710     MOVE "Y" TO WS-SELECTED-SW.
003720     IF WS-LINE-DATE < WS-FROM-DATE
003798             END-IF
003799         END-IF
003801     END-IF.
003805     IF NOT WS-SELECTED
003810         GO TO 3300-EXIT
003820     END-IF.
003830
004585             ADD 1 TO WS-TYPE-SECURITY-COUNT
004586         WHEN AU-REQ-PROFILE
004587             ADD 1 TO WS-TYPE-PROFILE-COUNT
004588         WHEN AU-REQ-BACKOUT
004589             ADD 1 TO WS-TYPE-BACKOUT-COUNT
004590         WHEN AU-REQ-MULTINOMIAL
004591             ADD 1 TO WS-TYPE-MULTINOM-COUNT
004592         WHEN AU-REQ-REPETITION
004593             ADD 1 TO WS-TYPE-REPCOMB-COUNT
004594         WHEN AU-REQ-PASCAL-ROW
004595             ADD 1 TO WS-TYPE-PASCAL-COUNT
004596         WHEN AU-REQ-STATUS-INQUIRY
004597             ADD 1 TO WS-TYPE-REQINQ-COUNT
004598         WHEN AU-REQ-DEPARTMENT
004599             ADD 1 TO WS-TYPE-DEPT-COUNT
004600         WHEN AU-REQ-RESEND
004601             ADD 1 TO WS-TYPE-RESEND-COUNT
004602     END-EVALUATE.
004603
004604     EVALUATE TRUE
004605         WHEN AU-OUT-COMPUTED
004606             ADD 1 TO WS-OUT-COMPUTED-COUNT
004607         WHEN AU-OUT-FROM-TABLE
004608             ADD 1 TO WS-OUT-TABLE-COUNT
004609         WHEN AU-OUT-OVERFLOW
004610             ADD 1 TO WS-OUT-OVERFLOW-COUNT
004611         WHEN AU-OUT-INVALID
004612             ADD 1 TO WS-OUT-INVALID-COUNT
004613         WHEN AU-OUT-SECURITY
004614             ADD 1 TO WS-OUT-SECURITY-COUNT
004615         WHEN AU-OUT-BACKED-OUT
004616             ADD 1 TO WS-OUT-BACKOUT-COUNT
004617         WHEN AU-OUT-DELIVERED
004618             ADD 1 TO WS-OUT-DELIVERED-COUNT
004619         WHEN OTHER
004620             ADD 1 TO WS-OUT-OTHER-COUNT
004621     END-EVALUATE.
004622 3330-EXIT.
004623     EXIT.
004624*
004625*-----------------------------------------------------------
004626* 3500-ROUTE-FOR-PURGE - AN ENTRY DATED BEFORE THE CUTOFF
004627* GOES TO THE YEARLY ARCHIVE; EVERYTHING ELSE - INCLUDING ANY
004628* UNRECOGNIZED LINE, TO BE SAFE - STAYS IN THE NEW LIVE LOG.
004629* A CHAINED LINE IS ONLY ARCHIVED WHILE NO CHAINED LINE HAS
004630* BEEN KEPT, AND THE FIRST ONE KEPT IS PRECEDED IN THE NEW LOG
004631* BY A CARRY LINE. AN OLD CARRY LINE ONLY HANDS OVER ITS STATE.
004632*-----------------------------------------------------------
004633 3500-ROUTE-FOR-PURGE.
004634     IF AU-CHAIN-VALUE NUMERIC
004635         PERFORM 3510-ROUTE-CHAINED-LINE THRU 3510-EXIT
004636         GO TO 3500-EXIT
004637     END-IF.
004638
004640     IF WS-LINE-GOOD AND WS-LINE-DATE < WS-CUTOFF-DATE
004650         WRITE FAUDARCH-RECORD FROM WS-AUDIT-LINE
004660         ADD 1 TO WS-ARCHIVE-COUNT
004690         ADD 1 TO WS-KEEP-COUNT
004700     END-IF.
004710 3500-EXIT.
004711     EXIT.
004712*
004713*-----------------------------------------------------------
004714* 3510-ROUTE-CHAINED-LINE - ROUTE A CHAINED LINE AND FOLLOW
004715* THE CHAIN STATE PAST IT: A SEAL CLOSES THE OPEN LINES, ANY
004716* OTHER LINE ADDS ONE TO THEM.
004717*-----------------------------------------------------------
004718 3510-ROUTE-CHAINED-LINE.
004719     IF AU-REQ-CARRY
004720         MOVE AU-CH-CLOSING-VALUE TO WS-CH-PRIOR-VALUE
004721         MOVE AU-CH-LINE-COUNT TO WS-CH-OPEN-COUNT
004722         MOVE AU-CH-LAST-DATE TO WS-CH-OPEN-DATE
004723         MOVE "Y" TO WS-CH-STARTED-SW
004724         GO TO 3510-EXIT
004725     END-IF.
004726
004727     IF NOT WS-CH-KEEPING
004728             AND WS-LINE-GOOD AND WS-LINE-DATE < WS-CUTOFF-DATE
004729         WRITE FAUDARCH-RECORD FROM WS-AUDIT-LINE
004730         ADD 1 TO WS-ARCHIVE-COUNT
004731     ELSE
004732         IF NOT WS-CH-KEEPING
004733             MOVE "Y" TO WS-CH-KEEPING-SW
004734             IF WS-CH-STARTED
004735                 PERFORM 3600-WRITE-CARRY-LINE THRU 3600-EXIT
004736             END-IF
004737         END-IF
004738         WRITE FAUDNEW-RECORD FROM WS-AUDIT-LINE
004739         ADD 1 TO WS-KEEP-COUNT
004740     END-IF.
004741
004742     MOVE AU-CHAIN-VALUE TO WS-CH-PRIOR-VALUE.
004743     IF AU-REQ-SEAL
004744         MOVE 0 TO WS-CH-OPEN-COUNT
004745         MOVE SPACES TO WS-CH-OPEN-DATE
004746     ELSE
004747         ADD 1 TO WS-CH-OPEN-COUNT
004748         MOVE AU-TS-DATE TO WS-CH-OPEN-DATE
004749     END-IF.
004750     MOVE "Y" TO WS-CH-STARTED-SW.
004751 3510-EXIT.
004752     EXIT.
004753*
004754*-----------------------------------------------------------
004755* 3600-WRITE-CARRY-LINE - START THE CHAINED PART OF THE NEW
004756* LIVE LOG WITH A CARRY LINE HOLDING THE CHAIN VALUE, OPEN
004757* LINE COUNT AND LAST LINE DATE THE ARCHIVE ENDS ON, SO
004758* FACTACHN CAN GO ON FROM IT AND FACTAVFY CAN TIE THE TWO
004759* FILES TOGETHER. THE RECORD AREA IS PUT BACK AFTERWARDS.
004760*-----------------------------------------------------------
004761 3600-WRITE-CARRY-LINE.
004762     MOVE SPACES TO FACTAUD-RECORD.
004763     MOVE WS-RUN-DATE-DISPLAY TO AU-TS-DATE.
004764     STRING WS-RT-HH ":" WS-RT-MM ":" WS-RT-SS
004765         DELIMITED BY SIZE INTO AU-TS-TIME.
004766     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
004767     MOVE "FACTAUDR" TO AU-PROGRAM-ID.
004768     MOVE "CARRY" TO AU-REQUEST-TYPE.
004769     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
004770     MOVE WS-CH-OPEN-COUNT TO AU-CH-LINE-COUNT.
004771     MOVE WS-CH-PRIOR-VALUE TO AU-CH-CLOSING-VALUE.
004772     MOVE WS-CH-OPEN-DATE TO AU-CH-LAST-DATE.
004773     MOVE WS-CH-PRIOR-VALUE TO AU-CHAIN-VALUE.
004774     WRITE FAUDNEW-RECORD FROM FACTAUD-RECORD.
004775     MOVE "Y" TO WS-CH-CARRY-WRITTEN-SW.
004776     MOVE WS-AUDIT-LINE TO FACTAUD-RECORD.
004777 3600-EXIT.
004778     EXIT.
004779*
004780*-----------------------------------------------------------
004781* 3700-WRITE-CLOSING-SEAL - NOTHING CHAINED WAS KEPT, SO THE
004782* LAST ARCHIVED LINES MAY HAVE NO DAY-END SEAL YET. SEAL THEM
004783* IN THE ARCHIVE, CHAINED ON FROM THE LAST ARCHIVED LINE.
004784*-----------------------------------------------------------
004785 3700-WRITE-CLOSING-SEAL.
004786     MOVE SPACES TO FACTAUD-RECORD.
004787     MOVE WS-CH-OPEN-DATE TO AU-TS-DATE.
004788     MOVE "23:59:59" TO AU-TS-TIME.
004789     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
004790     MOVE "FACTAUDR" TO AU-PROGRAM-ID.
004791     MOVE "SEAL" TO AU-REQUEST-TYPE.
004792     MOVE ZEROES TO AU-INPUT-N AU-INPUT-R.
004793     MOVE WS-CH-OPEN-COUNT TO AU-CH-LINE-COUNT.
004794     MOVE WS-CH-PRIOR-VALUE TO AU-CH-CLOSING-VALUE.
004795     MOVE WS-CH-OPEN-DATE TO AU-CH-LAST-DATE.
004796
004797     MOVE "C" TO AC-FUNCTION.
004798     MOVE FACTAUD-RECORD TO AC-AUDIT-RECORD.
004799     MOVE WS-CH-PRIOR-VALUE TO AC-PRIOR-VALUE.
004800     CALL "FACTACHN" USING AC-PARAMETERS.
004801     MOVE AC-CHAIN-VALUE TO AU-CHAIN-VALUE.
004802     WRITE FAUDARCH-RECORD FROM FACTAUD-RECORD.
004803     MOVE "Y" TO WS-CH-SEAL-ADDED-SW.
004804
004805     MOVE AC-CHAIN-VALUE TO WS-CH-PRIOR-VALUE.
004806     MOVE 0 TO WS-CH-OPEN-COUNT.
004807     MOVE SPACES TO WS-CH-OPEN-DATE.
004808 3700-EXIT.
004809     EXIT.
004810*
004811*-----------------------------------------------------------
004812* 4000-READ-FACTAUD - READ THE NEXT AUDIT LINE, SETTING THE
004813* END-OF-FILE SWITCH WHEN THE LOG IS EXHAUSTED.
004814*-----------------------------------------------------------
004815 4000-READ-FACTAUD.
004816     READ FACTAUD
004817         AT END
004818             MOVE "Y" TO WS-FACTAUD-EOF-SW
004820         NOT AT END
004830             MOVE FACTAUD-RECORD TO WS-AUDIT-LINE
004840     END-READ.
005681     MOVE "PROFILE" TO WS-SUMMARY-LABEL.
005682     MOVE WS-TYPE-PROFILE-COUNT TO WS-COUNT-EDIT.
005683     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005684     MOVE "BACKOUT" TO WS-SUMMARY-LABEL.
005685     MOVE WS-TYPE-BACKOUT-COUNT TO WS-COUNT-EDIT.
005686     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005687     MOVE "MULTINOM" TO WS-SUMMARY-LABEL.
005688     MOVE WS-TYPE-MULTINOM-COUNT TO WS-COUNT-EDIT.
005689     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005690     MOVE "REPCOMB" TO WS-SUMMARY-LABEL.
005691     MOVE WS-TYPE-REPCOMB-COUNT TO WS-COUNT-EDIT.
005692     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005693     MOVE "PASCAL" TO WS-SUMMARY-LABEL.
005694     MOVE WS-TYPE-PASCAL-COUNT TO WS-COUNT-EDIT.
005695     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005696     MOVE "REQINQ" TO WS-SUMMARY-LABEL.
005697     MOVE WS-TYPE-REQINQ-COUNT TO WS-COUNT-EDIT.
005698     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005699     MOVE "DEPT" TO WS-SUMMARY-LABEL.
005700     MOVE WS-TYPE-DEPT-COUNT TO WS-COUNT-EDIT.
005701     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005702     MOVE "RESEND" TO WS-SUMMARY-LABEL.
005703     MOVE WS-TYPE-RESEND-COUNT TO WS-COUNT-EDIT.
005704     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005705     MOVE "LEGACY (UNTYPED)" TO WS-SUMMARY-LABEL.
005706     MOVE WS-TYPE-LEGACY-COUNT TO WS-COUNT-EDIT.
005707     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005708
005709     MOVE SPACES TO RPT-DETAIL-LINE.
005710     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005712     MOVE "  SELECTED LINES PER OUTCOME" TO RPT-DETAIL-LINE.
005713     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005714     MOVE "COMPUTED" TO WS-SUMMARY-LABEL.
005715     MOVE WS-OUT-COMPUTED-COUNT TO WS-COUNT-EDIT.
005716     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005717     MOVE "FROM TABLE" TO WS-SUMMARY-LABEL.
005718     MOVE WS-OUT-TABLE-COUNT TO WS-COUNT-EDIT.
005719     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005720     MOVE "OVERFLOW" TO WS-SUMMARY-LABEL.
005722     MOVE WS-OUT-OVERFLOW-COUNT TO WS-COUNT-EDIT.
005723     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005724     MOVE "INVALID" TO WS-SUMMARY-LABEL.
005725     MOVE WS-OUT-INVALID-COUNT TO WS-COUNT-EDIT.
005726     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005727     MOVE "SECURITY" TO WS-SUMMARY-LABEL.
005728     MOVE WS-OUT-SECURITY-COUNT TO WS-COUNT-EDIT.
005729     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005731     MOVE "BACKED OUT" TO WS-SUMMARY-LABEL.
005732     MOVE WS-OUT-BACKOUT-COUNT TO WS-COUNT-EDIT.
005733     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005734     MOVE "DELIVERED" TO WS-SUMMARY-LABEL.
005735     MOVE WS-OUT-DELIVERED-COUNT TO WS-COUNT-EDIT.
005736     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005737     MOVE "OTHER" TO WS-SUMMARY-LABEL.
005738     MOVE WS-OUT-OTHER-COUNT TO WS-COUNT-EDIT.
005739     PERFORM 5520-WRITE-COUNT-LINE THRU 5520-EXIT.
005741
005742     MOVE SPACES TO RPT-DETAIL-LINE.
005743     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005744     MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT.
005745     MOVE SPACES TO RPT-DETAIL-LINE.
005746     STRING "  OVERFLOW OCCURRENCES:  " WS-COUNT-EDIT
005747         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005748     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005750
005760     MOVE WS-SELECT-COUNT TO WS-COUNT-EDIT.
005770     MOVE SPACES TO RPT-DETAIL-LINE.
005860             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005870         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005880     END-IF.
005881
005882     IF WS-CONTROL-COUNT > 0
005883         MOVE WS-CONTROL-COUNT TO WS-COUNT-EDIT
005884         MOVE SPACES TO RPT-DETAIL-LINE
005885         STRING "  SEAL/CARRY LINES:      " WS-COUNT-EDIT
005886             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005887         PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT
005888     END-IF.
005890 5500-EXIT.
005900     EXIT.
005901*
005912     PERFORM 5100-WRITE-REPORT-LINE THRU 5100-EXIT.
005913 5520-EXIT.
005914     EXIT.
005917*
005920*-----------------------------------------------------------
005930* 8000-TERMINATE - FILE THE SUMMARIES OR REPORT THE PURGE
005940* COUNTS, THEN CLOSE THE FILES BEFORE RETURNING CONTROL.
006020     END-IF.
006030
006040     IF WS-FUNC-PURGE
006041         IF WS-CH-STARTED AND NOT WS-CH-KEEPING
006042             IF WS-CH-OPEN-COUNT > 0
006043                 PERFORM 3700-WRITE-CLOSING-SEAL THRU 3700-EXIT
006044             END-IF
006045             PERFORM 3600-WRITE-CARRY-LINE THRU 3600-EXIT
006046         END-IF
006050         CLOSE FAUDARCH
006060         CLOSE FAUDNEW
006070         MOVE WS-ARCHIVE-COUNT TO WS-COUNT-EDIT
006080         DISPLAY "ENTRIES ARCHIVED:      " WS-COUNT-EDIT
006090         MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT
006100         DISPLAY "ENTRIES KEPT IN LOG:   " WS-COUNT-EDIT
006101         IF WS-CH-SEAL-ADDED
006102             DISPLAY "SEAL LINE ADDED TO CLOSE FAUDARCH"
006103         END-IF
006104         IF WS-CH-CARRY-WRITTEN
006105             DISPLAY "CARRY LINE WRITTEN TO FAUDNEW"
006106         END-IF
006110         DISPLAY "REPLACE THE LIVE FACTAUD WITH FAUDNEW TO "
006120             "COMPLETE THE PURGE"
006130     END-IF.
