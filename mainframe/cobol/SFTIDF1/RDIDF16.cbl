002100* THE TRAILING SUMMARY PAGE CARRIES THE STATEMENT COUNTS    *
002200* AND A GRAND TOTAL OF THE CLOSING BALANCES.  THE GRAND     *
002300* TOTAL PLUS THE EXCLUDED POST-MONTH ACTIVITY PLUS THE      *
002400* BALANCES OF PROVIDERS NOT STATEMENTED (TERMED/SUSPENDED,  *
002500* SKIPPED, AND HELD) TIES TO THE RDIDF3 RECONCILIATION      *
002600* CALCULATED TOTAL FOR THE SAME BUSINESS DATE - EVERY       *
002610* FIGURE IS PRINTED SO THE TIE-OUT IS ARITHMETIC.           *
002620*                                                           *
002630* A PROVIDER WHOSE ADDRESS IS FLAGGED UNDELIVERABLE         *
002640* (PROV-ADDR-UNDELIV-FLAG, SET BY RDIDF28 FROM RETURNED     *
002650* MAIL) IS NOT MAILED - ITS STATEMENT IS SUPPRESSED AND     *
002660* THE PROVIDER IS LISTED IN THE HELD-STATEMENT SECTION      *
002670* AHEAD OF THE SUMMARY PAGE UNTIL THE ADDRESS IS CHANGED.   *
002700*                                                           *
002800* SYSIN SUPPLIES THE STATEMENT MONTH (CCYYMM) AND THE       *
002900* SKIP-EMPTY OPTION - Y SUPPRESSES THE STATEMENT FOR A      *
003300* MODIFICATION HISTORY                                      *
003400*----------------------------------------------------------*
003500* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003510* 10/15/2026  DK   A PROVIDER WHOSE ADDRESS IS FLAGGED         *
003520*                  UNDELIVERABLE (SET BY RDIDF28 FROM RETURNED *
003530*                  MAIL) IS NO LONGER STATEMENTED.  IT IS      *
003540*                  LISTED IN A NEW HELD-STATEMENT SECTION      *
003550*                  AHEAD OF THE SUMMARY PAGE, AND ITS BALANCE  *
003560*                  IS A FIFTH SUMMARY TOTAL SO THE RDIDF3      *
003570*                  TIE-OUT STILL HOLDS.                        *
003600*----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
011500     05  WS-STMT-COUNT           PIC 9(07) VALUE ZERO.
011600     05  WS-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
011700     05  WS-INACTIVE-COUNT       PIC 9(07) VALUE ZERO.
011710     05  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
011720     05  WS-HOLD-LOST-COUNT      PIC 9(07) VALUE ZERO.
011730     05  WS-HOLD-USED            PIC 9(04) VALUE ZERO.
011740     05  WS-PRINT-SUB            PIC 9(04).
011800
011900 01  WS-ACCUMULATORS         COMP.
012000     05  WS-GRAND-TOTAL          PIC S9(10)V99 VALUE ZERO.
012100     05  WS-SKIPPED-TOTAL        PIC S9(10)V99 VALUE ZERO.
012200     05  WS-INACTIVE-TOTAL       PIC S9(10)V99 VALUE ZERO.
012210     05  WS-AFTER-TOTAL          PIC S9(10)V99 VALUE ZERO.
012220     05  WS-HELD-TOTAL           PIC S9(10)V99 VALUE ZERO.
012300
012310 01  WS-HOLD-TABLE-AREA.
012320     05  WS-HOLD-LINE            PIC X(132)
012330                                 OCCURS 500 TIMES.
012340
012400 01  WS-REPORT-FIELDS.
012500     05  WS-BAL-ED-1             PIC -(9)9.99.
012600     05  WS-BAL-ED-2             PIC -(9)9.99.
012800     05  WS-COUNT-ED-1           PIC Z(06)9.
012900     05  WS-COUNT-ED-2           PIC Z(06)9.
013000     05  WS-COUNT-ED-3           PIC Z(06)9.
013010     05  WS-COUNT-ED-4           PIC Z(06)9.
013100
013200     COPY RUNCTLWS.
013300
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-PROVIDER THRU 2000-EXIT
014200         UNTIL MASTER-EOF.
014210     PERFORM 3000-PRINT-HELD-SECTION THRU 3000-EXIT.
014300     PERFORM 4000-WRITE-SUMMARY-PAGE THRU 4000-EXIT.
014400     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
014500     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------*
018700* 2000-PROCESS-PROVIDER - DECIDE AND PRODUCE THE STATEMENT  *
018800* FOR ONE MASTER RECORD, THEN READ THE NEXT.  TERMED AND    *
018900* SUSPENDED PROVIDERS ARE NOT STATEMENTED; THEIR BALANCES   *
019000* ARE TOTALLED FOR THE SUMMARY TIE-OUT.  A STATEMENT FOR AN *
019010* UNDELIVERABLE ADDRESS IS HELD, NOT PRINTED, AND ITS       *
019020* BALANCE TOTALLED SEPARATELY.                              *
019100*----------------------------------------------------------*
019200 2000-PROCESS-PROVIDER.
019300     IF NOT PROV-ACTIVE
020250         ADD PROV-BAL TO WS-SKIPPED-TOTAL
020300         GO TO 2000-NEXT
020400     END-IF.
020410     IF PROV-ADDR-UNDELIVERABLE
020420         PERFORM 2300-HOLD-STATEMENT THRU 2300-EXIT
020430         ADD 1 TO WS-HELD-COUNT
020440         ADD PROV-BAL TO WS-HELD-TOTAL
020450         GO TO 2000-NEXT
020460     END-IF.
020500     PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT.
020600     ADD 1 TO WS-STMT-COUNT.
020700     ADD WS-CLOSING-BAL TO WS-GRAND-TOTAL.
032000     WRITE STMT-LINE.
032100 2250-EXIT.
032200     EXIT.
032201
032202*----------------------------------------------------------*
032203* 2300-HOLD-STATEMENT - THE ADDRESS ON FILE IS FLAGGED      *
032204* UNDELIVERABLE, SO NO STATEMENT IS PRINTED.  THE PROVIDER  *
032205* IS HELD IN STORAGE FOR THE HELD-STATEMENT SECTION WITH    *
032206* ITS MONTH-END BALANCE.  LINES PAST THE TABLE CAPACITY     *
032207* ARE COUNTED, NOT LISTED.                                  *
032208*----------------------------------------------------------*
032209 2300-HOLD-STATEMENT.
032210     IF WS-HOLD-USED >= 500
032211         ADD 1 TO WS-HOLD-LOST-COUNT
032212         GO TO 2300-EXIT
032213     END-IF.
032214     ADD 1 TO WS-HOLD-USED.
032215     MOVE WS-CLOSING-BAL TO WS-BAL-ED-1.
032216     MOVE SPACES TO WS-HOLD-LINE (WS-HOLD-USED).
032217     STRING "  PROV-ID=" PROV-ID
032218         " UNDELIVERABLE SINCE " PROV-ADDR-UNDELIV-DATE
032219         " CLOSING=" WS-BAL-ED-1
032220         " " PROV-DESC
032221         DELIMITED SIZE INTO WS-HOLD-LINE (WS-HOLD-USED)
032222     END-STRING.
032223 2300-EXIT.
032224     EXIT.
032300
032400*----------------------------------------------------------*
032500* 2800-START-HISTORY - POSITION THE HISTORY FILE AT THE    *
038300     END-IF.
038400 2900-EXIT.
038500     EXIT.
038501
038502*----------------------------------------------------------*
038503* 3000-PRINT-HELD-SECTION - THE STATEMENTS HELD FOR AN      *
038504* UNDELIVERABLE ADDRESS, FOR PROVIDER RELATIONS TO TRACE A  *
038505* NEW ADDRESS.  PRINTED AHEAD OF THE SUMMARY PAGE.          *
038506*----------------------------------------------------------*
038507 3000-PRINT-HELD-SECTION.
038508     MOVE SPACES TO STMT-LINE.
038509     WRITE STMT-LINE.
038510     MOVE ALL "=" TO STMT-LINE.
038511     WRITE STMT-LINE.
038512     MOVE "HELD STATEMENTS - ADDRESS UNDELIVERABLE, NOT MAILED"
038513         TO STMT-LINE.
038514     WRITE STMT-LINE.
038515     IF WS-HOLD-USED = ZERO
038516         MOVE "  NONE" TO STMT-LINE
038517         WRITE STMT-LINE
038518     ELSE
038519         PERFORM 3010-PRINT-ONE-HELD THRU 3010-EXIT
038520             VARYING WS-PRINT-SUB FROM 1 BY 1
038521             UNTIL WS-PRINT-SUB > WS-HOLD-USED
038522     END-IF.
038523     IF WS-HOLD-LOST-COUNT > ZERO
038524         MOVE WS-HOLD-LOST-COUNT TO WS-COUNT-ED-1
038525         MOVE SPACES TO STMT-LINE
038526         STRING "*** LINES PAST TABLE CAPACITY - NOT LISTED: "
038527             WS-COUNT-ED-1
038528             DELIMITED SIZE INTO STMT-LINE
038529         END-STRING
038530         WRITE STMT-LINE
038531     END-IF.
038532 3000-EXIT.
038533     EXIT.
038534
038535*----------------------------------------------------------*
038536* 3010-PRINT-ONE-HELD - PRINT ONE HELD-STATEMENT LINE.      *
038537*----------------------------------------------------------*
038538 3010-PRINT-ONE-HELD.
038539     MOVE WS-HOLD-LINE (WS-PRINT-SUB) TO STMT-LINE.
038540     WRITE STMT-LINE.
038541 3010-EXIT.
038542     EXIT.
038600
038700*----------------------------------------------------------*
038800* 4000-WRITE-SUMMARY-PAGE - STATEMENT COUNTS AND THE GRAND  *
038900* TOTAL OF CLOSING BALANCES, PLUS THE BALANCES NOT          *
039000* STATEMENTED (INCLUDING THOSE HELD FOR AN UNDELIVERABLE    *
039100* ADDRESS) AND THE EXCLUDED POST-MONTH ACTIVITY, SO THE SUM *
039110* OF THE FIVE TOTALS TIES TO THE RDIDF3 CALCULATED PROV-BAL *
039120* TOTAL FOR THE BUSINESS DATE.                              *
039200*----------------------------------------------------------*
039300 4000-WRITE-SUMMARY-PAGE.
039400     MOVE SPACES TO STMT-LINE.
040000     MOVE WS-STMT-COUNT TO WS-COUNT-ED-1.
040100     MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED-2.
040200     MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED-3.
040210     MOVE WS-HELD-COUNT TO WS-COUNT-ED-4.
040300     MOVE SPACES TO STMT-LINE.
040400     STRING "STATEMENTS PRODUCED: " WS-COUNT-ED-1
040500         "  SKIPPED (EMPTY): "      WS-COUNT-ED-2
040600         "  NOT ACTIVE: "           WS-COUNT-ED-3
040610         "  HELD (UNDELIVERABLE): " WS-COUNT-ED-4
040700         DELIMITED SIZE INTO STMT-LINE
040800     END-STRING.
040900     WRITE STMT-LINE.
042500         DELIMITED SIZE INTO STMT-LINE
042600     END-STRING.
042700     WRITE STMT-LINE.
042701     MOVE WS-HELD-TOTAL TO WS-TOTAL-ED.
042702     MOVE SPACES TO STMT-LINE.
042703     STRING "BALANCES OF HELD (UNDELIVERABLE) PROVIDERS: "
042704         WS-TOTAL-ED
042705         DELIMITED SIZE INTO STMT-LINE
042706     END-STRING.
042707     WRITE STMT-LINE.
042710     MOVE WS-AFTER-TOTAL TO WS-TOTAL-ED.
042720     MOVE SPACES TO STMT-LINE.
042730     STRING "POST-MONTH ACTIVITY EXCLUDED FROM CLOSING "
042760     END-STRING.
042770     WRITE STMT-LINE.
042800     MOVE SPACES TO STMT-LINE.
042810     STRING "SUM OF THE FIVE TOTALS TIES TO THE "
042820         "RDIDF3 CALCULATED PROV-BAL TOTAL"
042900         DELIMITED SIZE INTO STMT-LINE
042910     END-STRING.
