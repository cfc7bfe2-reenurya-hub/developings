000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF31.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF31 - ESCHEAT REMITTANCE CLEARING.                    *
000900*                                                           *
001000* APPLIES FINANCE'S REMITTANCE CONFIRMATIONS, IDFESRMT.DAT, *
001100* TO THE ESCHEAT LEDGER, IDFESCHT.DAT (COPYBOOK ESCHTREC),  *
001200* THAT RDIDF30 APPENDS TO FOR EVERY DORMANT CREDIT BALANCE  *
001300* IT REPORTS.  ONE CONFIRMATION COVERS ONE STATE'S HOLDER   *
001400* REPORT - STATE AND REPORT DATE - AND MUST EQUAL THE TOTAL *
001500* OF THE BALANCES STILL AWAITING REMITTANCE ON THAT REPORT  *
001600* TO THE CENT.  ONE THAT DOES NOT, OR THAT MATCHES NOTHING, *
001700* CLEARS NOTHING AND IS LISTED AS AN EXCEPTION.             *
001800*                                                           *
001900* FOR A MATCHED REPORT, EACH BALANCE IS CLEARED FROM THE    *
002000* PROVIDER THAT HOLDS IT TODAY - THE REPORTED PROVIDER, OR  *
002100* THE SURVIVOR AT THE END OF ITS MERGE CHAIN ON IDFXREF.DAT:*
002200*   - THE PROVIDER'S CREDIT STILL COVERS THE AMOUNT: THE    *
002300*     CLEARING ADJUSTMENT (TRAN "A", +AMOUNT) IS WRITTEN TO *
002400*     IDFESPST.DAT AND THE LEDGER RECORD IS MARKED "C".     *
002500*   - IT DOES NOT, OR THE PROVIDER IS GONE: NOTHING IS      *
002600*     POSTED, THE RECORD IS MARKED "X" FOR FINANCE TO       *
002700*     RESOLVE BY HAND, AND THE RUN ENDS RC 4.               *
002800* IDFESPST.DAT IS ONE POSTING BATCH (COPYBOOK PSTBATCH) IN  *
002900* IDFPOST.DAT FORMAT THAT OPERATIONS APPENDS TO THE NEXT    *
003000* IDFPOST FEED FOR RDIDF7.  ITS BATCH ID IS "ES" + THE      *
003010* BUSINESS DATE + A RUN NUMBER WITHIN THE DATE              *
003020* (8850-RUNCTL-NEXT-BATCH-ID), SO A RERUN NEVER REPEATS AN  *
003030* ID.  THE ADJUSTMENT'S SOURCE REF IS "ES" + STATE + REPORT *
003100* DATE.                                                     *
003200* THE CLEARING REPORT, IDFESCRP.DAT, LISTS EVERY BALANCE    *
003300* CLEARED OR NOT, BY CONFIRMATION, WITH THE RUN TOTALS.     *
003400*                                                           *
003500* THE LEDGER'S NEW GENERATION IS WRITTEN TO IDFESCNW.DAT,   *
003600* WHICH OPERATIONS RENAMES OVER IDFESCHT.DAT AFTER A CLEAN  *
003700* RUN.  NOTHING IS PURGED.  RUN ON DEMAND WHEN FINANCE      *
003800* CONFIRMS A REMITTANCE, NEVER WHILE RDIDF30 IS RUNNING.    *
003900*----------------------------------------------------------*
004000* MODIFICATION HISTORY                                      *
004100*----------------------------------------------------------*
004200* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004300*----------------------------------------------------------*
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LFESRMT ASSIGN TO "IDFESRMT.DAT"
004900         FILE STATUS IS ESRMT-FILE-STATUS
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT LFESCHT ASSIGN TO "IDFESCHT.DAT"
005300         FILE STATUS IS ESCHT-FILE-STATUS
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT LFESCNW ASSIGN TO "IDFESCNW.DAT"
005700         FILE STATUS IS ESCNW-FILE-STATUS
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
006100         FILE STATUS IS FILE-CHECK-KEY
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS PROV-ID
006500         ALTERNATE RECORD KEY IS PROV-DESC
006600             WITH DUPLICATES.
006700
006800     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
006900         FILE STATUS IS XREF-FILE-STATUS
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS XREF-OLD-PROV-ID.
007300
007400     SELECT LFESPST ASSIGN TO "IDFESPST.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT LFESCRP ASSIGN TO "IDFESCRP.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
008100         FILE STATUS IS RUNC-FILE-STATUS
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS RUNC-JOB-NAME.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800*----------------------------------------------------------*
008900* ONE REMITTANCE CONFIRMATION PER STATE HOLDER REPORT PAID, *
009000* KEYED BY FINANCE.  NUMERIC FIELDS ARE CARRIED AS TEXT AND *
009100* EDITED BEFORE USE.                                        *
009200*----------------------------------------------------------*
009300 FD  LFESRMT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  ESRMT-RECORD.
009600     05  RMT-STATE               PIC X(02).
009700     05  RMT-REPORT-DATE         PIC X(08).
009800     05  RMT-REPORT-DATE-NUM REDEFINES RMT-REPORT-DATE
009900                                 PIC 9(08).
010000     05  RMT-AMOUNT              PIC X(10).
010100     05  RMT-AMOUNT-NUM REDEFINES RMT-AMOUNT
010200                                 PIC 9(08)V99.
010300     05  RMT-REMIT-DATE          PIC X(08).
010400     05  RMT-REMIT-DATE-NUM REDEFINES RMT-REMIT-DATE
010500                                 PIC 9(08).
010600     05  RMT-REMIT-REF           PIC X(10).
010700     05  FILLER                  PIC X(42).
010800
010900 FD  LFESCHT
011000     RECORD CONTAINS 120 CHARACTERS.
011100 01  ESCHT-FILE-REC              PIC X(120).
011200
011300 FD  LFESCNW
011400     RECORD CONTAINS 120 CHARACTERS.
011500 01  ESCNW-FILE-REC              PIC X(120).
011600
011700 FD  LFIDPROVS.
011800     COPY PROVREC.
011900
012000 FD  LFXREF.
012100     COPY XREFREC.
012200
012300 FD  LFESPST
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  PSGEN-RECORD.
012600     05  GEN-PROV-ID             PIC 9(10).
012700     05  GEN-TRAN-CODE           PIC X(01).
012800     05  GEN-AMOUNT-SIGN         PIC X(01).
012900     05  GEN-AMOUNT              PIC 9(08)V99.
013000     05  GEN-SOURCE-REF          PIC X(12).
013100     05  FILLER                  PIC X(46).
013200     COPY PSTBATCH.
013300
013400 FD  LFESCRP
013500     RECORD CONTAINS 132 CHARACTERS.
013600 01  ESCRP-LINE                  PIC X(132).
013700
013800 FD  LFRNCTL.
013900     COPY RUNCTL.
014000
014100 WORKING-STORAGE SECTION.
014200 01  WS-WORK-AREAS.
014300     05  FILE-CHECK-KEY          PIC X(02).
014400         88  RECORDFOUND             VALUES "00" "02".
014500         88  RECORDNOTFOUND          VALUE "23".
014600
014700     05  XREF-FILE-STATUS        PIC X(02).
014800         88  XREF-FILE-OK            VALUE "00".
014900
015000     05  ESRMT-FILE-STATUS       PIC X(02).
015100         88  ESRMT-FILE-OK           VALUES "00" "04".
015200         88  ESRMT-EOF               VALUE "10".
015300
015400     05  ESCHT-FILE-STATUS       PIC X(02).
015500         88  ESCHT-FILE-OK           VALUES "00" "04".
015600         88  ESCHT-EOF               VALUE "10".
015700         88  ESCHT-NOT-FOUND         VALUE "35".
015800
015900     05  ESCNW-FILE-STATUS       PIC X(02).
016000         88  ESCNW-FILE-OK           VALUES "00" "04".
016100
016200     05  WS-SURV-PROV-ID         PIC 9(10).
016300     05  WS-AVAIL-CREDIT         PIC S9(10)V99.
016400     05  WS-EXC-REASON           PIC X(40).
016500     05  WS-CLEAR-RESULT         PIC X(40).
016600
016700 01  WS-SWITCHES.
016800     05  REMIT-EOF-SW            PIC X(01) VALUE "N".
016900         88  REMIT-EOF               VALUE "Y".
017000     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
017100         88  XREF-PRESENT            VALUE "Y".
017200     05  XREF-DONE-SW            PIC X(01) VALUE "N".
017300         88  XREF-DONE               VALUE "Y".
017400     05  PROV-FOUND-SW           PIC X(01) VALUE "N".
017500         88  PROV-FOUND              VALUE "Y".
017600     05  CLEARED-FOUND-SW        PIC X(01) VALUE "N".
017700         88  CLEARED-FOUND           VALUE "Y".
017800     05  NEWGEN-OPEN-SW          PIC X(01) VALUE "N".
017900         88  NEWGEN-OPEN             VALUE "Y".
018000
018100     COPY ESCHTREC.
018200
018300*----------------------------------------------------------*
018400* WS-LEDGER-TABLE - THE WHOLE ESCHEAT LEDGER, IN FILE ORDER,*
018500* UPDATED IN PLACE AND WRITTEN BACK AS THE NEW GENERATION.  *
018600*----------------------------------------------------------*
018700 01  WS-LEDGER-TABLE-AREA.
018800     05  WS-LEDGER-ENTRY         PIC X(120) OCCURS 10000 TIMES.
018900
019000*----------------------------------------------------------*
019100* WS-CLEARED-TABLE - WHAT THIS RUN HAS ALREADY CLEARED FROM *
019200* EACH PROVIDER, SO TWO BALANCES MERGED ONTO ONE SURVIVOR   *
019300* CANNOT BOTH BE TAKEN FROM THE SAME CREDIT.                *
019400*----------------------------------------------------------*
019500 01  WS-CLEARED-TABLE-AREA.
019600     05  WS-CLEARED-ENTRY        OCCURS 5000 TIMES.
019700         10  WS-CLR-PROV-ID      PIC 9(10).
019800         10  WS-CLR-AMOUNT       PIC 9(10)V99.
019900
020000 01  WS-TABLE-WORK           COMP.
020100     05  WS-LEDGER-USED          PIC 9(05) VALUE ZERO.
020200     05  WS-CLEARED-USED         PIC 9(04) VALUE ZERO.
020300     05  WS-LDG-SUB              PIC 9(05).
020400     05  WS-CLR-SUB              PIC 9(04).
020500     05  WS-CLR-FOUND-SUB        PIC 9(04).
020600
020700 01  WS-CONSTANTS            COMP.
020800     05  WS-MAX-XREF-HOPS        PIC 9(03) VALUE 20.
020900
021000 01  WS-COUNTERS             COMP.
021100     05  WS-XREF-HOPS            PIC 9(03) VALUE ZERO.
021200     05  WS-REMIT-COUNT          PIC 9(07) VALUE ZERO.
021300     05  WS-REMIT-MATCH-COUNT    PIC 9(07) VALUE ZERO.
021400     05  WS-ITEM-COUNT           PIC 9(07) VALUE ZERO.
021500     05  WS-CLEARED-COUNT        PIC 9(07) VALUE ZERO.
021600     05  WS-NOT-CLEARED-COUNT    PIC 9(07) VALUE ZERO.
021700     05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
021800     05  WS-ADJ-COUNT            PIC 9(07) VALUE ZERO.
021900
022000 01  WS-ACCUMULATORS         COMP.
022100     05  WS-REPORT-TOTAL         PIC S9(10)V99 VALUE ZERO.
022200     05  WS-CLEARED-TOTAL        PIC S9(10)V99 VALUE ZERO.
022300     05  WS-NOT-CLEARED-TOTAL    PIC S9(10)V99 VALUE ZERO.
022400     05  WS-ADJ-HASH             PIC S9(11)V99 VALUE ZERO.
022500
022600 01  WS-REPORT-FIELDS.
022700     05  WS-AMT-ED-1             PIC -(8)9.99.
022800     05  WS-AMT-ED-2             PIC -(8)9.99.
022900     05  WS-TOTAL-ED             PIC -(10)9.99.
023000     05  WS-COUNT-ED-1           PIC Z(06)9.
023100
023200     COPY RUNCTLWS.
023300
023400 PROCEDURE DIVISION.
023500
023600 0000-MAINLINE.
023700     MOVE "RDIDF31 " TO WS-RUNC-THIS-JOB.
023800     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
023810     MOVE "ESBATCH " TO WS-RUNC-BATCH-KEY.
023820     MOVE "ES" TO WS-RUNC-BATCH-PREFIX.
023830     PERFORM 8850-RUNCTL-NEXT-BATCH-ID THRU 8850-EXIT.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-PROCESS-REMITTANCE THRU 2000-EXIT
024100         UNTIL REMIT-EOF.
024200     PERFORM 3000-WRITE-NEW-GENERATION THRU 3000-EXIT.
024300     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
024400     PERFORM 4200-WRITE-ADJ-TRAILER THRU 4200-EXIT.
024500     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
024600     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
024700     IF WS-EXCEPTION-COUNT > ZERO
024800         MOVE 4 TO RETURN-CODE
024900     END-IF.
025000     STOP RUN.
025100
025200*----------------------------------------------------------*
025300* 1000-INITIALIZE - OPEN THE CONFIRMATIONS, LOAD THE        *
025400* LEDGER, OPEN THE MASTER AND THE OUTPUTS WITH THEIR        *
025500* HEADINGS, AND PRIME THE CONFIRMATION LOOP.  THE RUN DOES  *
025600* NOT START WITHOUT FINANCE'S FILE.  NO LEDGER YET IS AN    *
025700* EMPTY LEDGER - EVERY CONFIRMATION IS THEN AN EXCEPTION.   *
025800*----------------------------------------------------------*
025900 1000-INITIALIZE.
026000     OPEN INPUT LFESRMT.
026100     IF NOT ESRMT-FILE-OK
026200         DISPLAY "RDIDF31 ABEND - REMITTANCE CONFIRMATION FILE "
026300             "IDFESRMT.DAT OPEN STATUS " ESRMT-FILE-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     PERFORM 1100-LOAD-LEDGER THRU 1100-EXIT.
026800     OPEN INPUT LFIDPROVS.
026900     IF NOT RECORDFOUND
027000         DISPLAY "RDIDF31 ABEND - LFIDPROVS OPEN STATUS "
027100             FILE-CHECK-KEY
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     OPEN INPUT LFXREF.
027600     IF NOT XREF-FILE-OK
027700         MOVE "N" TO XREF-PRESENT-SW
027800     END-IF.
027900     OPEN OUTPUT LFESPST.
028000     MOVE SPACES TO PSTB-HEADER-RECORD.
028100     MOVE "**HEADER**" TO PSTB-HDR-REC-ID.
028200     MOVE WS-RUNC-BATCH-ID TO PSTB-HDR-BATCH-ID.
028500     MOVE WS-RUNC-BUS-DATE TO PSTB-HDR-CREATE-DATE.
028600     MOVE "RDIDF31 " TO PSTB-HDR-SOURCE.
028700     WRITE PSTB-HEADER-RECORD.
028800     OPEN OUTPUT LFESCRP.
028900     MOVE SPACES TO ESCRP-LINE.
029000     STRING "UNCLAIMED PROPERTY REMITTANCE CLEARING - "
029100         "BUSINESS DATE " WS-RUNC-BUS-DATE
029200         DELIMITED SIZE INTO ESCRP-LINE
029300     END-STRING.
029400     WRITE ESCRP-LINE.
029500     PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------*
030000* 1100-LOAD-LEDGER - LOAD THE WHOLE LEDGER.  MORE RECORDS   *
030100* THAN THE TABLE HOLDS HALTS THE RUN - THE NEW GENERATION   *
030200* WOULD OTHERWISE LOSE THE REST.                            *
030300*----------------------------------------------------------*
030400 1100-LOAD-LEDGER.
030500     OPEN INPUT LFESCHT.
030600     IF ESCHT-NOT-FOUND
030700         GO TO 1100-EXIT
030800     END-IF.
030900     IF NOT ESCHT-FILE-OK
031000         DISPLAY "RDIDF31 ABEND - LFESCHT OPEN STATUS "
031100             ESCHT-FILE-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         STOP RUN
031400     END-IF.
031500     PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
031600         UNTIL ESCHT-EOF.
031700     CLOSE LFESCHT.
031800 1100-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------*
032200* 1110-LOAD-ONE-ENTRY - READ ONE LEDGER RECORD INTO THE     *
032300* NEXT ENTRY.                                               *
032400*----------------------------------------------------------*
032500 1110-LOAD-ONE-ENTRY.
032600     READ LFESCHT.
032700     IF ESCHT-EOF
032800         GO TO 1110-EXIT
032900     END-IF.
033000     IF NOT ESCHT-FILE-OK
033100         DISPLAY "RDIDF31 ABEND - LFESCHT STATUS "
033200             ESCHT-FILE-STATUS
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     IF WS-LEDGER-USED >= 10000
033700         DISPLAY "RDIDF31 ABEND - MORE THAN 10000 RECORDS ON "
033800             "IDFESCHT.DAT"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     ADD 1 TO WS-LEDGER-USED.
034300     MOVE ESCHT-FILE-REC TO WS-LEDGER-ENTRY (WS-LEDGER-USED).
034400 1110-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------*
034800* 2000-PROCESS-REMITTANCE - PROVE ONE CONFIRMATION AGAINST  *
034900* THE BALANCES AWAITING REMITTANCE ON ITS STATE REPORT, AND *
035000* CLEAR THEM IF IT PROVES, THEN READ THE NEXT.              *
035100*----------------------------------------------------------*
035200 2000-PROCESS-REMITTANCE.
035300     ADD 1 TO WS-REMIT-COUNT.
035400     MOVE SPACES TO ESCRP-LINE.
035500     WRITE ESCRP-LINE.
035600     MOVE SPACES TO ESCRP-LINE.
035700     STRING "REMITTANCE: STATE " RMT-STATE
035800         "  REPORT DATE " RMT-REPORT-DATE
035900         "  AMOUNT " RMT-AMOUNT
036000         "  REMITTED " RMT-REMIT-DATE
036100         "  REF " RMT-REMIT-REF
036200         DELIMITED SIZE INTO ESCRP-LINE
036300     END-STRING.
036400     WRITE ESCRP-LINE.
036500     IF RMT-STATE = SPACES
036600             OR RMT-REPORT-DATE NOT NUMERIC
036700             OR RMT-AMOUNT NOT NUMERIC
036800             OR RMT-REMIT-DATE NOT NUMERIC
036900         MOVE "INVALID STATE, DATE, OR AMOUNT" TO WS-EXC-REASON
037000         PERFORM 2700-REMIT-EXCEPTION THRU 2700-EXIT
037100         GO TO 2000-NEXT
037200     END-IF.
037300     MOVE ZERO TO WS-ITEM-COUNT.
037400     MOVE ZERO TO WS-REPORT-TOTAL.
037500     PERFORM 2100-TOTAL-ONE-ENTRY THRU 2100-EXIT
037600         VARYING WS-LDG-SUB FROM 1 BY 1
037700         UNTIL WS-LDG-SUB > WS-LEDGER-USED.
037800     IF WS-ITEM-COUNT = ZERO
037900         MOVE "NO BALANCES AWAITING REMITTANCE ON THIS REPORT"
038000             TO WS-EXC-REASON
038100         PERFORM 2700-REMIT-EXCEPTION THRU 2700-EXIT
038200         GO TO 2000-NEXT
038300     END-IF.
038400     IF WS-REPORT-TOTAL NOT = RMT-AMOUNT-NUM
038500         MOVE WS-REPORT-TOTAL TO WS-TOTAL-ED
038600         MOVE SPACES TO WS-EXC-REASON
038700         STRING "REPORT TOTAL " WS-TOTAL-ED " - MISMATCH"
038800             DELIMITED SIZE INTO WS-EXC-REASON
038900         END-STRING
039000         PERFORM 2700-REMIT-EXCEPTION THRU 2700-EXIT
039100         GO TO 2000-NEXT
039200     END-IF.
039300     ADD 1 TO WS-REMIT-MATCH-COUNT.
039400     MOVE SPACES TO ESCRP-LINE.
039500     STRING "  PROV-ID    PROVIDER NAME                      "
039600         "      CLEAR-FROM       AMOUNT RESULT"
039700         DELIMITED SIZE INTO ESCRP-LINE
039800     END-STRING.
039900     WRITE ESCRP-LINE.
040000     PERFORM 2200-CLEAR-ONE-ENTRY THRU 2200-EXIT
040100         VARYING WS-LDG-SUB FROM 1 BY 1
040200         UNTIL WS-LDG-SUB > WS-LEDGER-USED.
040300 2000-NEXT.
040400     PERFORM 2900-READ-REMITTANCE THRU 2900-EXIT.
040500 2000-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------*
040900* 2100-TOTAL-ONE-ENTRY - COUNT AND TOTAL ONE LEDGER RECORD  *
041000* IF IT IS AWAITING REMITTANCE ON THE CONFIRMATION'S REPORT.*
041100*----------------------------------------------------------*
041200 2100-TOTAL-ONE-ENTRY.
041300     MOVE WS-LEDGER-ENTRY (WS-LDG-SUB) TO ESCH-RECORD.
041400     IF ESCH-REPORTED
041500             AND ESCH-STATE = RMT-STATE
041600             AND ESCH-REPORT-DATE = RMT-REPORT-DATE-NUM
041700         ADD 1 TO WS-ITEM-COUNT
041800         ADD ESCH-AMOUNT TO WS-REPORT-TOTAL
041900     END-IF.
042000 2100-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------*
042400* 2200-CLEAR-ONE-ENTRY - CLEAR ONE BALANCE ON THE PROVEN    *
042500* REPORT FROM THE PROVIDER THAT HOLDS IT TODAY, OR MARK IT  *
042600* NOT CLEARED, AND UPDATE THE LEDGER ENTRY IN PLACE.        *
042700*----------------------------------------------------------*
042800 2200-CLEAR-ONE-ENTRY.
042900     MOVE WS-LEDGER-ENTRY (WS-LDG-SUB) TO ESCH-RECORD.
043000     IF NOT ESCH-REPORTED
043100             OR ESCH-STATE NOT = RMT-STATE
043200             OR ESCH-REPORT-DATE NOT = RMT-REPORT-DATE-NUM
043300         GO TO 2200-EXIT
043400     END-IF.
043500     PERFORM 2300-FIND-HOLDER THRU 2300-EXIT.
043600     MOVE ZERO TO WS-AVAIL-CREDIT.
043700     IF PROV-FOUND AND PROV-BAL < ZERO
043800         COMPUTE WS-AVAIL-CREDIT = ZERO - PROV-BAL
043900         PERFORM 2400-FIND-CLEARED THRU 2400-EXIT
044000         IF CLEARED-FOUND
044100             SUBTRACT WS-CLR-AMOUNT (WS-CLR-FOUND-SUB)
044200                 FROM WS-AVAIL-CREDIT
044300         END-IF
044400     END-IF.
044500     MOVE RMT-REMIT-REF TO ESCH-REMIT-REF.
044600     MOVE WS-RUNC-BUS-DATE TO ESCH-CLEAR-DATE.
044700     IF NOT PROV-FOUND
044800         MOVE ZERO TO ESCH-CLEAR-PROV-ID
044900         MOVE "NOT CLEARED - PROVIDER NOT ON MASTER"
045000             TO WS-CLEAR-RESULT
045100         PERFORM 2600-MARK-NOT-CLEARED THRU 2600-EXIT
045200         GO TO 2200-REPORT
045300     END-IF.
045400     MOVE WS-SURV-PROV-ID TO ESCH-CLEAR-PROV-ID.
045500     IF WS-AVAIL-CREDIT < ESCH-AMOUNT
045600         MOVE "NOT CLEARED - CREDIT NO LONGER COVERS"
045700             TO WS-CLEAR-RESULT
045800         PERFORM 2600-MARK-NOT-CLEARED THRU 2600-EXIT
045900         GO TO 2200-REPORT
046000     END-IF.
046100     PERFORM 2500-WRITE-ADJUSTMENT THRU 2500-EXIT.
046200     MOVE "C" TO ESCH-STATUS.
046300     ADD 1 TO WS-CLEARED-COUNT.
046400     ADD ESCH-AMOUNT TO WS-CLEARED-TOTAL.
046500     MOVE "CLEARED" TO WS-CLEAR-RESULT.
046600 2200-REPORT.
046700     MOVE ESCH-RECORD TO WS-LEDGER-ENTRY (WS-LDG-SUB).
046800     MOVE ESCH-AMOUNT TO WS-AMT-ED-1.
046900     MOVE SPACES TO ESCRP-LINE.
047000     STRING "  " ESCH-PROV-ID
047100         " " ESCH-PROV-NAME
047200         " " ESCH-CLEAR-PROV-ID
047300         " " WS-AMT-ED-1
047400         " " WS-CLEAR-RESULT
047500         DELIMITED SIZE INTO ESCRP-LINE
047600     END-STRING.
047700     WRITE ESCRP-LINE.
047800 2200-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------*
048200* 2300-FIND-HOLDER - READ THE REPORTED PROVIDER.  IF IT WAS *
048300* MERGED AWAY, FOLLOW THE MERGE CHAIN AND READ THE SURVIVOR *
048400* AT ITS END.  WS-SURV-PROV-ID IS LEFT ON THE PROVIDER READ.*
048500*----------------------------------------------------------*
048600 2300-FIND-HOLDER.
048700     MOVE "N" TO PROV-FOUND-SW.
048800     MOVE ESCH-PROV-ID TO WS-SURV-PROV-ID.
048900     IF XREF-PRESENT
049000         MOVE ZERO TO WS-XREF-HOPS
049100         MOVE "N" TO XREF-DONE-SW
049200         PERFORM 2310-FOLLOW-XREF THRU 2310-EXIT
049300             UNTIL XREF-DONE
049400     END-IF.
049500     MOVE WS-SURV-PROV-ID TO PROV-ID.
049600     READ LFIDPROVS
049700         KEY IS PROV-ID
049800         INVALID KEY CONTINUE
049900     END-READ.
050000     IF RECORDFOUND
050100         MOVE "Y" TO PROV-FOUND-SW
050200         GO TO 2300-EXIT
050300     END-IF.
050400     IF NOT RECORDNOTFOUND
050500         DISPLAY "RDIDF31 ABEND - LFIDPROVS STATUS "
050600             FILE-CHECK-KEY
050700         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
050800         MOVE 16 TO RETURN-CODE
050900         STOP RUN
051000     END-IF.
051100 2300-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------*
051500* 2310-FOLLOW-XREF - ONE STEP DOWN THE MERGE CHAIN.  THE    *
051600* WALK ENDS AT AN ID THAT WAS NEVER MERGED AWAY, OR AFTER   *
051700* WS-MAX-XREF-HOPS STEPS IN CASE OF A LOOP.                 *
051800*----------------------------------------------------------*
051900 2310-FOLLOW-XREF.
052000     MOVE WS-SURV-PROV-ID TO XREF-OLD-PROV-ID.
052100     READ LFXREF
052200         KEY IS XREF-OLD-PROV-ID
052300         INVALID KEY CONTINUE
052400     END-READ.
052500     IF NOT XREF-FILE-OK
052600         MOVE "Y" TO XREF-DONE-SW
052700         GO TO 2310-EXIT
052800     END-IF.
052900     MOVE XREF-NEW-PROV-ID TO WS-SURV-PROV-ID.
053000     ADD 1 TO WS-XREF-HOPS.
053100     IF WS-XREF-HOPS >= WS-MAX-XREF-HOPS
053200         MOVE "Y" TO XREF-DONE-SW
053300     END-IF.
053400 2310-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------*
053800* 2400-FIND-CLEARED - HAS THIS RUN ALREADY CLEARED AN       *
053900* AMOUNT FROM THE PROVIDER?  WS-CLR-FOUND-SUB IS LEFT ON    *
054000* ITS ENTRY.                                                *
054100*----------------------------------------------------------*
054200 2400-FIND-CLEARED.
054300     MOVE "N" TO CLEARED-FOUND-SW.
054400     PERFORM 2410-SCAN-ONE-CLEARED THRU 2410-EXIT
054500         VARYING WS-CLR-SUB FROM 1 BY 1
054600         UNTIL WS-CLR-SUB > WS-CLEARED-USED
054700             OR CLEARED-FOUND.
054800 2400-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------*
055200* 2410-SCAN-ONE-CLEARED - COMPARE ONE CLEARED ENTRY.        *
055300*----------------------------------------------------------*
055400 2410-SCAN-ONE-CLEARED.
055500     IF WS-CLR-PROV-ID (WS-CLR-SUB) = WS-SURV-PROV-ID
055600         MOVE "Y" TO CLEARED-FOUND-SW
055700         MOVE WS-CLR-SUB TO WS-CLR-FOUND-SUB
055800     END-IF.
055900 2410-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------*
056300* 2500-WRITE-ADJUSTMENT - WRITE THE CLEARING ADJUSTMENT FOR *
056400* THE HOLDER AND CHARGE IT AGAINST THE HOLDER'S CREDIT FOR  *
056500* THE REST OF THE RUN.  MORE HOLDERS THAN THE TABLE HOLDS   *
056600* HALTS THE RUN BEFORE THE TRAILER IS WRITTEN, SO THE BATCH *
056700* WILL NOT PROVE IN RDIDF7.                                 *
056800*----------------------------------------------------------*
056900 2500-WRITE-ADJUSTMENT.
057000     IF NOT CLEARED-FOUND
057100         IF WS-CLEARED-USED >= 5000
057200             DISPLAY "RDIDF31 ABEND - MORE THAN 5000 PROVIDERS "
057300                 "CLEARED IN ONE RUN"
057400             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
057500             MOVE 16 TO RETURN-CODE
057600             STOP RUN
057700         END-IF
057800         ADD 1 TO WS-CLEARED-USED
057900         MOVE WS-CLEARED-USED TO WS-CLR-FOUND-SUB
058000         MOVE WS-SURV-PROV-ID TO WS-CLR-PROV-ID (WS-CLR-FOUND-SUB)
058100         MOVE ZERO TO WS-CLR-AMOUNT (WS-CLR-FOUND-SUB)
058200     END-IF.
058300     ADD ESCH-AMOUNT TO WS-CLR-AMOUNT (WS-CLR-FOUND-SUB).
058400     MOVE SPACES TO PSGEN-RECORD.
058500     MOVE WS-SURV-PROV-ID TO GEN-PROV-ID.
058600     MOVE "A" TO GEN-TRAN-CODE.
058700     MOVE "+" TO GEN-AMOUNT-SIGN.
058800     MOVE ESCH-AMOUNT TO GEN-AMOUNT.
058900     STRING "ES" ESCH-STATE ESCH-REPORT-DATE
059000         DELIMITED SIZE INTO GEN-SOURCE-REF
059100     END-STRING.
059200     WRITE PSGEN-RECORD.
059300     ADD 1 TO WS-ADJ-COUNT.
059400     ADD ESCH-AMOUNT TO WS-ADJ-HASH.
059500 2500-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------*
059900* 2600-MARK-NOT-CLEARED - THE STATE HAS BEEN PAID BUT THE   *
060000* BALANCE CANNOT BE TAKEN OFF - FINANCE RESOLVES BY HAND.   *
060100*----------------------------------------------------------*
060200 2600-MARK-NOT-CLEARED.
060300     MOVE "X" TO ESCH-STATUS.
060400     ADD 1 TO WS-NOT-CLEARED-COUNT.
060500     ADD ESCH-AMOUNT TO WS-NOT-CLEARED-TOTAL.
060600     ADD 1 TO WS-EXCEPTION-COUNT.
060700 2600-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------*
061100* 2700-REMIT-EXCEPTION - A CONFIRMATION THAT CLEARS NOTHING.*
061200*----------------------------------------------------------*
061300 2700-REMIT-EXCEPTION.
061400     ADD 1 TO WS-EXCEPTION-COUNT.
061500     MOVE SPACES TO ESCRP-LINE.
061600     STRING "  *** EXCEPTION - NOTHING CLEARED: " WS-EXC-REASON
061700         DELIMITED SIZE INTO ESCRP-LINE
061800     END-STRING.
061900     WRITE ESCRP-LINE.
062000 2700-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------*
062400* 2900-READ-REMITTANCE - READ THE NEXT CONFIRMATION.  ANY   *
062500* STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE RUN.   *
062600*----------------------------------------------------------*
062700 2900-READ-REMITTANCE.
062800     READ LFESRMT
062900         AT END MOVE "Y" TO REMIT-EOF-SW
063000     END-READ.
063100     IF REMIT-EOF
063200         GO TO 2900-EXIT
063300     END-IF.
063400     IF NOT ESRMT-FILE-OK
063500         DISPLAY "RDIDF31 ABEND - LFESRMT STATUS "
063600             ESRMT-FILE-STATUS
063700         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
063800         MOVE 16 TO RETURN-CODE
063900         STOP RUN
064000     END-IF.
064100 2900-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------*
064500* 3000-WRITE-NEW-GENERATION - WRITE THE LEDGER BACK, IN ITS *
064600* ORIGINAL ORDER, TO THE NEW GENERATION.                    *
064700*----------------------------------------------------------*
064800 3000-WRITE-NEW-GENERATION.
064900     OPEN OUTPUT LFESCNW.
065000     IF NOT ESCNW-FILE-OK
065100         DISPLAY "RDIDF31 ABEND - LFESCNW OPEN STATUS "
065200             ESCNW-FILE-STATUS
065300         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
065400         MOVE 16 TO RETURN-CODE
065500         STOP RUN
065600     END-IF.
065700     MOVE "Y" TO NEWGEN-OPEN-SW.
065800     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
065900         VARYING WS-LDG-SUB FROM 1 BY 1
066000         UNTIL WS-LDG-SUB > WS-LEDGER-USED.
066100     CLOSE LFESCNW.
066200     MOVE "N" TO NEWGEN-OPEN-SW.
066300 3000-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------*
066700* 3100-WRITE-ONE-ENTRY - WRITE ONE LEDGER RECORD.  A FAILED *
066800* WRITE HALTS THE RUN.                                      *
066900*----------------------------------------------------------*
067000 3100-WRITE-ONE-ENTRY.
067100     MOVE WS-LEDGER-ENTRY (WS-LDG-SUB) TO ESCNW-FILE-REC.
067200     WRITE ESCNW-FILE-REC.
067300     IF NOT ESCNW-FILE-OK
067400         DISPLAY "RDIDF31 ABEND - LFESCNW WRITE STATUS "
067500             ESCNW-FILE-STATUS
067600         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
067700         MOVE 16 TO RETURN-CODE
067800         STOP RUN
067900     END-IF.
068000 3100-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------*
068400* 4000-WRITE-SUMMARY - CLOSE THE CLEARING REPORT WITH THE   *
068500* RUN'S COUNTS AND TOTALS, AND DISPLAY THEM FOR THE JOB LOG.*
068600*----------------------------------------------------------*
068700 4000-WRITE-SUMMARY.
068800     MOVE SPACES TO ESCRP-LINE.
068900     WRITE ESCRP-LINE.
069000     MOVE WS-REMIT-COUNT TO WS-COUNT-ED-1.
069100     MOVE SPACES TO ESCRP-LINE.
069200     STRING "CONFIRMATIONS READ:           " WS-COUNT-ED-1
069300         DELIMITED SIZE INTO ESCRP-LINE
069400     END-STRING.
069500     WRITE ESCRP-LINE.
069600     DISPLAY "RDIDF31 - " ESCRP-LINE (1:80).
069700     MOVE WS-REMIT-MATCH-COUNT TO WS-COUNT-ED-1.
069800     MOVE SPACES TO ESCRP-LINE.
069900     STRING "CONFIRMATIONS PROVEN:         " WS-COUNT-ED-1
070000         DELIMITED SIZE INTO ESCRP-LINE
070100     END-STRING.
070200     WRITE ESCRP-LINE.
070300     DISPLAY "RDIDF31 - " ESCRP-LINE (1:80).
070400     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED-1.
070500     MOVE WS-CLEARED-TOTAL TO WS-TOTAL-ED.
070600     MOVE SPACES TO ESCRP-LINE.
070700     STRING "BALANCES CLEARED:             " WS-COUNT-ED-1
070800         "  TOTAL: " WS-TOTAL-ED
070900         DELIMITED SIZE INTO ESCRP-LINE
071000     END-STRING.
071100     WRITE ESCRP-LINE.
071200     DISPLAY "RDIDF31 - " ESCRP-LINE (1:80).
071300     MOVE WS-NOT-CLEARED-COUNT TO WS-COUNT-ED-1.
071400     MOVE WS-NOT-CLEARED-TOTAL TO WS-TOTAL-ED.
071500     MOVE SPACES TO ESCRP-LINE.
071600     STRING "REMITTED BUT NOT CLEARED:     " WS-COUNT-ED-1
071700         "  TOTAL: " WS-TOTAL-ED
071800         DELIMITED SIZE INTO ESCRP-LINE
071900     END-STRING.
072000     WRITE ESCRP-LINE.
072100     DISPLAY "RDIDF31 - " ESCRP-LINE (1:80).
072200     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED-1.
072300     MOVE SPACES TO ESCRP-LINE.
072400     STRING "EXCEPTIONS:                   " WS-COUNT-ED-1
072500         DELIMITED SIZE INTO ESCRP-LINE
072600     END-STRING.
072700     WRITE ESCRP-LINE.
072800     DISPLAY "RDIDF31 - " ESCRP-LINE (1:80).
072900 4000-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------*
073300* 4200-WRITE-ADJ-TRAILER - CLOSE THE ADJUSTMENT BATCH WITH  *
073400* ITS RECORD COUNT AND ADJUSTMENT HASH.  ONLY A RUN THAT    *
073500* REACHES THE END WRITES IT, SO A FILE CUT SHORT BY AN      *
073600* ABEND WILL NOT PROVE IN RDIDF7.                           *
073700*----------------------------------------------------------*
073800 4200-WRITE-ADJ-TRAILER.
073900     MOVE SPACES TO PSTB-TRAILER-RECORD.
074000     MOVE "**TRAILER*" TO PSTB-TRL-REC-ID.
074100     MOVE WS-ADJ-COUNT TO PSTB-TRL-RECORD-COUNT.
074200     MOVE ZERO TO PSTB-TRL-PAY-HASH.
074300     MOVE WS-ADJ-HASH TO PSTB-TRL-ADJ-HASH.
074400     MOVE ZERO TO PSTB-TRL-REF-HASH.
074500     WRITE PSTB-TRAILER-RECORD.
074600 4200-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------*
075000* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
075100*----------------------------------------------------------*
075200 9000-END-PROGRAM.
075300     CLOSE LFESRMT.
075400     IF NEWGEN-OPEN
075500         CLOSE LFESCNW
075600     END-IF.
075700     CLOSE LFIDPROVS.
075800     IF XREF-PRESENT
075900         CLOSE LFXREF
076000     END-IF.
076100     CLOSE LFESPST.
076200     CLOSE LFESCRP.
076300 9000-EXIT.
076400     EXIT.
076500
076600     COPY RUNCTLPR.
076700
076800 END PROGRAM RDIDF31.
