000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF29.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF29 - REFUND CHECK CONFIRMATION RECONCILIATION.       *
000900*                                                           *
001000* MATCHES ACCOUNTS PAYABLE'S PAID/VOIDED FILE, IDFAPCNF.DAT,*
001100* TO THE REFUND REQUEST LEDGER, IDFRFREQ.DAT (COPYBOOK      *
001200* RFREQREC), THAT RDIDF19 APPENDS TO FOR EVERY REFUND IT    *
001300* SENDS AP ON IDFAPREF.DAT.  A CONFIRMATION MATCHES A       *
001400* REQUEST BY PROVIDER AND AMOUNT, OLDEST REQUEST FIRST:     *
001500*   - PAID: THE OUTSTANDING REQUEST IS MARKED ISSUED AND THE*
001600*     ZEROING ADJUSTMENT (TRAN "A", +AMOUNT) IS WRITTEN TO  *
001700*     IDFPSGEN.DAT - ONLY NOW DOES THE CREDIT COME OFF.     *
001800*   - VOIDED: AN ISSUED CHECK (SAME CHECK NUMBER) IS MARKED *
001900*     VOIDED AND THE CREDIT IS PUT BACK (TRAN "A", -AMOUNT).*
002000*     A VOID OF A REQUEST NEVER CONFIRMED ISSUED CANCELS    *
002100*     IT - NOTHING WAS POSTED, SO NOTHING IS PUT BACK.      *
002200* IDFPSGEN.DAT IS ONE POSTING BATCH (COPYBOOK PSTBATCH) THAT*
002300* OPERATIONS APPENDS TO THE NEXT IDFPOST FEED FOR RDIDF7.   *
002310* ITS BATCH ID IS "RF" + THE BUSINESS DATE + A RUN NUMBER   *
002320* WITHIN THE DATE (8850-RUNCTL-NEXT-BATCH-ID), SO A RERUN   *
002330* NEVER REPEATS AN ID.  THE ADJUSTMENT'S SOURCE REF IS      *
002400* "RF" (ISSUE) OR "RV" (VOID) + THE CHECK NUMBER.           *
002600*                                                           *
002700* AN AP RECORD THAT MATCHES NO REQUEST IS NOT APPLIED - IT  *
002800* LISTS ON THE EXCEPTION FILE, IDFAPEXC.DAT, AND THE RUN    *
002900* ENDS RC 4.  THE RECONCILIATION REPORT, IDFRFRCN.DAT, LISTS*
003000* EVERY CONFIRMATION APPLIED WITH THE RUN TOTALS; THE AGED  *
003100* REPORT, IDFRFAGE.DAT, LISTS EVERY REQUEST STILL           *
003200* OUTSTANDING BY DAYS SINCE IT WAS SENT.                    *
003300*                                                           *
003400* THE LEDGER'S NEW GENERATION IS WRITTEN TO IDFRFRNW.DAT,   *
003500* WHICH OPERATIONS RENAMES OVER IDFRFREQ.DAT AFTER A CLEAN  *
003600* RUN.  OUTSTANDING REQUESTS ARE ALWAYS CARRIED; ISSUED     *
003700* ONES FOR THE VOID WINDOW; VOIDED AND CANCELLED ONES FOR   *
003800* THE RETENTION PERIOD.  RUN ON DEMAND WHEN AP SENDS A FILE,*
003900* NEVER WHILE RDIDF19 IS RUNNING.                           *
004000*----------------------------------------------------------*
004100* MODIFICATION HISTORY                                      *
004200*----------------------------------------------------------*
004300* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004400*----------------------------------------------------------*
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LFAPCNF ASSIGN TO "IDFAPCNF.DAT"
005000         FILE STATUS IS APCNF-FILE-STATUS
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT LFRFREQ ASSIGN TO "IDFRFREQ.DAT"
005400         FILE STATUS IS RFREQ-FILE-STATUS
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT LFRFRNW ASSIGN TO "IDFRFRNW.DAT"
005800         FILE STATUS IS RFRNW-FILE-STATUS
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT LFPSGEN ASSIGN TO "IDFPSGEN.DAT"
006150         FILE STATUS IS PSGEN-FILE-STATUS
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT LFRFRCN ASSIGN TO "IDFRFRCN.DAT"
006450         FILE STATUS IS RFRCN-FILE-STATUS
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT LFRFAGE ASSIGN TO "IDFRFAGE.DAT"
006750         FILE STATUS IS RFAGE-FILE-STATUS
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT LFAPEXC ASSIGN TO "IDFAPEXC.DAT"
007050         FILE STATUS IS APEXC-FILE-STATUS
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
007400         FILE STATUS IS RUNC-FILE-STATUS
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS RUNC-JOB-NAME.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  LFAPCNF
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  APCNF-RECORD.
008400     05  APC-PROV-ID             PIC X(10).
008500     05  APC-PROV-ID-NUM REDEFINES APC-PROV-ID
008600                                 PIC 9(10).
008700     05  APC-ACTION              PIC X(01).
008800         88  APC-PAID                VALUE "P".
008900         88  APC-VOIDED              VALUE "V".
009000     05  APC-CHECK-NO            PIC X(10).
009100     05  APC-CHECK-DATE          PIC X(08).
009200     05  APC-CHECK-DATE-NUM REDEFINES APC-CHECK-DATE
009300                                 PIC 9(08).
009400     05  APC-AMOUNT              PIC X(10).
009500     05  APC-AMOUNT-NUM REDEFINES APC-AMOUNT
009600                                 PIC 9(08)V99.
009700     05  FILLER                  PIC X(41).
009800
009900 FD  LFRFREQ
010000     RECORD CONTAINS 120 CHARACTERS.
010100 01  RFREQ-FILE-REC              PIC X(120).
010200
010300 FD  LFRFRNW
010400     RECORD CONTAINS 120 CHARACTERS.
010500 01  RFRNW-FILE-REC              PIC X(120).
010600
010700 FD  LFPSGEN
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  PSGEN-RECORD.
011000     05  GEN-PROV-ID             PIC 9(10).
011100     05  GEN-TRAN-CODE           PIC X(01).
011200     05  GEN-AMOUNT-SIGN         PIC X(01).
011300     05  GEN-AMOUNT              PIC 9(08)V99.
011400     05  GEN-SOURCE-REF          PIC X(12).
011500     05  FILLER                  PIC X(46).
011600     COPY PSTBATCH.
011700
011800 FD  LFRFRCN
011900     RECORD CONTAINS 132 CHARACTERS.
012000 01  RFRCN-LINE                  PIC X(132).
012100
012200 FD  LFRFAGE
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  RFAGE-LINE                  PIC X(132).
012500
012600 FD  LFAPEXC
012700     RECORD CONTAINS 132 CHARACTERS.
012800 01  APEXC-LINE                  PIC X(132).
012900
013000 FD  LFRNCTL.
013100     COPY RUNCTL.
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-WORK-AREAS.
013500     05  APCNF-FILE-STATUS       PIC X(02).
013600         88  APCNF-FILE-OK           VALUES "00" "04".
013700         88  APCNF-EOF               VALUE "10".
013800
013900     05  RFREQ-FILE-STATUS       PIC X(02).
014000         88  RFREQ-FILE-OK           VALUES "00" "04".
014100         88  RFREQ-EOF               VALUE "10".
014200         88  RFREQ-NOT-FOUND         VALUE "35".
014300
014400     05  RFRNW-FILE-STATUS       PIC X(02).
014500         88  RFRNW-FILE-OK           VALUES "00" "04".
014510
014520     05  PSGEN-FILE-STATUS       PIC X(02).
014530         88  PSGEN-FILE-OK           VALUE "00".
014540     05  RFRCN-FILE-STATUS       PIC X(02).
014550         88  RFRCN-FILE-OK           VALUE "00".
014560     05  RFAGE-FILE-STATUS       PIC X(02).
014570         88  RFAGE-FILE-OK           VALUE "00".
014580     05  APEXC-FILE-STATUS       PIC X(02).
014590         88  APEXC-FILE-OK           VALUE "00".
014600
014700     05  WS-FIND-STATUS          PIC X(01).
014800     05  WS-ADJ-SIGN             PIC X(01).
014900     05  WS-ADJ-REF-PREFIX       PIC X(02).
015000     05  WS-ACTION-TEXT          PIC X(10).
015100     05  WS-POSTING-TEXT         PIC X(24).
015200     05  WS-EXC-REASON           PIC X(45).
015300     05  WS-AGE-BUCKET           PIC X(08).
015400
015500 01  WS-SWITCHES.
015600     05  APCNF-EOF-SW            PIC X(01) VALUE "N".
015700         88  APCNF-DONE              VALUE "Y".
015800     05  MATCH-FOUND-SW          PIC X(01) VALUE "N".
015900         88  MATCH-FOUND             VALUE "Y".
016000     05  CHECK-MATCH-SW          PIC X(01) VALUE "N".
016100         88  CHECK-MUST-MATCH        VALUE "Y".
016200     05  NEWGEN-OPEN-SW          PIC X(01) VALUE "N".
016300         88  NEWGEN-OPEN             VALUE "Y".
016400
016500     COPY RFREQREC.
016600
016700*----------------------------------------------------------*
016800* WS-LEDGER-TABLE - THE WHOLE REFUND REQUEST LEDGER, IN FILE*
016900* (REQUEST) ORDER.  EACH ENTRY HAS THE RFREQREC LAYOUT, SO  *
017000* IT MOVES TO AND FROM RFREQ-RECORD AS A GROUP.             *
017100*----------------------------------------------------------*
017200 01  WS-LEDGER-TABLE-AREA.
017300     05  WS-LEDGER-ENTRY         OCCURS 5000 TIMES.
017400         10  WS-LDG-STATUS       PIC X(01).
017500         10  WS-LDG-PROV-ID      PIC 9(10).
017600         10  WS-LDG-REFUND-AMT   PIC 9(08)V99.
017700         10  WS-LDG-REQ-DATE     PIC 9(08).
017800         10  WS-LDG-CHECK-NO     PIC X(10).
017900         10  WS-LDG-CHECK-DATE   PIC 9(08).
018000         10  WS-LDG-DONE-DATE    PIC 9(08).
018100         10  WS-LDG-PROV-NAME    PIC X(40).
018200         10  FILLER              PIC X(25).
018300
018400 01  WS-TABLE-WORK           COMP.
018500     05  WS-LEDGER-USED          PIC 9(04) VALUE ZERO.
018600     05  WS-SCAN-SUB             PIC 9(04).
018700     05  WS-MATCH-SUB            PIC 9(04).
018800     05  WS-LDG-SUB              PIC 9(04).
018900
019000 01  WS-DATE-WORK.
019100     05  WS-DATE-CCYYMMDD        PIC 9(08).
019200     05  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
019300         10  WS-DATE-CC          PIC 9(02).
019400         10  WS-DATE-YY          PIC 9(02).
019500         10  WS-DATE-MM          PIC 9(02).
019600         10  WS-DATE-DD          PIC 9(02).
019700     05  WS-DTS-YY               PIC 9(02).
019800     05  WS-DTS-MM               PIC 9(02).
019900     05  WS-DTS-DD               PIC 9(02).
020000     05  WS-DTS-SERIAL       COMP PIC 9(07).
020100     05  WS-TODAY-SERIAL     COMP PIC 9(07).
020200     05  WS-DAYS             COMP PIC S9(05).
020300     05  WS-LEAP-QUOT        COMP PIC 9(04).
020400     05  WS-LEAP-REM         COMP PIC 9(04).
020500
020600 01  WS-CUM-DAYS-TABLE       COMP.
020700     05  FILLER                  PIC 9(03) VALUE 0.
020800     05  FILLER                  PIC 9(03) VALUE 31.
020900     05  FILLER                  PIC 9(03) VALUE 59.
021000     05  FILLER                  PIC 9(03) VALUE 90.
021100     05  FILLER                  PIC 9(03) VALUE 120.
021200     05  FILLER                  PIC 9(03) VALUE 151.
021300     05  FILLER                  PIC 9(03) VALUE 181.
021400     05  FILLER                  PIC 9(03) VALUE 212.
021500     05  FILLER                  PIC 9(03) VALUE 243.
021600     05  FILLER                  PIC 9(03) VALUE 273.
021700     05  FILLER                  PIC 9(03) VALUE 304.
021800     05  FILLER                  PIC 9(03) VALUE 334.
021900 01  WS-CUM-DAYS-ENTRIES REDEFINES WS-CUM-DAYS-TABLE
022000                             COMP.
022100     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
022200
022300 01  WS-CONSTANTS            COMP.
022400     05  WS-VOID-WINDOW-DAYS     PIC 9(03) VALUE 180.
022500     05  WS-RETENTION-DAYS       PIC 9(03) VALUE 30.
022600
022700 01  WS-COUNTERS             COMP.
022800     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
022900     05  WS-ISSUED-COUNT         PIC 9(07) VALUE ZERO.
023000     05  WS-VOIDED-COUNT         PIC 9(07) VALUE ZERO.
023100     05  WS-CANCELLED-COUNT      PIC 9(07) VALUE ZERO.
023200     05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
023300     05  WS-ADJ-COUNT            PIC 9(07) VALUE ZERO.
023400     05  WS-OUTSTANDING-COUNT    PIC 9(07) VALUE ZERO.
023500     05  WS-CARRIED-COUNT        PIC 9(07) VALUE ZERO.
023600     05  WS-PURGED-COUNT         PIC 9(07) VALUE ZERO.
023700     05  WS-AGE-0-30-COUNT       PIC 9(07) VALUE ZERO.
023800     05  WS-AGE-31-60-COUNT      PIC 9(07) VALUE ZERO.
023900     05  WS-AGE-61-90-COUNT      PIC 9(07) VALUE ZERO.
024000     05  WS-AGE-OVER-90-COUNT    PIC 9(07) VALUE ZERO.
024100
024200 01  WS-ACCUMULATORS         COMP.
024300     05  WS-ISSUED-TOTAL         PIC S9(10)V99 VALUE ZERO.
024400     05  WS-VOIDED-TOTAL         PIC S9(10)V99 VALUE ZERO.
024500     05  WS-CANCELLED-TOTAL      PIC S9(10)V99 VALUE ZERO.
024600     05  WS-EXCEPTION-TOTAL      PIC S9(10)V99 VALUE ZERO.
024700     05  WS-OUTSTANDING-TOTAL    PIC S9(10)V99 VALUE ZERO.
024800     05  WS-AGE-0-30-TOTAL       PIC S9(10)V99 VALUE ZERO.
024900     05  WS-AGE-31-60-TOTAL      PIC S9(10)V99 VALUE ZERO.
025000     05  WS-AGE-61-90-TOTAL      PIC S9(10)V99 VALUE ZERO.
025100     05  WS-AGE-OVER-90-TOTAL    PIC S9(10)V99 VALUE ZERO.
025200     05  WS-ADJ-HASH             PIC S9(11)V99 VALUE ZERO.
025300
025400 01  WS-REPORT-FIELDS.
025500     05  WS-AMT-ED-1             PIC -(8)9.99.
025600     05  WS-AMT-TEXT REDEFINES WS-AMT-ED-1
025700                                 PIC X(12).
025800     05  WS-TOTAL-ED             PIC -(10)9.99.
025900     05  WS-COUNT-ED-1           PIC Z(06)9.
026000     05  WS-COUNT-ED-2           PIC Z(06)9.
026100     05  WS-COUNT-ED-3           PIC Z(06)9.
026200     05  WS-COUNT-ED-4           PIC Z(06)9.
026300     05  WS-DAYS-ED              PIC ZZZ9.
026400
026500     COPY RUNCTLWS.
026600
026700 PROCEDURE DIVISION.
026800
026900 0000-MAINLINE.
027000     MOVE "RDIDF29 " TO WS-RUNC-THIS-JOB.
027100     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
027110     MOVE "RFBATCH " TO WS-RUNC-BATCH-KEY.
027120     MOVE "RF" TO WS-RUNC-BATCH-PREFIX.
027130     PERFORM 8850-RUNCTL-NEXT-BATCH-ID THRU 8850-EXIT.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300     PERFORM 2000-PROCESS-CONFIRMATION THRU 2000-EXIT
027400         UNTIL APCNF-DONE.
027500     PERFORM 3000-WRITE-NEW-GENERATION THRU 3000-EXIT.
027600     PERFORM 3500-REPORT-OUTSTANDING THRU 3500-EXIT.
027700     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
027800     PERFORM 4200-WRITE-ADJ-TRAILER THRU 4200-EXIT.
027900     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
028000     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
028100     IF WS-EXCEPTION-COUNT > ZERO
028200         MOVE 4 TO RETURN-CODE
028300     END-IF.
028400     STOP RUN.
028500
028600*----------------------------------------------------------*
028700* 1000-INITIALIZE - OPEN THE AP FILE, LOAD THE LEDGER, OPEN *
028800* THE OUTPUTS WITH THEIR HEADINGS, AND PRIME THE AP LOOP.   *
028900* THE RUN DOES NOT START WITHOUT AP'S FILE.  NO LEDGER YET  *
029000* (NO REFUND EVER SENT) IS AN EMPTY LEDGER - EVERY AP RECORD*
029100* IS THEN AN EXCEPTION.                                     *
029150* AN OUTPUT THAT WILL NOT OPEN HALTS THE RUN (RC 16).       *
029200*----------------------------------------------------------*
029300 1000-INITIALIZE.
029400     MOVE WS-RUNC-BUS-DATE TO WS-DATE-CCYYMMDD.
029500     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
029600     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
029700     OPEN INPUT LFAPCNF.
029800     IF NOT APCNF-FILE-OK
029900         DISPLAY "RDIDF29 ABEND - AP CONFIRMATION FILE "
030000             "IDFAPCNF.DAT OPEN STATUS " APCNF-FILE-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     PERFORM 1100-LOAD-LEDGER THRU 1100-EXIT.
030500     OPEN OUTPUT LFPSGEN.
030510     IF NOT PSGEN-FILE-OK
030520         DISPLAY "RDIDF29 ABEND - LFPSGEN OPEN STATUS "
030530             PSGEN-FILE-STATUS
030540         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
030550         MOVE 16 TO RETURN-CODE
030560         STOP RUN
030570     END-IF.
030600     MOVE SPACES TO PSTB-HEADER-RECORD.
030700     MOVE "**HEADER**" TO PSTB-HDR-REC-ID.
030800     MOVE WS-RUNC-BATCH-ID TO PSTB-HDR-BATCH-ID.
031100     MOVE WS-RUNC-BUS-DATE TO PSTB-HDR-CREATE-DATE.
031200     MOVE "RDIDF29 " TO PSTB-HDR-SOURCE.
031300     WRITE PSTB-HEADER-RECORD.
031400     OPEN OUTPUT LFRFRCN.
031410     IF NOT RFRCN-FILE-OK
031420         DISPLAY "RDIDF29 ABEND - LFRFRCN OPEN STATUS "
031430             RFRCN-FILE-STATUS
031440         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
031450         MOVE 16 TO RETURN-CODE
031460         STOP RUN
031470     END-IF.
031500     MOVE SPACES TO RFRCN-LINE.
031600     STRING "REFUND CHECK CONFIRMATION RECONCILIATION - "
031700         "BUSINESS DATE " WS-RUNC-BUS-DATE
031800         DELIMITED SIZE INTO RFRCN-LINE
031900     END-STRING.
032000     WRITE RFRCN-LINE.
032100     MOVE SPACES TO RFRCN-LINE.
032200     WRITE RFRCN-LINE.
032300     MOVE "AP CONFIRMATIONS APPLIED" TO RFRCN-LINE.
032400     WRITE RFRCN-LINE.
032500     MOVE SPACES TO RFRCN-LINE.
032600     STRING "  ACTION     PROV-ID    CHECK-NO   CHK-DATE "
032700         "       AMOUNT REQ-DATE POSTING"
032800         DELIMITED SIZE INTO RFRCN-LINE
032900     END-STRING.
033000     WRITE RFRCN-LINE.
033100     OPEN OUTPUT LFRFAGE.
033110     IF NOT RFAGE-FILE-OK
033120         DISPLAY "RDIDF29 ABEND - LFRFAGE OPEN STATUS "
033130             RFAGE-FILE-STATUS
033140         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
033150         MOVE 16 TO RETURN-CODE
033160         STOP RUN
033170     END-IF.
033200     OPEN OUTPUT LFAPEXC.
033210     IF NOT APEXC-FILE-OK
033220         DISPLAY "RDIDF29 ABEND - LFAPEXC OPEN STATUS "
033230             APEXC-FILE-STATUS
033240         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
033250         MOVE 16 TO RETURN-CODE
033260         STOP RUN
033270     END-IF.
033300     MOVE SPACES TO APEXC-LINE.
033400     STRING "AP PAYMENTS AND VOIDS MATCHING NO REFUND REQUEST - "
033500         "BUSINESS DATE " WS-RUNC-BUS-DATE
033600         DELIMITED SIZE INTO APEXC-LINE
033700     END-STRING.
033800     WRITE APEXC-LINE.
033900     MOVE SPACES TO APEXC-LINE.
034000     WRITE APEXC-LINE.
034100     MOVE SPACES TO APEXC-LINE.
034200     STRING "  PROV-ID    A CHECK-NO   CHK-DATE        AMOUNT "
034300         "REASON"
034400         DELIMITED SIZE INTO APEXC-LINE
034500     END-STRING.
034600     WRITE APEXC-LINE.
034700     PERFORM 2900-READ-CONFIRMATION THRU 2900-EXIT.
034800 1000-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------*
035200* 1100-LOAD-LEDGER - LOAD THE WHOLE REFUND REQUEST LEDGER.  *
035300* A BAD READ, OR A LEDGER LARGER THAN THE TABLE, HALTS THE  *
035400* RUN BEFORE ANYTHING IS WRITTEN - THE NEW GENERATION MUST  *
035500* NEVER LOSE A REQUEST.                                     *
035600*----------------------------------------------------------*
035700 1100-LOAD-LEDGER.
035800     OPEN INPUT LFRFREQ.
035900     IF RFREQ-NOT-FOUND
036000         GO TO 1100-EXIT
036100     END-IF.
036200     IF NOT RFREQ-FILE-OK
036300         DISPLAY "RDIDF29 ABEND - LFRFREQ OPEN STATUS "
036400             RFREQ-FILE-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
036900         UNTIL RFREQ-EOF.
037000     CLOSE LFRFREQ.
037100 1100-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------*
037500* 1110-LOAD-ONE-REQUEST - READ ONE LEDGER RECORD INTO THE   *
037600* NEXT TABLE ENTRY.                                         *
037700*----------------------------------------------------------*
037800 1110-LOAD-ONE-REQUEST.
037900     READ LFRFREQ.
038000     IF RFREQ-EOF
038100         GO TO 1110-EXIT
038200     END-IF.
038300     IF NOT RFREQ-FILE-OK
038400         DISPLAY "RDIDF29 ABEND - LFRFREQ STATUS "
038500             RFREQ-FILE-STATUS
038600         MOVE 16 TO RETURN-CODE
038700         STOP RUN
038800     END-IF.
038900     IF WS-LEDGER-USED >= 5000
039000         DISPLAY "RDIDF29 ABEND - MORE THAN 5000 RECORDS ON "
039100             "IDFRFREQ.DAT"
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     ADD 1 TO WS-LEDGER-USED.
039600     MOVE RFREQ-FILE-REC TO WS-LEDGER-ENTRY (WS-LEDGER-USED).
039700 1110-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------*
040100* 2000-PROCESS-CONFIRMATION - EDIT ONE AP RECORD AND APPLY  *
040200* IT AS A PAYMENT OR A VOID, THEN READ THE NEXT.  A RECORD  *
040300* THAT FAILS THE EDIT IS AN EXCEPTION.                      *
040400*----------------------------------------------------------*
040500 2000-PROCESS-CONFIRMATION.
040600     ADD 1 TO WS-READ-COUNT.
040700     IF APC-PROV-ID NOT NUMERIC
040800         MOVE "PROV-ID NOT NUMERIC" TO WS-EXC-REASON
040900         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
041000         GO TO 2000-NEXT
041100     END-IF.
041200     IF APC-AMOUNT NOT NUMERIC
041300         MOVE "AMOUNT NOT NUMERIC" TO WS-EXC-REASON
041400         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
041500         GO TO 2000-NEXT
041600     END-IF.
041700     IF APC-AMOUNT-NUM = ZERO
041800         MOVE "AMOUNT IS ZERO" TO WS-EXC-REASON
041900         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
042000         GO TO 2000-NEXT
042100     END-IF.
042200     IF APC-PAID
042300         PERFORM 2100-APPLY-PAID THRU 2100-EXIT
042400     ELSE
042500         IF APC-VOIDED
042600             PERFORM 2200-APPLY-VOID THRU 2200-EXIT
042700         ELSE
042800             MOVE "ACTION NOT P (PAID) OR V (VOIDED)"
042900                 TO WS-EXC-REASON
043000             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
043100         END-IF
043200     END-IF.
043300 2000-NEXT.
043400     PERFORM 2900-READ-CONFIRMATION THRU 2900-EXIT.
043500 2000-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------*
043900* 2100-APPLY-PAID - AP CUT THE CHECK.  THE OLDEST REQUEST   *
044000* OUTSTANDING FOR THE PROVIDER AND AMOUNT IS MARKED ISSUED  *
044100* AND THE ZEROING ADJUSTMENT IS WRITTEN.  A SECOND PAID     *
044200* RECORD FOR A CHECK ALREADY CONFIRMED IS AN EXCEPTION, NOT *
044300* A SECOND ADJUSTMENT.                                      *
044400*----------------------------------------------------------*
044500 2100-APPLY-PAID.
044600     MOVE "O" TO WS-FIND-STATUS.
044700     MOVE "N" TO CHECK-MATCH-SW.
044800     PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
044900     IF NOT MATCH-FOUND
045000         MOVE "I" TO WS-FIND-STATUS
045100         MOVE "Y" TO CHECK-MATCH-SW
045200         PERFORM 2500-FIND-REQUEST THRU 2500-EXIT
045300         IF MATCH-FOUND
045400             MOVE "CHECK ALREADY CONFIRMED ISSUED"
045500                 TO WS-EXC-REASON
045600         ELSE
045700             MOVE "NO OUTSTANDING REQUEST FOR PROVIDER AND AMOUNT"
045800                 TO WS-EXC-REASON
045900         END-IF
046000         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
046100         GO TO 2100-EXIT
046200     END-IF.
046300     MOVE "I" TO WS-LDG-STATUS (WS-MATCH-SUB).
046400     PERFORM 2300-SET-CHECK-FIELDS THRU 2300-EXIT.
046500     MOVE "+" TO WS-ADJ-SIGN.
046600     MOVE "RF" TO WS-ADJ-REF-PREFIX.
046700     PERFORM 2600-WRITE-ADJUSTMENT THRU 2600-EXIT.
046800     ADD 1 TO WS-ISSUED-COUNT.
046900     ADD APC-AMOUNT-NUM TO WS-ISSUED-TOTAL.
047000     MOVE "ISSUED" TO WS-ACTION-TEXT.
047100     MOVE "ZEROING ADJ GENERATED" TO WS-POSTING-TEXT.
047200     PERFORM 2700-WRITE-ACTION-LINE THRU 2700-EXIT.
047300 2100-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------*
047700* 2200-APPLY-VOID - AP VOIDED A CHECK.  AN ISSUED REQUEST   *
047800* FOR THE PROVIDER, AMOUNT, AND CHECK NUMBER IS MARKED      *
047900* VOIDED AND THE CREDIT IS PUT BACK.  FAILING THAT, AN      *
048000* OUTSTANDING REQUEST FOR THE PROVIDER AND AMOUNT IS        *
048100* CANCELLED WITH NO POSTING - ITS CREDIT NEVER CAME OFF.    *
048200*----------------------------------------------------------*
048300 2200-APPLY-VOID.
048400     MOVE "I" TO WS-FIND-STATUS.
048500     MOVE "Y" TO CHECK-MATCH-SW.
048600     PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
048700     IF MATCH-FOUND
048800         MOVE "V" TO WS-LDG-STATUS (WS-MATCH-SUB)
048900         MOVE WS-RUNC-BUS-DATE TO WS-LDG-DONE-DATE (WS-MATCH-SUB)
049000         MOVE "-" TO WS-ADJ-SIGN
049100         MOVE "RV" TO WS-ADJ-REF-PREFIX
049200         PERFORM 2600-WRITE-ADJUSTMENT THRU 2600-EXIT
049300         ADD 1 TO WS-VOIDED-COUNT
049400         ADD APC-AMOUNT-NUM TO WS-VOIDED-TOTAL
049500         MOVE "VOIDED" TO WS-ACTION-TEXT
049600         MOVE "CREDIT RESTORED" TO WS-POSTING-TEXT
049700         PERFORM 2700-WRITE-ACTION-LINE THRU 2700-EXIT
049800         GO TO 2200-EXIT
049900     END-IF.
050000     MOVE "O" TO WS-FIND-STATUS.
050100     MOVE "N" TO CHECK-MATCH-SW.
050200     PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
050300     IF MATCH-FOUND
050400         MOVE "C" TO WS-LDG-STATUS (WS-MATCH-SUB)
050500         PERFORM 2300-SET-CHECK-FIELDS THRU 2300-EXIT
050600         ADD 1 TO WS-CANCELLED-COUNT
050700         ADD APC-AMOUNT-NUM TO WS-CANCELLED-TOTAL
050800         MOVE "CANCELLED" TO WS-ACTION-TEXT
050900         MOVE "NONE - NEVER POSTED" TO WS-POSTING-TEXT
051000         PERFORM 2700-WRITE-ACTION-LINE THRU 2700-EXIT
051100         GO TO 2200-EXIT
051200     END-IF.
051300     MOVE "V" TO WS-FIND-STATUS.
051400     MOVE "Y" TO CHECK-MATCH-SW.
051500     PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
051600     IF MATCH-FOUND
051700         MOVE "CHECK ALREADY VOIDED" TO WS-EXC-REASON
051800     ELSE
051900         MOVE "NO ISSUED CHECK OR OUTSTANDING REQUEST TO VOID"
052000             TO WS-EXC-REASON
052100     END-IF.
052200     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
052300 2200-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------*
052700* 2300-SET-CHECK-FIELDS - CARRY AP'S CHECK NUMBER AND DATE  *
052800* ONTO THE MATCHED LEDGER ENTRY, DATED TODAY.  A MISSING    *
052900* CHECK DATE DEFAULTS TO THE BUSINESS DATE.                 *
053000*----------------------------------------------------------*
053100 2300-SET-CHECK-FIELDS.
053200     MOVE APC-CHECK-NO TO WS-LDG-CHECK-NO (WS-MATCH-SUB).
053300     IF APC-CHECK-DATE NUMERIC
053400         MOVE APC-CHECK-DATE-NUM
053500             TO WS-LDG-CHECK-DATE (WS-MATCH-SUB)
053600     ELSE
053700         MOVE WS-RUNC-BUS-DATE TO WS-LDG-CHECK-DATE (WS-MATCH-SUB)
053800     END-IF.
053900     MOVE WS-RUNC-BUS-DATE TO WS-LDG-DONE-DATE (WS-MATCH-SUB).
054000 2300-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------*
054400* 2500-FIND-REQUEST - FIND THE FIRST (OLDEST) LEDGER ENTRY  *
054500* IN STATE WS-FIND-STATUS FOR THE AP RECORD'S PROVIDER AND  *
054600* AMOUNT - AND CHECK NUMBER, WHEN CHECK-MUST-MATCH.         *
054700* WS-MATCH-SUB IS LEFT ON IT.                               *
054800*----------------------------------------------------------*
054900 2500-FIND-REQUEST.
055000     MOVE "N" TO MATCH-FOUND-SW.
055100     MOVE ZERO TO WS-MATCH-SUB.
055200     PERFORM 2510-SCAN-ONE-REQUEST THRU 2510-EXIT
055300         VARYING WS-SCAN-SUB FROM 1 BY 1
055400         UNTIL WS-SCAN-SUB > WS-LEDGER-USED
055500             OR MATCH-FOUND.
055600 2500-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------*
056000* 2510-SCAN-ONE-REQUEST - COMPARE ONE LEDGER ENTRY.         *
056100*----------------------------------------------------------*
056200 2510-SCAN-ONE-REQUEST.
056300     IF WS-LDG-STATUS (WS-SCAN-SUB) NOT = WS-FIND-STATUS
056400             OR WS-LDG-PROV-ID (WS-SCAN-SUB) NOT = APC-PROV-ID-NUM
056500             OR WS-LDG-REFUND-AMT (WS-SCAN-SUB)
056600                 NOT = APC-AMOUNT-NUM
056700         GO TO 2510-EXIT
056800     END-IF.
056900     IF CHECK-MUST-MATCH
057000             AND WS-LDG-CHECK-NO (WS-SCAN-SUB) NOT = APC-CHECK-NO
057100         GO TO 2510-EXIT
057200     END-IF.
057300     MOVE "Y" TO MATCH-FOUND-SW.
057400     MOVE WS-SCAN-SUB TO WS-MATCH-SUB.
057500 2510-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------*
057900* 2600-WRITE-ADJUSTMENT - ONE ADJUSTMENT IN IDFPOST.DAT     *
058000* FORMAT FOR THE AP RECORD'S PROVIDER AND AMOUNT.  "+"      *
058100* BRINGS THE CREDIT TO ZERO ON AN ISSUED CHECK; "-" PUTS IT *
058200* BACK ON A VOID.  THE TRAILER HASH CARRIES THE SIGN.       *
058300*----------------------------------------------------------*
058400 2600-WRITE-ADJUSTMENT.
058500     MOVE SPACES TO PSGEN-RECORD.
058600     MOVE APC-PROV-ID-NUM TO GEN-PROV-ID.
058700     MOVE "A" TO GEN-TRAN-CODE.
058800     MOVE WS-ADJ-SIGN TO GEN-AMOUNT-SIGN.
058900     MOVE APC-AMOUNT-NUM TO GEN-AMOUNT.
059000     STRING WS-ADJ-REF-PREFIX APC-CHECK-NO
059100         DELIMITED SIZE INTO GEN-SOURCE-REF
059200     END-STRING.
059300     WRITE PSGEN-RECORD.
059400     ADD 1 TO WS-ADJ-COUNT.
059500     IF WS-ADJ-SIGN = "-"
059600         SUBTRACT APC-AMOUNT-NUM FROM WS-ADJ-HASH
059700     ELSE
059800         ADD APC-AMOUNT-NUM TO WS-ADJ-HASH
059900     END-IF.
060000 2600-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------*
060400* 2700-WRITE-ACTION-LINE - ONE RECONCILIATION REPORT LINE   *
060500* FOR A CONFIRMATION APPLIED TO THE MATCHED REQUEST.        *
060600*----------------------------------------------------------*
060700 2700-WRITE-ACTION-LINE.
060800     MOVE APC-AMOUNT-NUM TO WS-AMT-ED-1.
060900     MOVE SPACES TO RFRCN-LINE.
061000     STRING "  " WS-ACTION-TEXT
061100         " " APC-PROV-ID
061200         " " APC-CHECK-NO
061300         " " WS-LDG-CHECK-DATE (WS-MATCH-SUB)
061400         " " WS-AMT-ED-1
061500         " " WS-LDG-REQ-DATE (WS-MATCH-SUB)
061600         " " WS-POSTING-TEXT
061700         " " WS-LDG-PROV-NAME (WS-MATCH-SUB)
061800         DELIMITED SIZE INTO RFRCN-LINE
061900     END-STRING.
062000     WRITE RFRCN-LINE.
062100 2700-EXIT.
062200     EXIT.
062300
062400*----------------------------------------------------------*
062500* 2800-WRITE-EXCEPTION - LIST AN AP RECORD THAT WAS NOT     *
062600* APPLIED, WITH THE REASON.  A NON-NUMERIC AMOUNT PRINTS AS *
062700* RECEIVED.                                                 *
062800*----------------------------------------------------------*
062900 2800-WRITE-EXCEPTION.
063000     ADD 1 TO WS-EXCEPTION-COUNT.
063100     IF APC-AMOUNT NUMERIC
063200         MOVE APC-AMOUNT-NUM TO WS-AMT-ED-1
063300         ADD APC-AMOUNT-NUM TO WS-EXCEPTION-TOTAL
063400     ELSE
063500         MOVE APC-AMOUNT TO WS-AMT-TEXT
063600     END-IF.
063700     MOVE SPACES TO APEXC-LINE.
063800     STRING "  " APC-PROV-ID
063900         " " APC-ACTION
064000         " " APC-CHECK-NO
064100         " " APC-CHECK-DATE
064200         " " WS-AMT-ED-1
064300         " " WS-EXC-REASON
064400         DELIMITED SIZE INTO APEXC-LINE
064500     END-STRING.
064600     WRITE APEXC-LINE.
064700 2800-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------*
065100* 2900-READ-CONFIRMATION - READ THE NEXT AP RECORD.  ANY    *
065200* STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE RUN.   *
065300*----------------------------------------------------------*
065400 2900-READ-CONFIRMATION.
065500     READ LFAPCNF.
065600     IF APCNF-EOF
065700         MOVE "Y" TO APCNF-EOF-SW
065800         GO TO 2900-EXIT
065900     END-IF.
066000     IF NOT APCNF-FILE-OK
066100         DISPLAY "RDIDF29 ABEND - LFAPCNF STATUS "
066200             APCNF-FILE-STATUS
066300         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
066400         MOVE 16 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700 2900-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------*
067100* 3000-WRITE-NEW-GENERATION - WRITE THE LEDGER BACK, IN ITS *
067200* ORIGINAL ORDER, TO THE NEW GENERATION.                    *
067300*----------------------------------------------------------*
067400 3000-WRITE-NEW-GENERATION.
067500     OPEN OUTPUT LFRFRNW.
067600     IF NOT RFRNW-FILE-OK
067700         DISPLAY "RDIDF29 ABEND - LFRFRNW OPEN STATUS "
067800             RFRNW-FILE-STATUS
067900         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
068000         MOVE 16 TO RETURN-CODE
068100         STOP RUN
068200     END-IF.
068300     MOVE "Y" TO NEWGEN-OPEN-SW.
068400     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
068500         VARYING WS-LDG-SUB FROM 1 BY 1
068600         UNTIL WS-LDG-SUB > WS-LEDGER-USED.
068700     CLOSE LFRFRNW.
068800     MOVE "N" TO NEWGEN-OPEN-SW.
068900 3000-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------*
069300* 3100-WRITE-ONE-ENTRY - AN OUTSTANDING REQUEST IS ALWAYS   *
069400* CARRIED.  AN ISSUED ONE IS CARRIED FOR THE VOID WINDOW, A *
069500* VOIDED OR CANCELLED ONE FOR THE RETENTION PERIOD, BOTH    *
069600* COUNTED FROM THE DATE IT WAS CLOSED; PAST THAT IT IS      *
069700* PURGED.  A FAILED WRITE HALTS THE RUN.                    *
069800*----------------------------------------------------------*
069900 3100-WRITE-ONE-ENTRY.
070000     MOVE WS-LEDGER-ENTRY (WS-LDG-SUB) TO RFREQ-RECORD.
070100     IF RFREQ-OUTSTANDING
070200         ADD 1 TO WS-OUTSTANDING-COUNT
070300         ADD RFREQ-REFUND-AMT TO WS-OUTSTANDING-TOTAL
070400     ELSE
070500         MOVE RFREQ-DONE-DATE TO WS-DATE-CCYYMMDD
070600         PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT
070700         COMPUTE WS-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL
070800         IF (RFREQ-ISSUED AND WS-DAYS > WS-VOID-WINDOW-DAYS)
070900                 OR (NOT RFREQ-ISSUED
071000                     AND WS-DAYS > WS-RETENTION-DAYS)
071100             ADD 1 TO WS-PURGED-COUNT
071200             GO TO 3100-EXIT
071300         END-IF
071400         ADD 1 TO WS-CARRIED-COUNT
071500     END-IF.
071600     MOVE RFREQ-RECORD TO RFRNW-FILE-REC.
071700     WRITE RFRNW-FILE-REC.
071800     IF NOT RFRNW-FILE-OK
071900         DISPLAY "RDIDF29 ABEND - LFRFRNW WRITE STATUS "
072000             RFRNW-FILE-STATUS
072100         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
072200         MOVE 16 TO RETURN-CODE
072300         STOP RUN
072400     END-IF.
072500 3100-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------*
072900* 3500-REPORT-OUTSTANDING - THE AGED REPORT.  EVERY REQUEST *
073000* STILL OUTSTANDING, OLDEST FIRST, WITH ITS DAYS SINCE      *
073100* REQUEST AND AGE BUCKET, THEN THE BUCKET TOTALS.           *
073200*----------------------------------------------------------*
073300 3500-REPORT-OUTSTANDING.
073400     MOVE SPACES TO RFAGE-LINE.
073500     STRING "OUTSTANDING REFUND REQUESTS - AGED BY DAYS SINCE "
073600         "REQUEST - BUSINESS DATE " WS-RUNC-BUS-DATE
073700         DELIMITED SIZE INTO RFAGE-LINE
073800     END-STRING.
073900     WRITE RFAGE-LINE.
074000     MOVE SPACES TO RFAGE-LINE.
074100     WRITE RFAGE-LINE.
074200     MOVE SPACES TO RFAGE-LINE.
074300     STRING "  AGE      PROV-ID    REQ-DATE DAYS        AMOUNT "
074400         "PROVIDER NAME"
074500         DELIMITED SIZE INTO RFAGE-LINE
074600     END-STRING.
074700     WRITE RFAGE-LINE.
074800     IF WS-OUTSTANDING-COUNT = ZERO
074900         MOVE "  NONE" TO RFAGE-LINE
075000         WRITE RFAGE-LINE
075100     ELSE
075200         PERFORM 3600-AGE-ONE-REQUEST THRU 3600-EXIT
075300             VARYING WS-LDG-SUB FROM 1 BY 1
075400             UNTIL WS-LDG-SUB > WS-LEDGER-USED
075500     END-IF.
075600     MOVE SPACES TO RFAGE-LINE.
075700     WRITE RFAGE-LINE.
075800     MOVE "0-30" TO WS-AGE-BUCKET.
075900     MOVE WS-AGE-0-30-COUNT TO WS-COUNT-ED-1.
076000     MOVE WS-AGE-0-30-TOTAL TO WS-TOTAL-ED.
076100     PERFORM 3700-WRITE-BUCKET-LINE THRU 3700-EXIT.
076200     MOVE "31-60" TO WS-AGE-BUCKET.
076300     MOVE WS-AGE-31-60-COUNT TO WS-COUNT-ED-1.
076400     MOVE WS-AGE-31-60-TOTAL TO WS-TOTAL-ED.
076500     PERFORM 3700-WRITE-BUCKET-LINE THRU 3700-EXIT.
076600     MOVE "61-90" TO WS-AGE-BUCKET.
076700     MOVE WS-AGE-61-90-COUNT TO WS-COUNT-ED-1.
076800     MOVE WS-AGE-61-90-TOTAL TO WS-TOTAL-ED.
076900     PERFORM 3700-WRITE-BUCKET-LINE THRU 3700-EXIT.
077000     MOVE "OVER 90" TO WS-AGE-BUCKET.
077100     MOVE WS-AGE-OVER-90-COUNT TO WS-COUNT-ED-1.
077200     MOVE WS-AGE-OVER-90-TOTAL TO WS-TOTAL-ED.
077300     PERFORM 3700-WRITE-BUCKET-LINE THRU 3700-EXIT.
077400     MOVE "ALL" TO WS-AGE-BUCKET.
077500     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-ED-1.
077600     MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-ED.
077700     PERFORM 3700-WRITE-BUCKET-LINE THRU 3700-EXIT.
077800 3500-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------*
078200* 3600-AGE-ONE-REQUEST - LIST ONE OUTSTANDING REQUEST AND   *
078300* ADD IT TO ITS AGE BUCKET.                                 *
078400*----------------------------------------------------------*
078500 3600-AGE-ONE-REQUEST.
078600     IF WS-LDG-STATUS (WS-LDG-SUB) NOT = "O"
078700         GO TO 3600-EXIT
078800     END-IF.
078900     MOVE WS-LDG-REQ-DATE (WS-LDG-SUB) TO WS-DATE-CCYYMMDD.
079000     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
079100     COMPUTE WS-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
079200     IF WS-DAYS < ZERO
079300         MOVE ZERO TO WS-DAYS
079400     END-IF.
079500     IF WS-DAYS <= 30
079600         MOVE "0-30" TO WS-AGE-BUCKET
079700         ADD 1 TO WS-AGE-0-30-COUNT
079800         ADD WS-LDG-REFUND-AMT (WS-LDG-SUB) TO WS-AGE-0-30-TOTAL
079900     ELSE
080000         IF WS-DAYS <= 60
080100             MOVE "31-60" TO WS-AGE-BUCKET
080200             ADD 1 TO WS-AGE-31-60-COUNT
080300             ADD WS-LDG-REFUND-AMT (WS-LDG-SUB)
080400                 TO WS-AGE-31-60-TOTAL
080500         ELSE
080600             IF WS-DAYS <= 90
080700                 MOVE "61-90" TO WS-AGE-BUCKET
080800                 ADD 1 TO WS-AGE-61-90-COUNT
080900                 ADD WS-LDG-REFUND-AMT (WS-LDG-SUB)
081000                     TO WS-AGE-61-90-TOTAL
081100             ELSE
081200                 MOVE "OVER 90" TO WS-AGE-BUCKET
081300                 ADD 1 TO WS-AGE-OVER-90-COUNT
081400                 ADD WS-LDG-REFUND-AMT (WS-LDG-SUB)
081500                     TO WS-AGE-OVER-90-TOTAL
081600             END-IF
081700         END-IF
081800     END-IF.
081900     MOVE WS-DAYS TO WS-DAYS-ED.
082000     MOVE WS-LDG-REFUND-AMT (WS-LDG-SUB) TO WS-AMT-ED-1.
082100     MOVE SPACES TO RFAGE-LINE.
082200     STRING "  " WS-AGE-BUCKET
082300         " " WS-LDG-PROV-ID (WS-LDG-SUB)
082400         " " WS-LDG-REQ-DATE (WS-LDG-SUB)
082500         " " WS-DAYS-ED
082600         " " WS-AMT-ED-1
082700         " " WS-LDG-PROV-NAME (WS-LDG-SUB)
082800         DELIMITED SIZE INTO RFAGE-LINE
082900     END-STRING.
083000     WRITE RFAGE-LINE.
083100 3600-EXIT.
083200     EXIT.
083300
083400*----------------------------------------------------------*
083500* 3700-WRITE-BUCKET-LINE - ONE AGE-BUCKET TOTAL LINE.       *
083600*----------------------------------------------------------*
083700 3700-WRITE-BUCKET-LINE.
083800     MOVE SPACES TO RFAGE-LINE.
083900     STRING "AGE " WS-AGE-BUCKET
084000         " DAYS - REQUESTS: " WS-COUNT-ED-1
084100         "  TOTAL: " WS-TOTAL-ED
084200         DELIMITED SIZE INTO RFAGE-LINE
084300     END-STRING.
084400     WRITE RFAGE-LINE.
084500 3700-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------*
084900* 4000-WRITE-SUMMARY - CLOSE THE RECONCILIATION REPORT AND  *
085000* THE EXCEPTION LIST WITH THE RUN'S COUNTS AND TOTALS, AND  *
085100* DISPLAY THEM FOR THE JOB LOG.                             *
085200*----------------------------------------------------------*
085300 4000-WRITE-SUMMARY.
085400     IF WS-ISSUED-COUNT = ZERO AND WS-VOIDED-COUNT = ZERO
085500             AND WS-CANCELLED-COUNT = ZERO
085600         MOVE "  NONE" TO RFRCN-LINE
085700         WRITE RFRCN-LINE
085800     END-IF.
085900     IF WS-EXCEPTION-COUNT = ZERO
086000         MOVE "  NONE" TO APEXC-LINE
086100         WRITE APEXC-LINE
086200     END-IF.
086300     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED-1.
086400     MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-ED.
086500     MOVE SPACES TO APEXC-LINE.
086600     WRITE APEXC-LINE.
086700     MOVE SPACES TO APEXC-LINE.
086800     STRING "EXCEPTIONS: " WS-COUNT-ED-1
086900         "  TOTAL OF NUMERIC AMOUNTS: " WS-TOTAL-ED
087000         DELIMITED SIZE INTO APEXC-LINE
087100     END-STRING.
087200     WRITE APEXC-LINE.
087300     MOVE SPACES TO RFRCN-LINE.
087400     WRITE RFRCN-LINE.
087500     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
087600     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED-2.
087700     MOVE WS-ADJ-COUNT TO WS-COUNT-ED-3.
087800     MOVE SPACES TO RFRCN-LINE.
087900     STRING "AP RECORDS READ: " WS-COUNT-ED-1
088000         "  EXCEPTIONS (IDFAPEXC): " WS-COUNT-ED-2
088100         "  ADJUSTMENTS WRITTEN: " WS-COUNT-ED-3
088200         DELIMITED SIZE INTO RFRCN-LINE
088300     END-STRING.
088400     WRITE RFRCN-LINE.
088500     DISPLAY "RDIDF29 - " RFRCN-LINE (1:80).
088600     MOVE WS-ISSUED-COUNT TO WS-COUNT-ED-1.
088700     MOVE WS-ISSUED-TOTAL TO WS-TOTAL-ED.
088800     MOVE SPACES TO RFRCN-LINE.
088900     STRING "CONFIRMED ISSUED - CREDIT ZEROED:  " WS-COUNT-ED-1
089000         "  TOTAL: " WS-TOTAL-ED
089100         DELIMITED SIZE INTO RFRCN-LINE
089200     END-STRING.
089300     WRITE RFRCN-LINE.
089400     MOVE WS-VOIDED-COUNT TO WS-COUNT-ED-1.
089500     MOVE WS-VOIDED-TOTAL TO WS-TOTAL-ED.
089600     MOVE SPACES TO RFRCN-LINE.
089700     STRING "VOIDED - CREDIT RESTORED:          " WS-COUNT-ED-1
089800         "  TOTAL: " WS-TOTAL-ED
089900         DELIMITED SIZE INTO RFRCN-LINE
090000     END-STRING.
090100     WRITE RFRCN-LINE.
090200     MOVE WS-CANCELLED-COUNT TO WS-COUNT-ED-1.
090300     MOVE WS-CANCELLED-TOTAL TO WS-TOTAL-ED.
090400     MOVE SPACES TO RFRCN-LINE.
090500     STRING "VOIDED BEFORE ISSUE - NO POSTING:  " WS-COUNT-ED-1
090600         "  TOTAL: " WS-TOTAL-ED
090700         DELIMITED SIZE INTO RFRCN-LINE
090800     END-STRING.
090900     WRITE RFRCN-LINE.
091000     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-ED-1.
091100     MOVE WS-CARRIED-COUNT TO WS-COUNT-ED-2.
091200     MOVE WS-PURGED-COUNT TO WS-COUNT-ED-3.
091300     MOVE SPACES TO RFRCN-LINE.
091400     STRING "LEDGER - OUTSTANDING: " WS-COUNT-ED-1
091500         "  CLOSED CARRIED: " WS-COUNT-ED-2
091600         "  PURGED: " WS-COUNT-ED-3
091700         DELIMITED SIZE INTO RFRCN-LINE
091800     END-STRING.
091900     WRITE RFRCN-LINE.
092000     DISPLAY "RDIDF29 - " RFRCN-LINE (1:80).
092100 4000-EXIT.
092200     EXIT.
092300
092400*----------------------------------------------------------*
092500* 4200-WRITE-ADJ-TRAILER - CLOSE THE ADJUSTMENT BATCH WITH  *
092600* ITS RECORD COUNT AND SIGNED ADJUSTMENT HASH.  ONLY A RUN  *
092700* THAT REACHES THE END WRITES IT, SO A FILE CUT SHORT BY AN *
092800* ABEND WILL NOT PROVE IN RDIDF7.                           *
092900*----------------------------------------------------------*
093000 4200-WRITE-ADJ-TRAILER.
093100     MOVE SPACES TO PSTB-TRAILER-RECORD.
093200     MOVE "**TRAILER*" TO PSTB-TRL-REC-ID.
093300     MOVE WS-ADJ-COUNT TO PSTB-TRL-RECORD-COUNT.
093400     MOVE ZERO TO PSTB-TRL-PAY-HASH.
093500     MOVE WS-ADJ-HASH TO PSTB-TRL-ADJ-HASH.
093600     MOVE ZERO TO PSTB-TRL-REF-HASH.
093700     WRITE PSTB-TRAILER-RECORD.
093800 4200-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------*
094200* 7800-DATE-TO-SERIAL - CONVERT WS-DATE-CCYYMMDD TO A DAY   *
094300* SERIAL FOR DAY-COUNT ARITHMETIC: 365 PER YEAR PLUS ONE PER*
094400* ELAPSED LEAP YEAR, PLUS THE CUMULATIVE DAYS OF THE        *
094500* COMPLETED MONTHS, PLUS THE DAY - THE SAME SERIAL RDIDF9   *
094600* AND RDIDF25 USE.  ACCURATE FOR 2000-2099.                 *
094700*----------------------------------------------------------*
094800 7800-DATE-TO-SERIAL.
094900     MOVE WS-DATE-YY TO WS-DTS-YY.
095000     MOVE WS-DATE-MM TO WS-DTS-MM.
095100     MOVE WS-DATE-DD TO WS-DTS-DD.
095200     IF WS-DTS-MM < 1 OR WS-DTS-MM > 12
095300         MOVE 1 TO WS-DTS-MM
095400     END-IF.
095500     COMPUTE WS-LEAP-QUOT = (WS-DTS-YY + 3) / 4.
095600     COMPUTE WS-DTS-SERIAL =
095700         (WS-DTS-YY * 365)
095800         + WS-LEAP-QUOT
095900         + WS-CUM-DAYS (WS-DTS-MM)
096000         + WS-DTS-DD.
096100     DIVIDE WS-DTS-YY BY 4
096200         GIVING WS-LEAP-QUOT
096300         REMAINDER WS-LEAP-REM.
096400     IF WS-LEAP-REM = ZERO AND WS-DTS-MM > 2
096500         ADD 1 TO WS-DTS-SERIAL
096600     END-IF.
096700 7800-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------*
097100* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
097200*----------------------------------------------------------*
097300 9000-END-PROGRAM.
097400     CLOSE LFAPCNF.
097500     IF NEWGEN-OPEN
097600         CLOSE LFRFRNW
097700     END-IF.
097800     CLOSE LFPSGEN.
097900     CLOSE LFRFRCN.
098000     CLOSE LFRFAGE.
098100     CLOSE LFAPEXC.
098200 9000-EXIT.
098300     EXIT.
098400
098500     COPY RUNCTLPR.
098600
098700 END PROGRAM RDIDF29.
