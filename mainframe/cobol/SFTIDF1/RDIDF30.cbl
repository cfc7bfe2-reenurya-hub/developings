000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF30.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF30 - ANNUAL UNCLAIMED PROPERTY (ESCHEAT) RUN.        *
000900*                                                           *
001000* WALKS IDFPROVS.DAT FOR EVERY CREDIT BALANCE AND DATES ITS *
001100* LAST ACTIVITY FROM THE TRANSACTION HISTORY, IDFTRHST.DAT. *
001200* A BALANCE MERGED ONTO A SURVIVOR BY RDIDF11 CARRIES THE   *
001300* ACTIVITY OF EVERY ID MERGED INTO IT (IDFXREF.DAT, FOLLOWED*
001400* DOWN THE WHOLE CHAIN), SO THE MERGE ITSELF NEVER RESTARTS *
001500* OR HIDES THE DORMANCY CLOCK.  A PROVIDER WITH NO POSTING  *
001600* HISTORY AT ALL IS DATED FROM ITS STATUS EFFECTIVE DATE.   *
001700*                                                           *
001800* THE DORMANCY PERIOD COMES FROM THE STATE DORMANCY TABLE,  *
001900* IDFSTDOR.DAT (COPYBOOK STDORTBL), BY PROV-ADDR-STATE:     *
002000*   - DORMANT: NO ACTIVITY FOR LONGER THAN THE PERIOD.  THE *
002100*     BALANCE GOES ON THE HOLDER REPORT, IDFESHLD.DAT,      *
002200*     GROUPED BY STATE, AND AN "R" RECORD IS APPENDED TO THE*
002300*     ESCHEAT LEDGER, IDFESCHT.DAT (COPYBOOK ESCHTREC).     *
002400*   - ENTERING DORMANCY: THE PERIOD RUNS OUT BEFORE NEXT    *
002500*     YEAR'S RUN.  A DUE-DILIGENCE LETTER RECORD IS WRITTEN *
002600*     TO IDFESLTR.DAT SO THE OWNER IS CONTACTED FIRST.      *
002700* A PROVIDER ALREADY ON THE LEDGER AWAITING REMITTANCE, OR  *
002800* REMITTED BUT LEFT UNCLEARED FOR FINANCE TO RESOLVE, IS NOT*
002900* REPORTED AGAIN - NOR IS THE SURVIVOR IT WAS SINCE MERGED  *
003000* INTO.  A BALANCE WHOSE STATE IS NOT IN THE                *
003100* TABLE, OR THAT HAS NO DATE TO AGE FROM, IS LISTED AS NOT  *
003200* EVALUATED AND THE RUN ENDS RC 4.                          *
003210* A STATE REPEATED ON THE DORMANCY TABLE IS AGED ON ITS     *
003220* FIRST RECORD; THE REPEAT IS LISTED AT THE HEAD OF THE     *
003230* HOLDER REPORT AND THE RUN ALSO ENDS RC 4.                 *
003300*                                                           *
003400* NO BALANCE IS TOUCHED HERE.  ONCE FINANCE CONFIRMS THE    *
003500* REMITTANCE TO A STATE, RDIDF31 CLEARS THE REPORTED        *
003600* BALANCES THROUGH RDIDF7.                                  *
003700*----------------------------------------------------------*
003800* MODIFICATION HISTORY                                      *
003900*----------------------------------------------------------*
004000* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004100*----------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
004700         FILE STATUS IS FILE-CHECK-KEY
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PROV-ID
005100         ALTERNATE RECORD KEY IS PROV-DESC
005200             WITH DUPLICATES.
005300
005400     SELECT LFTRHST ASSIGN TO "IDFTRHST.DAT"
005500         FILE STATUS IS TRHST-FILE-STATUS
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TRNH-KEY.
005900
006000     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
006100         FILE STATUS IS XREF-FILE-STATUS
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS XREF-OLD-PROV-ID.
006500
006600     SELECT LFSTDOR ASSIGN TO "IDFSTDOR.DAT"
006700         FILE STATUS IS STDOR-FILE-STATUS
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT LFESCHT ASSIGN TO "IDFESCHT.DAT"
007100         FILE STATUS IS ESCHT-FILE-STATUS
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT LFESLTR ASSIGN TO "IDFESLTR.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT LFESHLD ASSIGN TO "IDFESHLD.DAT"
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
008800 FD  LFIDPROVS.
008900     COPY PROVREC.
009000
009100 FD  LFTRHST.
009200     COPY TRANHREC.
009300
009400 FD  LFXREF.
009500     COPY XREFREC.
009600
009700 FD  LFSTDOR
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  STDOR-RECORD.
010000     05  SDR-STATE               PIC X(02).
010100     05  SDR-YEARS               PIC X(02).
010200     05  SDR-YEARS-NUM REDEFINES SDR-YEARS
010300                                 PIC 9(02).
010400     05  SDR-STATE-NAME          PIC X(20).
010500     05  FILLER                  PIC X(56).
010600
010700 FD  LFESCHT
010800     RECORD CONTAINS 120 CHARACTERS.
010900 01  ESCHT-FILE-REC              PIC X(120).
011000
011100*----------------------------------------------------------*
011200* ONE DUE-DILIGENCE LETTER RECORD PER PROVIDER ENTERING     *
011300* DORMANCY, FOR THE LETTER MERGE.  THE UNDELIVERABLE FLAG   *
011400* IS PASSED THROUGH SO A KNOWN-BAD ADDRESS CAN BE WORKED    *
011500* BEFORE THE LETTER IS MAILED.                              *
011600*----------------------------------------------------------*
011700 FD  LFESLTR
011800     RECORD CONTAINS 200 CHARACTERS.
011900 01  ESLTR-RECORD.
012000     05  LTR-PROV-ID             PIC 9(10).
012100     05  LTR-PROV-NAME           PIC X(40).
012200     05  LTR-ADDR-LINE-1         PIC X(30).
012300     05  LTR-ADDR-LINE-2         PIC X(30).
012400     05  LTR-ADDR-CITY           PIC X(20).
012500     05  LTR-ADDR-STATE          PIC X(02).
012600     05  LTR-ADDR-ZIP            PIC X(09).
012700     05  LTR-AMOUNT              PIC 9(08)V99.
012800     05  LTR-LAST-ACT-DATE       PIC 9(08).
012900     05  LTR-DORMANT-DATE        PIC 9(08).
013000     05  LTR-STATE-NAME          PIC X(20).
013100     05  LTR-UNDELIV-FLAG        PIC X(01).
013200     05  FILLER                  PIC X(12).
013300
013400 FD  LFESHLD
013500     RECORD CONTAINS 132 CHARACTERS.
013600 01  ESHLD-LINE                  PIC X(132).
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
014700     05  TRHST-FILE-STATUS       PIC X(02).
014800         88  TRHST-FILE-OK           VALUE "00".
014900
015000     05  XREF-FILE-STATUS        PIC X(02).
015100         88  XREF-FILE-OK            VALUE "00".
015200         88  XREF-EOF                VALUE "10".
015300
015400     05  STDOR-FILE-STATUS       PIC X(02).
015500         88  STDOR-FILE-OK           VALUES "00" "04".
015600         88  STDOR-EOF               VALUE "10".
015700
015800     05  ESCHT-FILE-STATUS       PIC X(02).
015900         88  ESCHT-FILE-OK           VALUES "00" "04".
016000         88  ESCHT-EOF               VALUE "10".
016100         88  ESCHT-NOT-FOUND         VALUE "35".
016200
016300     05  WS-CREDIT-AMT           PIC 9(08)V99.
016400     05  WS-LAST-ACT-DATE        PIC 9(08).
016500     05  WS-DORMANT-DATE         PIC 9(08).
016600     05  WS-NEXT-RUN-DATE        PIC 9(08).
016700     05  WS-WALK-PROV-ID         PIC 9(10).
016800     05  WS-SURV-PROV-ID         PIC 9(10).
016900     05  WS-ACT-SOURCE           PIC X(01).
017000     05  WS-EXC-REASON           PIC X(40).
017100
017200 01  WS-SWITCHES.
017300     05  MASTER-EOF-SW           PIC X(01) VALUE "N".
017400         88  MASTER-EOF              VALUE "Y".
017500     05  TRHST-PRESENT-SW        PIC X(01) VALUE "Y".
017600         88  TRHST-PRESENT           VALUE "Y".
017700     05  TRHST-DONE-SW           PIC X(01) VALUE "N".
017800         88  TRHST-DONE              VALUE "Y".
017900     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
018000         88  XREF-PRESENT            VALUE "Y".
018100     05  XREF-DONE-SW            PIC X(01) VALUE "N".
018200         88  XREF-DONE               VALUE "Y".
018300     05  REPORTED-SW             PIC X(01) VALUE "N".
018400         88  ALREADY-REPORTED        VALUE "Y".
018500     05  LEDGER-OPEN-SW          PIC X(01) VALUE "N".
018600         88  LEDGER-OPEN             VALUE "Y".
018700
018800     COPY STDORTBL.
018900
019000     COPY ESCHTREC.
019100
019200*----------------------------------------------------------*
019300* WS-XREF-TABLE - EVERY MERGE ON IDFXREF.DAT, WITH THE ID   *
019400* AT THE END OF ITS CHAIN, SO A SURVIVOR CAN FIND EVERY ID  *
019500* WHOSE BALANCE (AND ACTIVITY) IT NOW CARRIES.              *
019600*----------------------------------------------------------*
019700 01  WS-XREF-TABLE-AREA.
019800     05  WS-XREF-ENTRY           OCCURS 5000 TIMES.
019900         10  WS-XR-OLD-ID        PIC 9(10).
020000         10  WS-XR-FINAL-ID      PIC 9(10).
020100
020200*----------------------------------------------------------*
020300* WS-REPORTED-TABLE - PROVIDERS ON THE LEDGER STILL AWAITING*
020400* REMITTANCE OR LEFT UNCLEARED, EACH CARRIED AS THE PROVIDER*
020500* THAT HOLDS ITS BALANCE TODAY.                             *
020600*----------------------------------------------------------*
020700 01  WS-REPORTED-TABLE-AREA.
020800     05  WS-REPORTED-ID          PIC 9(10) OCCURS 5000 TIMES.
020900
021000*----------------------------------------------------------*
021100* WS-HOLDER-TABLE - THE DORMANT BALANCES FOUND, HELD SO     *
021200* THE HOLDER REPORT CAN BE PRINTED GROUPED BY STATE, ONE    *
021300* PASS PER STATE, WITHOUT A SORT.                           *
021400*----------------------------------------------------------*
021500 01  WS-HOLDER-TABLE-AREA.
021600     05  WS-HOLDER-ENTRY         OCCURS 5000 TIMES.
021700         10  WS-HLD-STATE        PIC X(02).
021800         10  WS-HLD-PROV-ID      PIC 9(10).
021900         10  WS-HLD-PROV-NAME    PIC X(40).
022000         10  WS-HLD-STAT-CODE    PIC X(01).
022100         10  WS-HLD-AMOUNT       PIC 9(08)V99.
022200         10  WS-HLD-LAST-ACT     PIC 9(08).
022300         10  WS-HLD-ACT-SOURCE   PIC X(01).
022400         10  WS-HLD-DORMANT      PIC 9(08).
022500
022600 01  WS-EXCEPTION-TABLE-AREA.
022700     05  WS-EXC-LINE             PIC X(132) OCCURS 500 TIMES.
022710
022720 01  WS-REPEAT-TABLE-AREA.
022730     05  WS-REPEAT-STATE         PIC X(02) OCCURS 70 TIMES.
022800
022900 01  WS-TABLE-WORK           COMP.
023000     05  WS-XREF-USED            PIC 9(04) VALUE ZERO.
023100     05  WS-REPORTED-USED        PIC 9(04) VALUE ZERO.
023200     05  WS-HOLDER-USED          PIC 9(04) VALUE ZERO.
023300     05  WS-EXC-USED             PIC 9(04) VALUE ZERO.
023400     05  WS-SCAN-SUB             PIC 9(04).
023500     05  WS-XR-SUB               PIC 9(04).
023600     05  WS-HLD-SUB              PIC 9(04).
023700     05  WS-STATE-SUB            PIC 9(04).
023800     05  WS-PRINT-SUB            PIC 9(04).
023810     05  WS-REPEAT-USED          PIC 9(04) VALUE ZERO.
023900
024000 01  WS-CONSTANTS            COMP.
024100     05  WS-MAX-XREF-HOPS        PIC 9(03) VALUE 20.
024200
024300 01  WS-COUNTERS             COMP.
024400     05  WS-XREF-HOPS            PIC 9(03) VALUE ZERO.
024500     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
024600     05  WS-CREDIT-COUNT         PIC 9(07) VALUE ZERO.
024700     05  WS-DORMANT-COUNT        PIC 9(07) VALUE ZERO.
024800     05  WS-LETTER-COUNT         PIC 9(07) VALUE ZERO.
024900     05  WS-ALREADY-COUNT        PIC 9(07) VALUE ZERO.
025000     05  WS-NOT-EVAL-COUNT       PIC 9(07) VALUE ZERO.
025100     05  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZERO.
025200     05  WS-STATE-COUNT          PIC 9(07) VALUE ZERO.
025300     05  WS-EXC-LOST-COUNT       PIC 9(07) VALUE ZERO.
025310     05  WS-REPEAT-COUNT         PIC 9(07) VALUE ZERO.
025400
025500 01  WS-ACCUMULATORS         COMP.
025600     05  WS-DORMANT-TOTAL        PIC S9(10)V99 VALUE ZERO.
025700     05  WS-LETTER-TOTAL         PIC S9(10)V99 VALUE ZERO.
025800     05  WS-ALREADY-TOTAL        PIC S9(10)V99 VALUE ZERO.
025900     05  WS-NOT-EVAL-TOTAL       PIC S9(10)V99 VALUE ZERO.
026000     05  WS-STATE-TOTAL          PIC S9(10)V99 VALUE ZERO.
026100
026200 01  WS-REPORT-FIELDS.
026300     05  WS-AMT-ED-1             PIC -(8)9.99.
026400     05  WS-TOTAL-ED             PIC -(10)9.99.
026500     05  WS-COUNT-ED-1           PIC Z(06)9.
026600     05  WS-YEARS-ED             PIC Z9.
026700
026800     COPY RUNCTLWS.
026900
027000 PROCEDURE DIVISION.
027100
027200 0000-MAINLINE.
027300     MOVE "RDIDF30 " TO WS-RUNC-THIS-JOB.
027400     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     PERFORM 2000-PROCESS-PROVIDER THRU 2000-EXIT
027700         UNTIL MASTER-EOF.
027800     PERFORM 3000-PRINT-HOLDER-REPORT THRU 3000-EXIT.
027900     PERFORM 3500-PRINT-NOT-EVALUATED THRU 3500-EXIT.
028000     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
028100     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
028200     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
028300     IF WS-NOT-EVAL-COUNT > ZERO OR WS-REPEAT-COUNT > ZERO
028400         MOVE 4 TO RETURN-CODE
028500     END-IF.
028600     STOP RUN.
028700
028800*----------------------------------------------------------*
028900* 1000-INITIALIZE - LOAD THE DORMANCY TABLE, THE MERGE      *
029000* CHAINS, AND THE PROVIDERS ALREADY REPORTED, THEN OPEN THE *
029100* MASTER, HISTORY, AND OUTPUTS AND PRIME THE MASTER LOOP.   *
029200* THE RUN DOES NOT START WITHOUT THE DORMANCY TABLE.  A     *
029300* MISSING HISTORY OR CROSS-REFERENCE FILE IS TREATED AS     *
029400* EMPTY.                                                    *
029500*----------------------------------------------------------*
029600 1000-INITIALIZE.
029700     COMPUTE WS-NEXT-RUN-DATE = WS-RUNC-BUS-DATE + 10000.
029800     PERFORM 1100-LOAD-DORMANCY-TABLE THRU 1100-EXIT.
029900     OPEN INPUT LFXREF.
030000     IF NOT XREF-FILE-OK
030100         MOVE "N" TO XREF-PRESENT-SW
030200     ELSE
030300         PERFORM 1200-LOAD-XREF-TABLE THRU 1200-EXIT
030400     END-IF.
030500     PERFORM 1300-LOAD-REPORTED THRU 1300-EXIT.
030600     OPEN INPUT LFTRHST.
030700     IF NOT TRHST-FILE-OK
030800         MOVE "N" TO TRHST-PRESENT-SW
030900     END-IF.
031000     OPEN INPUT LFIDPROVS.
031100     IF NOT RECORDFOUND
031200         DISPLAY "RDIDF30 ABEND - LFIDPROVS OPEN STATUS "
031300             FILE-CHECK-KEY
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     OPEN OUTPUT LFESLTR.
031800     OPEN OUTPUT LFESHLD.
031900     MOVE SPACES TO ESHLD-LINE.
032000     STRING "UNCLAIMED PROPERTY HOLDER REPORT - DORMANT CREDIT "
032100         "BALANCES BY STATE - BUSINESS DATE " WS-RUNC-BUS-DATE
032200         DELIMITED SIZE INTO ESHLD-LINE
032300     END-STRING.
032400     WRITE ESHLD-LINE.
032410     PERFORM 1150-PRINT-REPEATED-STATES THRU 1150-EXIT.
032500     PERFORM 2900-READ-PROVIDER THRU 2900-EXIT.
032600 1000-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------*
033000* 1100-LOAD-DORMANCY-TABLE - LOAD THE STATE DORMANCY TABLE. *
033100* A RECORD WITH A BLANK STATE OR A NON-NUMERIC OR ZERO      *
033200* PERIOD IS SKIPPED WITH A MESSAGE - ITS STATE THEN LISTS AS*
033300* NOT EVALUATED RATHER THAN BEING AGED ON A BAD PERIOD.  A  *
033400* MISSING OR EMPTY TABLE HALTS THE RUN.                     *
033500*----------------------------------------------------------*
033600 1100-LOAD-DORMANCY-TABLE.
033700     OPEN INPUT LFSTDOR.
033800     IF NOT STDOR-FILE-OK
033900         DISPLAY "RDIDF30 ABEND - STATE DORMANCY TABLE "
034000             "IDFSTDOR.DAT OPEN STATUS " STDOR-FILE-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     MOVE SPACES TO WS-SDOR-TABLE-AREA.
034500     PERFORM 1110-LOAD-ONE-STATE THRU 1110-EXIT
034600         UNTIL STDOR-EOF.
034700     CLOSE LFSTDOR.
034800     IF WS-SDOR-COUNT = ZERO
034900         DISPLAY "RDIDF30 ABEND - STATE DORMANCY TABLE "
035000             "IDFSTDOR.DAT IS EMPTY"
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400 1100-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------*
035800* 1110-LOAD-ONE-STATE - READ ONE TABLE RECORD INTO THE NEXT *
035900* ENTRY.  A STATE ALREADY LOADED KEEPS ITS FIRST RECORD;    *
035950* THE REPEAT IS IGNORED AND NOTED FOR THE REPORT.           *
036000*----------------------------------------------------------*
036100 1110-LOAD-ONE-STATE.
036200     READ LFSTDOR.
036300     IF STDOR-EOF
036400         GO TO 1110-EXIT
036500     END-IF.
036600     IF NOT STDOR-FILE-OK
036700         DISPLAY "RDIDF30 ABEND - LFSTDOR STATUS "
036800             STDOR-FILE-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     IF SDR-STATE = SPACES OR SDR-YEARS NOT NUMERIC
037300             OR SDR-YEARS-NUM = ZERO
037400         DISPLAY "RDIDF30 - DORMANCY TABLE RECORD SKIPPED: "
037500             STDOR-RECORD (1:24)
037600         GO TO 1110-EXIT
037700     END-IF.
037710     SET SDOR-IDX TO 1.
037715     SEARCH WS-SDOR-ENTRY
037720         AT END
037725             MOVE "N" TO SDOR-FOUND-SW
037730         WHEN WS-SDOR-STATE (SDOR-IDX) = SDR-STATE
037735             MOVE "Y" TO SDOR-FOUND-SW
037740     END-SEARCH.
037745     IF SDOR-FOUND
037750         DISPLAY "RDIDF30 - DORMANCY TABLE STATE REPEATED, "
037755             "RECORD IGNORED: " STDOR-RECORD (1:24)
037760         PERFORM 1120-HOLD-REPEATED-STATE THRU 1120-EXIT
037765         GO TO 1110-EXIT
037770     END-IF.
037800     IF WS-SDOR-COUNT >= 70
037900         DISPLAY "RDIDF30 ABEND - MORE THAN 70 STATES ON "
038000             "IDFSTDOR.DAT"
038100         MOVE 16 TO RETURN-CODE
038200         STOP RUN
038300     END-IF.
038400     ADD 1 TO WS-SDOR-COUNT.
038500     SET SDOR-IDX TO WS-SDOR-COUNT.
038600     MOVE SDR-STATE TO WS-SDOR-STATE (SDOR-IDX).
038700     MOVE SDR-YEARS-NUM TO WS-SDOR-YEARS (SDOR-IDX).
038800     MOVE SDR-STATE-NAME TO WS-SDOR-NAME (SDOR-IDX).
038900 1110-EXIT.
039000     EXIT.
039001
039002*----------------------------------------------------------*
039003* 1120-HOLD-REPEATED-STATE - NOTE A STATE ALREADY LOADED    *
039004* FROM AN EARLIER RECORD, FOR THE HEAD OF THE HOLDER REPORT.*
039005*----------------------------------------------------------*
039006 1120-HOLD-REPEATED-STATE.
039007     ADD 1 TO WS-REPEAT-COUNT.
039008     IF WS-REPEAT-USED >= 70
039009         GO TO 1120-EXIT
039010     END-IF.
039011     ADD 1 TO WS-REPEAT-USED.
039012     MOVE SDR-STATE TO WS-REPEAT-STATE (WS-REPEAT-USED).
039013 1120-EXIT.
039014     EXIT.
039015
039016*----------------------------------------------------------*
039017* 1150-PRINT-REPEATED-STATES - LIST EACH REPEATED STATE AT  *
039018* THE HEAD OF THE HOLDER REPORT SO FINANCE CORRECTS THE     *
039019* TABLE.  THE RUN ENDS RC 4.                                *
039020*----------------------------------------------------------*
039021 1150-PRINT-REPEATED-STATES.
039022     IF WS-REPEAT-COUNT = ZERO
039023         GO TO 1150-EXIT
039024     END-IF.
039025     PERFORM 1160-PRINT-ONE-REPEAT THRU 1160-EXIT
039026         VARYING WS-PRINT-SUB FROM 1 BY 1
039027         UNTIL WS-PRINT-SUB > WS-REPEAT-USED.
039028     MOVE WS-REPEAT-COUNT TO WS-COUNT-ED-1.
039029     MOVE SPACES TO ESHLD-LINE.
039030     STRING "*** REPEATED DORMANCY TABLE RECORDS IGNORED: "
039031         WS-COUNT-ED-1
039032         DELIMITED SIZE INTO ESHLD-LINE
039033     END-STRING.
039034     WRITE ESHLD-LINE.
039035 1150-EXIT.
039036     EXIT.
039037
039038*----------------------------------------------------------*
039039* 1160-PRINT-ONE-REPEAT - ONE REPEATED-STATE LINE.          *
039040*----------------------------------------------------------*
039041 1160-PRINT-ONE-REPEAT.
039042     MOVE SPACES TO ESHLD-LINE.
039043     STRING "*** STATE " WS-REPEAT-STATE (WS-PRINT-SUB)
039044         " IS ON IDFSTDOR.DAT MORE THAN ONCE - FIRST RECORD "
039045         "USED, LATER ONES IGNORED"
039046         DELIMITED SIZE INTO ESHLD-LINE
039047     END-STRING.
039048     WRITE ESHLD-LINE.
039049 1160-EXIT.
039050     EXIT.
039100
039200*----------------------------------------------------------*
039300* 1200-LOAD-XREF-TABLE - LOAD EVERY MERGE, THEN RESOLVE EACH*
039400* TO THE ID AT THE END OF ITS CHAIN (A SURVIVOR MAY ITSELF  *
039500* HAVE BEEN MERGED AWAY LATER).  MORE MERGES THAN THE TABLE *
039600* HOLDS HALTS THE RUN - A MISSED MERGE WOULD MISDATE A      *
039700* BALANCE.                                                  *
039800*----------------------------------------------------------*
039900 1200-LOAD-XREF-TABLE.
040000     MOVE ZERO TO XREF-OLD-PROV-ID.
040100     START LFXREF KEY IS NOT LESS THAN XREF-OLD-PROV-ID
040200         INVALID KEY GO TO 1200-EXIT
040300     END-START.
040400     MOVE "N" TO XREF-DONE-SW.
040500     PERFORM 1210-LOAD-ONE-XREF THRU 1210-EXIT
040600         UNTIL XREF-DONE.
040700     PERFORM 1220-RESOLVE-ONE-CHAIN THRU 1220-EXIT
040800         VARYING WS-XR-SUB FROM 1 BY 1
040900         UNTIL WS-XR-SUB > WS-XREF-USED.
041000 1200-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------*
041400* 1210-LOAD-ONE-XREF - READ ONE MERGE INTO THE NEXT ENTRY,  *
041500* WITH ITS IMMEDIATE SURVIVOR AS THE FIRST GUESS AT THE END *
041600* OF THE CHAIN.                                             *
041700*----------------------------------------------------------*
041800 1210-LOAD-ONE-XREF.
041900     READ LFXREF NEXT RECORD
042000         AT END MOVE "Y" TO XREF-DONE-SW
042100     END-READ.
042200     IF XREF-DONE
042300         GO TO 1210-EXIT
042400     END-IF.
042500     IF NOT XREF-FILE-OK
042600         DISPLAY "RDIDF30 ABEND - LFXREF STATUS "
042700             XREF-FILE-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100     IF WS-XREF-USED >= 5000
043200         DISPLAY "RDIDF30 ABEND - MORE THAN 5000 MERGES ON "
043300             "IDFXREF.DAT"
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700     ADD 1 TO WS-XREF-USED.
043800     MOVE XREF-OLD-PROV-ID TO WS-XR-OLD-ID (WS-XREF-USED).
043900     MOVE XREF-NEW-PROV-ID TO WS-XR-FINAL-ID (WS-XREF-USED).
044000 1210-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------*
044400* 1220-RESOLVE-ONE-CHAIN - FOLLOW ONE MERGE'S SURVIVOR DOWN *
044500* THE CHAIN TO THE PROVIDER THAT HOLDS THE BALANCE TODAY.   *
044600*----------------------------------------------------------*
044700 1220-RESOLVE-ONE-CHAIN.
044800     MOVE WS-XR-FINAL-ID (WS-XR-SUB) TO WS-SURV-PROV-ID.
044900     MOVE ZERO TO WS-XREF-HOPS.
045000     MOVE "N" TO XREF-DONE-SW.
045100     PERFORM 1230-FOLLOW-XREF THRU 1230-EXIT
045200         UNTIL XREF-DONE.
045300     MOVE WS-SURV-PROV-ID TO WS-XR-FINAL-ID (WS-XR-SUB).
045400 1220-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------*
045800* 1230-FOLLOW-XREF - ONE STEP DOWN THE MERGE CHAIN.  THE    *
045900* WALK ENDS AT AN ID THAT WAS NEVER MERGED AWAY, OR AFTER   *
046000* WS-MAX-XREF-HOPS STEPS IN CASE OF A LOOP.                 *
046100*----------------------------------------------------------*
046200 1230-FOLLOW-XREF.
046300     MOVE WS-SURV-PROV-ID TO XREF-OLD-PROV-ID.
046400     READ LFXREF
046500         KEY IS XREF-OLD-PROV-ID
046600         INVALID KEY CONTINUE
046700     END-READ.
046800     IF NOT XREF-FILE-OK
046900         MOVE "Y" TO XREF-DONE-SW
047000         GO TO 1230-EXIT
047100     END-IF.
047200     MOVE XREF-NEW-PROV-ID TO WS-SURV-PROV-ID.
047300     ADD 1 TO WS-XREF-HOPS.
047400     IF WS-XREF-HOPS >= WS-MAX-XREF-HOPS
047500         MOVE "Y" TO XREF-DONE-SW
047600     END-IF.
047700 1230-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------*
048100* 1300-LOAD-REPORTED - TABLE THE PROVIDERS ON THE LEDGER    *
048200* STILL AWAITING REMITTANCE OR LEFT UNCLEARED.  NO LEDGER   *
048300* YET (FIRST RUN) IS AN EMPTY LEDGER.                       *
048400*----------------------------------------------------------*
048500 1300-LOAD-REPORTED.
048600     OPEN INPUT LFESCHT.
048700     IF ESCHT-NOT-FOUND
048800         GO TO 1300-EXIT
048900     END-IF.
049000     IF NOT ESCHT-FILE-OK
049100         DISPLAY "RDIDF30 ABEND - LFESCHT OPEN STATUS "
049200             ESCHT-FILE-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600     PERFORM 1310-LOAD-ONE-REPORTED THRU 1310-EXIT
049700         UNTIL ESCHT-EOF.
049800     CLOSE LFESCHT.
049900 1300-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------*
050300* 1310-LOAD-ONE-REPORTED - READ ONE LEDGER RECORD AND TABLE *
050400* IT IF IT IS STILL AWAITING REMITTANCE OR WAS LEFT         *
050500* UNCLEARED, UNDER THE ID AT THE END OF ANY MERGE CHAIN.    *
050600*----------------------------------------------------------*
050700 1310-LOAD-ONE-REPORTED.
050800     READ LFESCHT.
050900     IF ESCHT-EOF
051000         GO TO 1310-EXIT
051100     END-IF.
051200     IF NOT ESCHT-FILE-OK
051300         DISPLAY "RDIDF30 ABEND - LFESCHT STATUS "
051400             ESCHT-FILE-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         STOP RUN
051700     END-IF.
051800     MOVE ESCHT-FILE-REC TO ESCH-RECORD.
051900     IF NOT ESCH-REPORTED AND NOT ESCH-NOT-CLEARED
052000         GO TO 1310-EXIT
052100     END-IF.
052200     IF WS-REPORTED-USED >= 5000
052300         DISPLAY "RDIDF30 ABEND - MORE THAN 5000 ESCHEATS "
052400             "OPEN ON IDFESCHT.DAT"
052500         MOVE 16 TO RETURN-CODE
052600         STOP RUN
052700     END-IF.
052800     ADD 1 TO WS-REPORTED-USED.
052900     MOVE ESCH-PROV-ID TO WS-REPORTED-ID (WS-REPORTED-USED).
053000     PERFORM 1320-MAP-TO-SURVIVOR THRU 1320-EXIT
053100         VARYING WS-XR-SUB FROM 1 BY 1
053200         UNTIL WS-XR-SUB > WS-XREF-USED.
053300 1310-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------*
053700* 1320-MAP-TO-SURVIVOR - IF THE LEDGER PROVIDER WAS MERGED  *
053800* AWAY, CARRY IT AS THE SURVIVOR AT THE END OF ITS CHAIN.   *
053900*----------------------------------------------------------*
054000 1320-MAP-TO-SURVIVOR.
054100     IF WS-XR-OLD-ID (WS-XR-SUB) = ESCH-PROV-ID
054200         MOVE WS-XR-FINAL-ID (WS-XR-SUB)
054300             TO WS-REPORTED-ID (WS-REPORTED-USED)
054400     END-IF.
054500 1320-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------*
054900* 2000-PROCESS-PROVIDER - AGE ONE CREDIT BALANCE AGAINST ITS*
055000* STATE'S DORMANCY PERIOD AND ROUTE IT TO THE HOLDER REPORT,*
055100* THE LETTER EXTRACT, OR NOWHERE, THEN READ THE NEXT.       *
055200*----------------------------------------------------------*
055300 2000-PROCESS-PROVIDER.
055400     IF PROV-BAL >= ZERO
055500         GO TO 2000-NEXT
055600     END-IF.
055700     ADD 1 TO WS-CREDIT-COUNT.
055800     COMPUTE WS-CREDIT-AMT = ZERO - PROV-BAL.
055900     PERFORM 2050-CHECK-REPORTED THRU 2050-EXIT.
056000     IF ALREADY-REPORTED
056100         ADD 1 TO WS-ALREADY-COUNT
056200         ADD WS-CREDIT-AMT TO WS-ALREADY-TOTAL
056300         GO TO 2000-NEXT
056400     END-IF.
056500     PERFORM 2100-FIND-STATE THRU 2100-EXIT.
056600     IF NOT SDOR-FOUND
056700         MOVE "STATE NOT IN DORMANCY TABLE" TO WS-EXC-REASON
056800         PERFORM 2600-HOLD-NOT-EVALUATED THRU 2600-EXIT
056900         GO TO 2000-NEXT
057000     END-IF.
057100     PERFORM 2200-FIND-LAST-ACTIVITY THRU 2200-EXIT.
057200     IF WS-LAST-ACT-DATE = ZERO
057300         MOVE "NO POSTING HISTORY OR STATUS DATE"
057400             TO WS-EXC-REASON
057500         PERFORM 2600-HOLD-NOT-EVALUATED THRU 2600-EXIT
057600         GO TO 2000-NEXT
057700     END-IF.
057800     COMPUTE WS-DORMANT-DATE = WS-LAST-ACT-DATE
057900         + (WS-SDOR-YEARS (SDOR-IDX) * 10000).
058000     IF WS-DORMANT-DATE < WS-RUNC-BUS-DATE
058100         PERFORM 2400-HOLD-DORMANT THRU 2400-EXIT
058200     ELSE
058300         IF WS-DORMANT-DATE < WS-NEXT-RUN-DATE
058400             PERFORM 2500-WRITE-LETTER THRU 2500-EXIT
058500         ELSE
058600             ADD 1 TO WS-ACTIVE-COUNT
058700         END-IF
058800     END-IF.
058900 2000-NEXT.
059000     PERFORM 2900-READ-PROVIDER THRU 2900-EXIT.
059100 2000-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------*
059500* 2050-CHECK-REPORTED - IS THE PROVIDER ALREADY ON THE      *
059600* LEDGER AWAITING REMITTANCE OR LEFT UNCLEARED?             *
059700*----------------------------------------------------------*
059800 2050-CHECK-REPORTED.
059900     MOVE "N" TO REPORTED-SW.
060000     PERFORM 2060-SCAN-ONE-REPORTED THRU 2060-EXIT
060100         VARYING WS-SCAN-SUB FROM 1 BY 1
060200         UNTIL WS-SCAN-SUB > WS-REPORTED-USED
060300             OR ALREADY-REPORTED.
060400 2050-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------*
060800* 2060-SCAN-ONE-REPORTED - COMPARE ONE REPORTED ENTRY.      *
060900*----------------------------------------------------------*
061000 2060-SCAN-ONE-REPORTED.
061100     IF WS-REPORTED-ID (WS-SCAN-SUB) = PROV-ID
061200         MOVE "Y" TO REPORTED-SW
061300     END-IF.
061400 2060-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------*
061800* 2100-FIND-STATE - LOOK UP PROV-ADDR-STATE IN THE DORMANCY *
061900* TABLE.  SDOR-IDX IS LEFT ON THE ENTRY FOUND.              *
062000*----------------------------------------------------------*
062100 2100-FIND-STATE.
062200     MOVE "N" TO SDOR-FOUND-SW.
062300     IF PROV-ADDR-STATE = SPACES
062400         GO TO 2100-EXIT
062500     END-IF.
062600     SET SDOR-IDX TO 1.
062700     SEARCH WS-SDOR-ENTRY
062800         AT END
062900             MOVE "N" TO SDOR-FOUND-SW
063000         WHEN WS-SDOR-STATE (SDOR-IDX) = PROV-ADDR-STATE
063100             MOVE "Y" TO SDOR-FOUND-SW
063200     END-SEARCH.
063300 2100-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------*
063700* 2200-FIND-LAST-ACTIVITY - THE LATEST POSTING DATE ON THE  *
063800* HISTORY FOR THE PROVIDER AND FOR EVERY ID MERGED INTO IT. *
063900* WITH NO HISTORY AT ALL, THE STATUS EFFECTIVE DATE STANDS  *
064000* IN (WS-ACT-SOURCE "S").                                   *
064100*----------------------------------------------------------*
064200 2200-FIND-LAST-ACTIVITY.
064300     MOVE ZERO TO WS-LAST-ACT-DATE.
064400     MOVE "H" TO WS-ACT-SOURCE.
064500     MOVE PROV-ID TO WS-WALK-PROV-ID.
064600     PERFORM 2300-WALK-HISTORY THRU 2300-EXIT.
064700     PERFORM 2210-CHECK-ONE-MERGE THRU 2210-EXIT
064800         VARYING WS-XR-SUB FROM 1 BY 1
064900         UNTIL WS-XR-SUB > WS-XREF-USED.
065000     IF WS-LAST-ACT-DATE = ZERO
065100             AND PROV-STAT-EFF-DATE NUMERIC
065200         MOVE PROV-STAT-EFF-DATE TO WS-LAST-ACT-DATE
065300         MOVE "S" TO WS-ACT-SOURCE
065400     END-IF.
065500 2200-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------*
065900* 2210-CHECK-ONE-MERGE - A MERGE WHOSE CHAIN ENDS AT THIS   *
066000* PROVIDER BROUGHT ITS BALANCE HERE - ITS HISTORY COUNTS.   *
066100*----------------------------------------------------------*
066200 2210-CHECK-ONE-MERGE.
066300     IF WS-XR-FINAL-ID (WS-XR-SUB) = PROV-ID
066400         MOVE WS-XR-OLD-ID (WS-XR-SUB) TO WS-WALK-PROV-ID
066500         PERFORM 2300-WALK-HISTORY THRU 2300-EXIT
066600     END-IF.
066700 2210-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------*
067100* 2300-WALK-HISTORY - READ THE HISTORY FOR WS-WALK-PROV-ID  *
067200* AND KEEP THE LATEST POSTING DATE SEEN.                    *
067300*----------------------------------------------------------*
067400 2300-WALK-HISTORY.
067500     IF NOT TRHST-PRESENT
067600         GO TO 2300-EXIT
067700     END-IF.
067800     MOVE "N" TO TRHST-DONE-SW.
067900     MOVE WS-WALK-PROV-ID TO TRNH-PROV-ID.
068000     MOVE ZERO TO TRNH-BUS-DATE.
068100     MOVE ZERO TO TRNH-SEQ-NO.
068200     START LFTRHST KEY IS NOT LESS THAN TRNH-KEY
068300         INVALID KEY MOVE "Y" TO TRHST-DONE-SW
068400     END-START.
068500     PERFORM 2310-READ-ONE-HISTORY THRU 2310-EXIT
068600         UNTIL TRHST-DONE.
068700 2300-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------*
069100* 2310-READ-ONE-HISTORY - READ ONE HISTORY RECORD.  THE     *
069200* WALK ENDS AT END OF FILE OR AT THE NEXT PROVIDER'S FIRST  *
069300* RECORD.                                                   *
069400*----------------------------------------------------------*
069500 2310-READ-ONE-HISTORY.
069600     READ LFTRHST NEXT RECORD
069700         AT END MOVE "Y" TO TRHST-DONE-SW
069800     END-READ.
069900     IF TRHST-DONE
070000         GO TO 2310-EXIT
070100     END-IF.
070200     IF NOT TRHST-FILE-OK
070300         DISPLAY "RDIDF30 ABEND - LFTRHST STATUS "
070400             TRHST-FILE-STATUS
070500         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
070600         MOVE 16 TO RETURN-CODE
070700         STOP RUN
070800     END-IF.
070900     IF TRNH-PROV-ID NOT = WS-WALK-PROV-ID
071000         MOVE "Y" TO TRHST-DONE-SW
071100         GO TO 2310-EXIT
071200     END-IF.
071300     IF TRNH-BUS-DATE > WS-LAST-ACT-DATE
071400         MOVE TRNH-BUS-DATE TO WS-LAST-ACT-DATE
071500     END-IF.
071600 2310-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------*
072000* 2400-HOLD-DORMANT - HOLD A DORMANT BALANCE FOR THE        *
072100* HOLDER REPORT AND THE LEDGER.  MORE THAN THE TABLE HOLDS  *
072200* HALTS THE RUN BEFORE ANYTHING IS APPENDED TO THE LEDGER.  *
072300*----------------------------------------------------------*
072400 2400-HOLD-DORMANT.
072500     IF WS-HOLDER-USED >= 5000
072600         DISPLAY "RDIDF30 ABEND - MORE THAN 5000 DORMANT "
072700             "BALANCES"
072800         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
072900         MOVE 16 TO RETURN-CODE
073000         STOP RUN
073100     END-IF.
073200     ADD 1 TO WS-HOLDER-USED.
073300     MOVE PROV-ADDR-STATE TO WS-HLD-STATE (WS-HOLDER-USED).
073400     MOVE PROV-ID TO WS-HLD-PROV-ID (WS-HOLDER-USED).
073500     MOVE PROV-DESC TO WS-HLD-PROV-NAME (WS-HOLDER-USED).
073600     MOVE PROV-STAT-CODE TO WS-HLD-STAT-CODE (WS-HOLDER-USED).
073700     MOVE WS-CREDIT-AMT TO WS-HLD-AMOUNT (WS-HOLDER-USED).
073800     MOVE WS-LAST-ACT-DATE TO WS-HLD-LAST-ACT (WS-HOLDER-USED).
073900     MOVE WS-ACT-SOURCE TO WS-HLD-ACT-SOURCE (WS-HOLDER-USED).
074000     MOVE WS-DORMANT-DATE TO WS-HLD-DORMANT (WS-HOLDER-USED).
074100     ADD 1 TO WS-DORMANT-COUNT.
074200     ADD WS-CREDIT-AMT TO WS-DORMANT-TOTAL.
074300 2400-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------*
074700* 2500-WRITE-LETTER - ONE DUE-DILIGENCE LETTER RECORD FOR A *
074800* BALANCE THAT GOES DORMANT BEFORE NEXT YEAR'S RUN.         *
074900*----------------------------------------------------------*
075000 2500-WRITE-LETTER.
075100     MOVE SPACES TO ESLTR-RECORD.
075200     MOVE PROV-ID TO LTR-PROV-ID.
075300     MOVE PROV-DESC TO LTR-PROV-NAME.
075400     MOVE PROV-ADDR-LINE-1 TO LTR-ADDR-LINE-1.
075500     MOVE PROV-ADDR-LINE-2 TO LTR-ADDR-LINE-2.
075600     MOVE PROV-ADDR-CITY TO LTR-ADDR-CITY.
075700     MOVE PROV-ADDR-STATE TO LTR-ADDR-STATE.
075800     MOVE PROV-ADDR-ZIP TO LTR-ADDR-ZIP.
075900     MOVE WS-CREDIT-AMT TO LTR-AMOUNT.
076000     MOVE WS-LAST-ACT-DATE TO LTR-LAST-ACT-DATE.
076100     MOVE WS-DORMANT-DATE TO LTR-DORMANT-DATE.
076200     MOVE WS-SDOR-NAME (SDOR-IDX) TO LTR-STATE-NAME.
076300     IF PROV-ADDR-UNDELIVERABLE
076400         MOVE "Y" TO LTR-UNDELIV-FLAG
076500     ELSE
076600         MOVE "N" TO LTR-UNDELIV-FLAG
076700     END-IF.
076800     WRITE ESLTR-RECORD.
076900     ADD 1 TO WS-LETTER-COUNT.
077000     ADD WS-CREDIT-AMT TO WS-LETTER-TOTAL.
077100 2500-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------*
077500* 2600-HOLD-NOT-EVALUATED - HOLD A LINE FOR A CREDIT BALANCE*
077600* THAT COULD NOT BE AGED.  PAST THE TABLE'S CAPACITY IT IS  *
077700* COUNTED BUT NOT LISTED.                                   *
077800*----------------------------------------------------------*
077900 2600-HOLD-NOT-EVALUATED.
078000     ADD 1 TO WS-NOT-EVAL-COUNT.
078100     ADD WS-CREDIT-AMT TO WS-NOT-EVAL-TOTAL.
078200     IF WS-EXC-USED >= 500
078300         ADD 1 TO WS-EXC-LOST-COUNT
078400         GO TO 2600-EXIT
078500     END-IF.
078600     ADD 1 TO WS-EXC-USED.
078700     MOVE WS-CREDIT-AMT TO WS-AMT-ED-1.
078800     MOVE SPACES TO WS-EXC-LINE (WS-EXC-USED).
078900     STRING "  " PROV-ID
079000         " " PROV-DESC
079100         " ST=" PROV-ADDR-STATE
079200         " " WS-AMT-ED-1
079300         " " WS-EXC-REASON
079400         DELIMITED SIZE INTO WS-EXC-LINE (WS-EXC-USED)
079500     END-STRING.
079600 2600-EXIT.
079700     EXIT.
079800
079900*----------------------------------------------------------*
080000* 2900-READ-PROVIDER - READ THE NEXT MASTER RECORD.  ANY    *
080100* STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE RUN.   *
080200*----------------------------------------------------------*
080300 2900-READ-PROVIDER.
080400     READ LFIDPROVS NEXT RECORD
080500         AT END MOVE "Y" TO MASTER-EOF-SW
080600     END-READ.
080700     IF MASTER-EOF
080800         GO TO 2900-EXIT
080900     END-IF.
081000     IF NOT RECORDFOUND
081100         DISPLAY "RDIDF30 ABEND - LFIDPROVS STATUS "
081200             FILE-CHECK-KEY
081300         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
081400         MOVE 16 TO RETURN-CODE
081500         STOP RUN
081600     END-IF.
081700     ADD 1 TO WS-READ-COUNT.
081800 2900-EXIT.
081900     EXIT.
082000
082100*----------------------------------------------------------*
082200* 3000-PRINT-HOLDER-REPORT - THE HOLDER REPORT, ONE SECTION *
082300* PER STATE IN DORMANCY TABLE ORDER, EACH WITH ITS OWN      *
082400* TOTAL, THEN THE GRAND TOTAL.  EACH BALANCE PRINTED IS     *
082500* APPENDED TO THE LEDGER AS REPORTED.                       *
082600*----------------------------------------------------------*
082700 3000-PRINT-HOLDER-REPORT.
082800     MOVE SPACES TO ESHLD-LINE.
082900     WRITE ESHLD-LINE.
083000     IF WS-HOLDER-USED = ZERO
083100         MOVE "  NO DORMANT CREDIT BALANCES TO REPORT"
083200             TO ESHLD-LINE
083300         WRITE ESHLD-LINE
083400         GO TO 3000-EXIT
083500     END-IF.
083600     OPEN EXTEND LFESCHT.
083700     IF ESCHT-NOT-FOUND
083800         OPEN OUTPUT LFESCHT
083900     END-IF.
084000     IF NOT ESCHT-FILE-OK
084100         DISPLAY "RDIDF30 ABEND - LFESCHT OPEN STATUS "
084200             ESCHT-FILE-STATUS
084300         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
084400         MOVE 16 TO RETURN-CODE
084500         STOP RUN
084600     END-IF.
084700     MOVE "Y" TO LEDGER-OPEN-SW.
084800     PERFORM 3100-PRINT-ONE-STATE THRU 3100-EXIT
084900         VARYING WS-STATE-SUB FROM 1 BY 1
085000         UNTIL WS-STATE-SUB > WS-SDOR-COUNT.
085100     MOVE WS-DORMANT-COUNT TO WS-COUNT-ED-1.
085200     MOVE WS-DORMANT-TOTAL TO WS-TOTAL-ED.
085300     MOVE SPACES TO ESHLD-LINE.
085400     STRING "ALL STATES - DORMANT BALANCES REPORTED: "
085500         WS-COUNT-ED-1 "  TOTAL: " WS-TOTAL-ED
085600         DELIMITED SIZE INTO ESHLD-LINE
085700     END-STRING.
085800     WRITE ESHLD-LINE.
085900 3000-EXIT.
086000     EXIT.
086100
086200*----------------------------------------------------------*
086300* 3100-PRINT-ONE-STATE - ONE PASS OVER THE HELD BALANCES    *
086400* FOR ONE STATE.  A STATE WITH NOTHING DORMANT PRINTS       *
086500* NOTHING.                                                  *
086600*----------------------------------------------------------*
086700 3100-PRINT-ONE-STATE.
086800     MOVE ZERO TO WS-STATE-COUNT.
086900     MOVE ZERO TO WS-STATE-TOTAL.
087000     PERFORM 3110-PRINT-ONE-BALANCE THRU 3110-EXIT
087100         VARYING WS-HLD-SUB FROM 1 BY 1
087200         UNTIL WS-HLD-SUB > WS-HOLDER-USED.
087300     IF WS-STATE-COUNT = ZERO
087400         GO TO 3100-EXIT
087500     END-IF.
087600     MOVE WS-STATE-COUNT TO WS-COUNT-ED-1.
087700     MOVE WS-STATE-TOTAL TO WS-TOTAL-ED.
087800     MOVE SPACES TO ESHLD-LINE.
087900     STRING "  STATE " WS-SDOR-STATE (WS-STATE-SUB)
088000         " TOTAL - BALANCES: " WS-COUNT-ED-1
088100         "  AMOUNT: " WS-TOTAL-ED
088200         DELIMITED SIZE INTO ESHLD-LINE
088300     END-STRING.
088400     WRITE ESHLD-LINE.
088500     MOVE SPACES TO ESHLD-LINE.
088600     WRITE ESHLD-LINE.
088700 3100-EXIT.
088800     EXIT.
088900
089000*----------------------------------------------------------*
089100* 3110-PRINT-ONE-BALANCE - PRINT ONE HELD BALANCE BELONGING *
089200* TO THE STATE IN HAND, OPENING THE STATE'S SECTION ON ITS  *
089300* FIRST, AND APPEND IT TO THE LEDGER.  A LAST-ACTIVITY DATE *
089400* TAKEN FROM THE STATUS DATE IS MARKED "*".                 *
089500*----------------------------------------------------------*
089600 3110-PRINT-ONE-BALANCE.
089700     IF WS-HLD-STATE (WS-HLD-SUB)
089800             NOT = WS-SDOR-STATE (WS-STATE-SUB)
089900         GO TO 3110-EXIT
090000     END-IF.
090100     IF WS-STATE-COUNT = ZERO
090200         MOVE WS-SDOR-YEARS (WS-STATE-SUB) TO WS-YEARS-ED
090300         MOVE SPACES TO ESHLD-LINE
090400         STRING "STATE: " WS-SDOR-STATE (WS-STATE-SUB)
090500             " " WS-SDOR-NAME (WS-STATE-SUB)
090600             "  DORMANCY PERIOD: " WS-YEARS-ED " YEARS"
090700             DELIMITED SIZE INTO ESHLD-LINE
090800         END-STRING
090900         WRITE ESHLD-LINE
091000         MOVE SPACES TO ESHLD-LINE
091100         STRING "  PROV-ID    PROVIDER NAME                      "
091200             "      S LAST-ACT  DORMANT          AMOUNT"
091300             DELIMITED SIZE INTO ESHLD-LINE
091400         END-STRING
091500         WRITE ESHLD-LINE
091600     END-IF.
091700     ADD 1 TO WS-STATE-COUNT.
091800     ADD WS-HLD-AMOUNT (WS-HLD-SUB) TO WS-STATE-TOTAL.
091900     MOVE WS-HLD-AMOUNT (WS-HLD-SUB) TO WS-AMT-ED-1.
092000     MOVE SPACES TO ESHLD-LINE.
092100     STRING "  " WS-HLD-PROV-ID (WS-HLD-SUB)
092200         " " WS-HLD-PROV-NAME (WS-HLD-SUB)
092300         " " WS-HLD-STAT-CODE (WS-HLD-SUB)
092400         " " WS-HLD-LAST-ACT (WS-HLD-SUB)
092500         DELIMITED SIZE INTO ESHLD-LINE
092600     END-STRING.
092700     IF WS-HLD-ACT-SOURCE (WS-HLD-SUB) = "S"
092800         MOVE "*" TO ESHLD-LINE (65:1)
092900     END-IF.
093000     MOVE WS-HLD-DORMANT (WS-HLD-SUB) TO ESHLD-LINE (67:8).
093100     MOVE WS-AMT-ED-1 TO ESHLD-LINE (78:12).
093200     WRITE ESHLD-LINE.
093300     MOVE SPACES TO ESCH-RECORD.
093400     MOVE "R" TO ESCH-STATUS.
093500     MOVE WS-HLD-PROV-ID (WS-HLD-SUB) TO ESCH-PROV-ID.
093600     MOVE WS-HLD-STATE (WS-HLD-SUB) TO ESCH-STATE.
093700     MOVE WS-RUNC-BUS-DATE TO ESCH-REPORT-DATE.
093800     MOVE WS-HLD-AMOUNT (WS-HLD-SUB) TO ESCH-AMOUNT.
093900     MOVE WS-HLD-LAST-ACT (WS-HLD-SUB) TO ESCH-LAST-ACT-DATE.
094000     MOVE WS-HLD-DORMANT (WS-HLD-SUB) TO ESCH-DORMANT-DATE.
094100     MOVE ZERO TO ESCH-CLEAR-DATE.
094200     MOVE ZERO TO ESCH-CLEAR-PROV-ID.
094300     MOVE WS-HLD-PROV-NAME (WS-HLD-SUB) TO ESCH-PROV-NAME.
094400     MOVE ESCH-RECORD TO ESCHT-FILE-REC.
094500     WRITE ESCHT-FILE-REC.
094600     IF NOT ESCHT-FILE-OK
094700         DISPLAY "RDIDF30 ABEND - LFESCHT WRITE STATUS "
094800             ESCHT-FILE-STATUS
094900         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
095000         MOVE 16 TO RETURN-CODE
095100         STOP RUN
095200     END-IF.
095300 3110-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------*
095700* 3500-PRINT-NOT-EVALUATED - LIST THE CREDIT BALANCES THAT  *
095800* COULD NOT BE AGED, FOR FINANCE TO RESOLVE BEFORE THE      *
095900* REPORT IS FILED.                                          *
096000*----------------------------------------------------------*
096100 3500-PRINT-NOT-EVALUATED.
096200     MOVE SPACES TO ESHLD-LINE.
096300     WRITE ESHLD-LINE.
096400     MOVE "CREDIT BALANCES NOT EVALUATED" TO ESHLD-LINE.
096500     WRITE ESHLD-LINE.
096600     IF WS-EXC-USED = ZERO
096700         MOVE "  NONE" TO ESHLD-LINE
096800         WRITE ESHLD-LINE
096900         GO TO 3500-EXIT
097000     END-IF.
097100     PERFORM 3510-PRINT-ONE-EXCEPTION THRU 3510-EXIT
097200         VARYING WS-PRINT-SUB FROM 1 BY 1
097300         UNTIL WS-PRINT-SUB > WS-EXC-USED.
097400     IF WS-EXC-LOST-COUNT > ZERO
097500         MOVE WS-EXC-LOST-COUNT TO WS-COUNT-ED-1
097600         MOVE SPACES TO ESHLD-LINE
097700         STRING "  ... AND " WS-COUNT-ED-1 " MORE NOT LISTED"
097800             DELIMITED SIZE INTO ESHLD-LINE
097900         END-STRING
098000         WRITE ESHLD-LINE
098100     END-IF.
098200 3500-EXIT.
098300     EXIT.
098400
098500*----------------------------------------------------------*
098600* 3510-PRINT-ONE-EXCEPTION - PRINT ONE HELD LINE.           *
098700*----------------------------------------------------------*
098800 3510-PRINT-ONE-EXCEPTION.
098900     MOVE WS-EXC-LINE (WS-PRINT-SUB) TO ESHLD-LINE.
099000     WRITE ESHLD-LINE.
099100 3510-EXIT.
099200     EXIT.
099300
099400*----------------------------------------------------------*
099500* 4000-WRITE-SUMMARY - CLOSE THE HOLDER REPORT WITH THE     *
099600* RUN'S COUNTS AND TOTALS, AND DISPLAY THEM FOR THE JOB LOG.*
099700*----------------------------------------------------------*
099800 4000-WRITE-SUMMARY.
099900     MOVE SPACES TO ESHLD-LINE.
100000     WRITE ESHLD-LINE.
100100     MOVE "* LAST ACTIVITY IS THE STATUS EFFECTIVE DATE - NO "
100200         TO ESHLD-LINE.
100300     MOVE "POSTING HISTORY ON FILE" TO ESHLD-LINE (51:23).
100400     WRITE ESHLD-LINE.
100500     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
100600     MOVE SPACES TO ESHLD-LINE.
100700     STRING "PROVIDERS READ: " WS-COUNT-ED-1
100800         DELIMITED SIZE INTO ESHLD-LINE
100900     END-STRING.
101000     WRITE ESHLD-LINE.
101100     MOVE WS-CREDIT-COUNT TO WS-COUNT-ED-1.
101200     MOVE SPACES TO ESHLD-LINE.
101300     STRING "CREDIT BALANCES EXAMINED: " WS-COUNT-ED-1
101400         DELIMITED SIZE INTO ESHLD-LINE
101500     END-STRING.
101600     WRITE ESHLD-LINE.
101700     DISPLAY "RDIDF30 - " ESHLD-LINE (1:80).
101800     MOVE WS-DORMANT-COUNT TO WS-COUNT-ED-1.
101900     MOVE WS-DORMANT-TOTAL TO WS-TOTAL-ED.
102000     MOVE SPACES TO ESHLD-LINE.
102100     STRING "DORMANT - REPORTED TO STATES:       " WS-COUNT-ED-1
102200         "  TOTAL: " WS-TOTAL-ED
102300         DELIMITED SIZE INTO ESHLD-LINE
102400     END-STRING.
102500     WRITE ESHLD-LINE.
102600     DISPLAY "RDIDF30 - " ESHLD-LINE (1:80).
102700     MOVE WS-LETTER-COUNT TO WS-COUNT-ED-1.
102800     MOVE WS-LETTER-TOTAL TO WS-TOTAL-ED.
102900     MOVE SPACES TO ESHLD-LINE.
103000     STRING "ENTERING DORMANCY - LETTERS:        " WS-COUNT-ED-1
103100         "  TOTAL: " WS-TOTAL-ED
103200         DELIMITED SIZE INTO ESHLD-LINE
103300     END-STRING.
103400     WRITE ESHLD-LINE.
103500     DISPLAY "RDIDF30 - " ESHLD-LINE (1:80).
103600     MOVE WS-ALREADY-COUNT TO WS-COUNT-ED-1.
103700     MOVE WS-ALREADY-TOTAL TO WS-TOTAL-ED.
103800     MOVE SPACES TO ESHLD-LINE.
103900     STRING "ALREADY ON ESCHEAT LEDGER:          " WS-COUNT-ED-1
104000         "  TOTAL: " WS-TOTAL-ED
104100         DELIMITED SIZE INTO ESHLD-LINE
104200     END-STRING.
104300     WRITE ESHLD-LINE.
104400     MOVE WS-NOT-EVAL-COUNT TO WS-COUNT-ED-1.
104500     MOVE WS-NOT-EVAL-TOTAL TO WS-TOTAL-ED.
104600     MOVE SPACES TO ESHLD-LINE.
104700     STRING "NOT EVALUATED:                      " WS-COUNT-ED-1
104800         "  TOTAL: " WS-TOTAL-ED
104900         DELIMITED SIZE INTO ESHLD-LINE
105000     END-STRING.
105100     WRITE ESHLD-LINE.
105200     DISPLAY "RDIDF30 - " ESHLD-LINE (1:80).
105300     MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED-1.
105400     MOVE SPACES TO ESHLD-LINE.
105500     STRING "NOT YET DORMANT:                    " WS-COUNT-ED-1
105600         DELIMITED SIZE INTO ESHLD-LINE
105700     END-STRING.
105800     WRITE ESHLD-LINE.
105900 4000-EXIT.
106000     EXIT.
106100
106200*----------------------------------------------------------*
106300* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
106400*----------------------------------------------------------*
106500 9000-END-PROGRAM.
106600     CLOSE LFIDPROVS.
106700     IF TRHST-PRESENT
106800         CLOSE LFTRHST
106900     END-IF.
107000     IF XREF-PRESENT
107100         CLOSE LFXREF
107200     END-IF.
107300     IF LEDGER-OPEN
107400         CLOSE LFESCHT
107500     END-IF.
107600     CLOSE LFESLTR.
107700     CLOSE LFESHLD.
107800 9000-EXIT.
107900     EXIT.
108000
108100     COPY RUNCTLPR.
108200
108300 END PROGRAM RDIDF30.
