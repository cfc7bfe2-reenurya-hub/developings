000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF32.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF32 - MONTH-END AGED TRIAL BALANCE.                   *
000900*                                                           *
001000* SPLITS EVERY PROVIDER'S PROV-BAL ON IDFPROVS.DAT INTO AGE *
001100* BUCKETS - CURRENT (0-30 DAYS), 31-60, 61-90, 91-180, AND  *
001200* OVER 180 - BY THE POSTING DATES OF THE ACTIVITY ON THE    *
001300* TRANSACTION HISTORY, IDFTRHST.DAT, THAT IS STILL          *
001400* UNSETTLED.  ACTIVITY SETTLES OLDEST FIRST: A PAYMENT OR   *
001500* ADJUSTMENT AGAINST A BALANCE USES UP ITS OLDEST AMOUNTS   *
001600* BEFORE ITS NEWER ONES, SO WHAT IS LEFT OF THE BALANCE IS  *
001700* ITS NEWEST ACTIVITY.  THE PART OF THE BALANCE OLDER THAN  *
001800* A BUCKET'S LIMIT IS THE BALANCE AS IT STOOD AT THE LIMIT  *
001900* LESS EVERY POSTING SINCE THAT REDUCED IT (NEVER BELOW     *
002000* ZERO) - WORKED DAY BY DAY OVER THE LAST 180 DAYS.  A      *
002100* CREDIT BALANCE IS AGED THE SAME WAY ON ITS OWN SIDE OF    *
002200* ZERO.                                                     *
002300* HISTORY OF EVERY ID MERGED INTO THE PROVIDER (IDFXREF.DAT,*
002400* WHOLE CHAIN) IS TAKEN AS THE PROVIDER'S OWN, SINCE THE    *
002500* MERGE MOVED THAT BALANCE HERE.  ANY PART OF A BALANCE NOT *
002600* EXPLAINED BY THE LAST 180 DAYS' POSTINGS (OLDER ACTIVITY, *
002700* A CONVERSION, OR A ROSTER LOAD) AGES OVER 180.            *
002800*                                                           *
002900* THE REPORT, IDFATBRP.DAT, LISTS EVERY PROVIDER WITH A     *
003000* BALANCE, DEBIT (OWED TO THE PROVIDER) AND CREDIT (OWED BY *
003100* THE PROVIDER) MARKED, THEN SUBTOTALS BY PROV-TYPE-CODE    *
003200* AND BY PROV-STAT-CODE, EACH WITH DEBITS AND CREDITS SHOWN *
003300* SEPARATELY, AND THE GRAND TOTAL.  THE GRAND TOTAL IS TIED *
003400* TO THE RDIDF3 MASTER TOTAL FOR THE SAME BUSINESS DATE -   *
003500* THE SUM OF RDIDF3'S BALANCE SNAPSHOT, IDFCRSNP.DAT.  A    *
003600* VARIANCE IS PRINTED AND ENDS THE RUN RC 4.  THE SUMMARY   *
003700* EXTRACT, IDFATBSM.DAT, CARRIES THE SUBTOTAL AND GRAND     *
003800* TOTAL LINES FOR THE FINANCE RESERVE WORKSHEET.            *
003900*                                                           *
004000* RUN AT MONTH-END, AFTER RDIDF3 HAS COMPLETED FOR THE      *
004100* BUSINESS DATE.                                            *
004200*----------------------------------------------------------*
004300* MODIFICATION HISTORY                                      *
004400*----------------------------------------------------------*
004500* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004600*----------------------------------------------------------*
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
005200         FILE STATUS IS FILE-CHECK-KEY
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS PROV-ID
005600         ALTERNATE RECORD KEY IS PROV-DESC
005700             WITH DUPLICATES.
005800
005900     SELECT LFTRHST ASSIGN TO "IDFTRHST.DAT"
006000         FILE STATUS IS TRHST-FILE-STATUS
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TRNH-KEY.
006400
006500     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
006600         FILE STATUS IS XREF-FILE-STATUS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS XREF-OLD-PROV-ID.
007000
007100     SELECT LFPTYPE ASSIGN TO "IDFPTYPE.DAT"
007200         FILE STATUS IS PTYPE-FILE-STATUS
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT LFCURRSNAP ASSIGN TO "IDFCRSNP.DAT"
007600         FILE STATUS IS SNAP-FILE-STATUS
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT LFATBRP ASSIGN TO "IDFATBRP.DAT"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT LFATBSM ASSIGN TO "IDFATBSM.DAT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
008600         FILE STATUS IS RUNC-FILE-STATUS
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS RUNC-JOB-NAME.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  LFIDPROVS.
009400     COPY PROVREC.
009500
009600 FD  LFTRHST.
009700     COPY TRANHREC.
009800
009900 FD  LFXREF.
010000     COPY XREFREC.
010100
010200 FD  LFPTYPE
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  PTYPE-RECORD.
010500     05  PTYP-TYPE-CODE          PIC X(03).
010600     05  PTYP-TYPE-DESC          PIC X(30).
010700     05  FILLER                  PIC X(47).
010800
010900*----------------------------------------------------------*
011000* RDIDF3'S BALANCE SNAPSHOT FOR THE BUSINESS DATE - ONE     *
011100* RECORD PER PROVIDER ON THE MASTER WHEN RDIDF3 RAN.        *
011200*----------------------------------------------------------*
011300 FD  LFCURRSNAP
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  CURR-SNAP-RECORD.
011600     05  CURR-PROV-ID            PIC 9(10).
011700     05  CURR-PROV-BAL           PIC S9(8)V99.
011800     05  CURR-SNAP-BUS-DATE      PIC 9(08).
011900     05  FILLER                  PIC X(52).
012000
012100 FD  LFATBRP
012200     RECORD CONTAINS 132 CHARACTERS.
012300 01  ATBRP-LINE                  PIC X(132).
012400
012500*----------------------------------------------------------*
012600* ONE SUMMARY RECORD PER GROUP AND SIDE FOR THE FINANCE     *
012700* RESERVE WORKSHEET.  GROUP KIND "T" IS A PROV-TYPE-CODE,   *
012800* "S" A PROV-STAT-CODE, "G" THE GRAND TOTAL (KEY "ALL").    *
012900* SIDE "D" IS THE DEBIT BALANCES, "C" THE CREDIT BALANCES   *
013000* (AMOUNTS NEGATIVE).  BUCKETS 1-5 ARE CURRENT, 31-60,      *
013100* 61-90, 91-180, AND OVER 180 DAYS.  THE TIED FLAG IS "Y"   *
013200* WHEN THE GRAND TOTAL TIED TO THE RDIDF3 MASTER TOTAL.     *
013300*----------------------------------------------------------*
013400 FD  LFATBSM
013500     RECORD CONTAINS 100 CHARACTERS.
013600 01  ATBSM-RECORD.
013700     05  ATS-BUS-DATE            PIC 9(08).
013800     05  ATS-GROUP-KIND          PIC X(01).
013900     05  ATS-GROUP-KEY           PIC X(03).
014000     05  ATS-SIDE                PIC X(01).
014100     05  ATS-COUNT               PIC 9(07).
014200     05  ATS-BALANCE             PIC S9(10)V99
014300                                 SIGN LEADING SEPARATE.
014400     05  ATS-BUCKET              PIC S9(10)V99
014500                                 SIGN LEADING SEPARATE
014600                                 OCCURS 5 TIMES.
014700     05  ATS-TIED-FLAG           PIC X(01).
014800     05  FILLER                  PIC X(01).
014900
015000 FD  LFRNCTL.
015100     COPY RUNCTL.
015200
015300 WORKING-STORAGE SECTION.
015400 01  WS-WORK-AREAS.
015500     05  FILE-CHECK-KEY          PIC X(02).
015600         88  RECORDFOUND             VALUES "00" "02".
015700
015800     05  TRHST-FILE-STATUS       PIC X(02).
015900         88  TRHST-FILE-OK           VALUE "00".
016000
016100     05  XREF-FILE-STATUS        PIC X(02).
016200         88  XREF-FILE-OK            VALUE "00".
016300
016400     05  PTYPE-FILE-STATUS       PIC X(02).
016500         88  PTYPE-FILE-OK           VALUE "00".
016600         88  PTYPE-FILE-EOF          VALUE "10".
016700
016800     05  SNAP-FILE-STATUS        PIC X(02).
016900         88  SNAP-FILE-OK            VALUES "00" "04".
017000         88  SNAP-EOF                VALUE "10".
017100
017200     05  WS-WALK-PROV-ID         PIC 9(10).
017300     05  WS-SURV-PROV-ID         PIC 9(10).
017400     05  WS-SIDE-CODE            PIC X(01).
017500     05  WS-GROUP-KIND           PIC X(01).
017600     05  WS-GROUP-KEY            PIC X(03).
017700     05  WS-GROUP-LABEL          PIC X(40).
017800     05  WS-SIDE-LABEL           PIC X(06).
017900
018000 01  WS-SWITCHES.
018100     05  MASTER-EOF-SW           PIC X(01) VALUE "N".
018200         88  MASTER-EOF              VALUE "Y".
018300     05  TRHST-PRESENT-SW        PIC X(01) VALUE "Y".
018400         88  TRHST-PRESENT           VALUE "Y".
018500     05  TRHST-DONE-SW           PIC X(01) VALUE "N".
018600         88  TRHST-DONE              VALUE "Y".
018700     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
018800         88  XREF-PRESENT            VALUE "Y".
018900     05  XREF-DONE-SW            PIC X(01) VALUE "N".
019000         88  XREF-DONE               VALUE "Y".
019100     05  GROUP-FOUND-SW          PIC X(01) VALUE "N".
019200         88  GROUP-FOUND             VALUE "Y".
019300     05  TIED-SW                 PIC X(01) VALUE "N".
019400         88  TOTALS-TIED             VALUE "Y".
019500
019600     COPY PTYPTBL.
019700
019800 01  WS-DATE-WORK.
019900     05  WS-DATE-CCYYMMDD        PIC 9(08).
020000     05  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
020100         10  WS-DATE-CC          PIC 9(02).
020200         10  WS-DATE-YY          PIC 9(02).
020300         10  WS-DATE-MM          PIC 9(02).
020400         10  WS-DATE-DD          PIC 9(02).
020500     05  WS-DTS-YY               PIC 9(02).
020600     05  WS-DTS-MM               PIC 9(02).
020700     05  WS-DTS-DD               PIC 9(02).
020800     05  WS-DTS-SERIAL       COMP PIC 9(07).
020900     05  WS-TODAY-SERIAL     COMP PIC 9(07).
021000     05  WS-DAYS             COMP PIC S9(07).
021100     05  WS-LEAP-QUOT        COMP PIC 9(04).
021200     05  WS-LEAP-REM         COMP PIC 9(04).
021300
021400 01  WS-CUM-DAYS-TABLE       COMP.
021500     05  FILLER                  PIC 9(03) VALUE 0.
021600     05  FILLER                  PIC 9(03) VALUE 31.
021700     05  FILLER                  PIC 9(03) VALUE 59.
021800     05  FILLER                  PIC 9(03) VALUE 90.
021900     05  FILLER                  PIC 9(03) VALUE 120.
022000     05  FILLER                  PIC 9(03) VALUE 151.
022100     05  FILLER                  PIC 9(03) VALUE 181.
022200     05  FILLER                  PIC 9(03) VALUE 212.
022300     05  FILLER                  PIC 9(03) VALUE 243.
022400     05  FILLER                  PIC 9(03) VALUE 273.
022500     05  FILLER                  PIC 9(03) VALUE 304.
022600     05  FILLER                  PIC 9(03) VALUE 334.
022700 01  WS-CUM-DAYS-ENTRIES REDEFINES WS-CUM-DAYS-TABLE
022800                             COMP.
022900     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
023000
023100*----------------------------------------------------------*
023200* WS-BOUNDARY-TABLE - THE BUCKET LIMITS, OLDEST FIRST.  FOR *
023300* EACH, WS-BND-LEFT IS THE (SIDE-ADJUSTED) BALANCE AT THE   *
023400* END OF THE LAST DAY OLDER THAN THE LIMIT, LESS EVERY      *
023500* REDUCTION POSTED SINCE - THE PART OF THE BALANCE OLDER    *
023600* THAN THE LIMIT STILL UNSETTLED.                           *
023700*----------------------------------------------------------*
023800 01  WS-BOUNDARY-DAYS-TABLE  COMP.
023900     05  FILLER                  PIC 9(03) VALUE 180.
024000     05  FILLER                  PIC 9(03) VALUE 90.
024100     05  FILLER                  PIC 9(03) VALUE 60.
024200     05  FILLER                  PIC 9(03) VALUE 30.
024300 01  WS-BOUNDARY-DAYS-ENTRIES REDEFINES WS-BOUNDARY-DAYS-TABLE
024400                             COMP.
024500     05  WS-BND-DAYS             PIC 9(03) OCCURS 4 TIMES.
024600
024700 01  WS-BOUNDARY-WORK.
024800     05  WS-BND-ENTRY            OCCURS 4 TIMES.
024900         10  WS-BND-LEFT         PIC S9(10)V99.
025000         10  WS-BND-SET-SW       PIC X(01).
025100             88  WS-BND-SET          VALUE "Y".
025200
025300*----------------------------------------------------------*
025400* WS-DAY-TABLE - ONE PROVIDER'S POSTINGS FOR EACH OF THE    *
025500* LAST 181 DAYS, ENTRY N HOLDING THE DAY N-1 DAYS OLD: THE  *
025600* NET OF THE DAY'S POSTINGS, AND THE TOTAL OF THOSE THAT    *
025700* REDUCED THE BALANCE (SIDE-ADJUSTED, KEPT POSITIVE).       *
025800*----------------------------------------------------------*
025900 01  WS-DAY-TABLE-AREA.
026000     05  WS-DAY-ENTRY            OCCURS 181 TIMES.
026100         10  WS-DAY-NET          PIC S9(10)V99 COMP.
026200         10  WS-DAY-REDUCE       PIC S9(10)V99 COMP.
026300
026400*----------------------------------------------------------*
026500* WS-PROVIDER-AGING - ONE PROVIDER'S BALANCE AND BUCKETS,   *
026600* SIGNED AS THE BALANCE IS.  BUCKETS 1-5 ARE CURRENT, 31-60,*
026700* 61-90, 91-180, AND OVER 180 DAYS.                         *
026800*----------------------------------------------------------*
026900 01  WS-PROVIDER-AGING.
027000     05  WS-PRV-BAL              PIC S9(10)V99.
027100     05  WS-PRV-SIGN             PIC S9(01).
027200     05  WS-PRV-RECENT           PIC S9(10)V99.
027300     05  WS-PRV-RUN-BAL          PIC S9(10)V99.
027400     05  WS-PRV-POST-AMT         PIC S9(10)V99.
027500     05  WS-PRV-BKT              PIC S9(10)V99 OCCURS 5 TIMES.
027600     05  WS-PRV-OLDER            PIC S9(10)V99 OCCURS 4 TIMES.
027700
027800*----------------------------------------------------------*
027900* WS-XREF-TABLE - EVERY MERGE ON IDFXREF.DAT, WITH THE ID AT*
028000* THE END OF ITS CHAIN.                                     *
028100*----------------------------------------------------------*
028200 01  WS-XREF-TABLE-AREA.
028300     05  WS-XREF-ENTRY           OCCURS 5000 TIMES.
028400         10  WS-XR-OLD-ID        PIC 9(10).
028500         10  WS-XR-FINAL-ID      PIC 9(10).
028600
028700*----------------------------------------------------------*
028800* WS-GROUP-TABLE - THE SUBTOTALS, KEPT IN KIND AND KEY      *
028900* ORDER: "G" THE GRAND TOTAL, "S" ONE PER PROV-STAT-CODE,   *
029000* "T" ONE PER PROV-TYPE-CODE.  SIDE 1 IS THE DEBIT BALANCES,*
029100* SIDE 2 THE CREDIT BALANCES.                               *
029200*----------------------------------------------------------*
029300 01  WS-GROUP-TABLE-AREA.
029400     05  WS-GRP-ENTRY            OCCURS 120 TIMES.
029500         10  WS-GRP-SORT-KEY.
029600             15  WS-GRP-KIND     PIC X(01).
029700             15  WS-GRP-KEY      PIC X(03).
029800         10  WS-GRP-SIDE         OCCURS 2 TIMES.
029900             15  WS-GRP-COUNT    PIC 9(07) COMP.
030000             15  WS-GRP-BAL      PIC S9(10)V99 COMP.
030100             15  WS-GRP-BKT      PIC S9(10)V99 COMP
030200                                 OCCURS 5 TIMES.
030300
030400 01  WS-SEARCH-KEY.
030500     05  WS-SRCH-KIND            PIC X(01).
030600     05  WS-SRCH-KEY             PIC X(03).
030700
030800 01  WS-TABLE-WORK           COMP.
030900     05  WS-XREF-USED            PIC 9(04) VALUE ZERO.
031000     05  WS-GROUP-USED           PIC 9(04) VALUE ZERO.
031100     05  WS-XR-SUB               PIC 9(04).
031200     05  WS-GRP-SUB              PIC 9(04).
031300     05  WS-GRP-POS              PIC 9(04).
031400     05  WS-MOVE-SUB             PIC 9(04).
031500     05  WS-DAY-SUB              PIC 9(04).
031600     05  WS-BND-SUB              PIC 9(04).
031700     05  WS-BKT-SUB              PIC 9(04).
031800     05  WS-SIDE-SUB             PIC 9(04).
031900     05  WS-AGE                  PIC 9(04).
032000
032100 01  WS-CONSTANTS            COMP.
032200     05  WS-MAX-XREF-HOPS        PIC 9(03) VALUE 20.
032300     05  WS-MAX-AGE-DAYS         PIC 9(03) VALUE 180.
032400
032500 01  WS-COUNTERS             COMP.
032600     05  WS-XREF-HOPS            PIC 9(03) VALUE ZERO.
032700     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
032800     05  WS-ZERO-COUNT           PIC 9(07) VALUE ZERO.
032900     05  WS-SNAP-COUNT           PIC 9(07) VALUE ZERO.
033000     05  WS-EXTRACT-COUNT        PIC 9(07) VALUE ZERO.
033100
033200 01  WS-ACCUMULATORS         COMP.
033300     05  WS-SNAP-TOTAL           PIC S9(10)V99 VALUE ZERO.
033400     05  WS-GRAND-TOTAL          PIC S9(10)V99 VALUE ZERO.
033500     05  WS-VARIANCE             PIC S9(10)V99 VALUE ZERO.
033600     05  WS-NET-BAL              PIC S9(10)V99 VALUE ZERO.
033700     05  WS-NET-BKT              PIC S9(10)V99 OCCURS 5 TIMES.
033800
033900 01  WS-REPORT-FIELDS.
034000     05  WS-AMT-ED-1             PIC -(10)9.99.
034100     05  WS-TOTAL-ED             PIC -(10)9.99.
034200     05  WS-COUNT-ED-1           PIC Z(06)9.
034300
034400     COPY RUNCTLWS.
034500
034600 PROCEDURE DIVISION.
034700
034800 0000-MAINLINE.
034900     MOVE "RDIDF32 " TO WS-RUNC-THIS-JOB.
035000     MOVE "RDIDF3  " TO WS-RUNC-PRED-JOB.
035100     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035300     PERFORM 2000-PROCESS-PROVIDER THRU 2000-EXIT
035400         UNTIL MASTER-EOF.
035500     PERFORM 3000-TIE-TO-MASTER-TOTAL THRU 3000-EXIT.
035600     PERFORM 3500-PRINT-SUBTOTALS THRU 3500-EXIT.
035700     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
035800     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
035900     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
036000     IF NOT TOTALS-TIED
036100         MOVE 4 TO RETURN-CODE
036200     END-IF.
036300     STOP RUN.
036400
036500*----------------------------------------------------------*
036600* 1000-INITIALIZE - TOTAL RDIDF3'S SNAPSHOT, LOAD THE TYPE  *
036700* TABLE AND THE MERGE CHAINS, OPEN THE MASTER, HISTORY, AND *
036800* OUTPUTS, SET UP THE GRAND TOTAL, AND PRIME THE MASTER     *
036900* LOOP.  A MISSING HISTORY OR CROSS-REFERENCE FILE IS       *
037000* TREATED AS EMPTY; A MISSING TYPE TABLE ONLY LOSES THE     *
037100* TYPE DESCRIPTIONS.                                        *
037200*----------------------------------------------------------*
037300 1000-INITIALIZE.
037400     MOVE WS-RUNC-BUS-DATE TO WS-DATE-CCYYMMDD.
037500     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
037600     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
037700     PERFORM 1100-TOTAL-SNAPSHOT THRU 1100-EXIT.
037800     PERFORM 1150-LOAD-TYPE-TABLE THRU 1150-EXIT.
037900     OPEN INPUT LFXREF.
038000     IF NOT XREF-FILE-OK
038100         MOVE "N" TO XREF-PRESENT-SW
038200     ELSE
038300         PERFORM 1200-LOAD-XREF-TABLE THRU 1200-EXIT
038400     END-IF.
038500     OPEN INPUT LFTRHST.
038600     IF NOT TRHST-FILE-OK
038700         MOVE "N" TO TRHST-PRESENT-SW
038800     END-IF.
038900     OPEN INPUT LFIDPROVS.
039000     IF NOT RECORDFOUND
039100         DISPLAY "RDIDF32 ABEND - LFIDPROVS OPEN STATUS "
039200             FILE-CHECK-KEY
039300         MOVE 16 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600     OPEN OUTPUT LFATBRP.
039700     OPEN OUTPUT LFATBSM.
039800     MOVE "G" TO WS-GROUP-KIND.
039900     MOVE "ALL" TO WS-GROUP-KEY.
040000     PERFORM 2700-FIND-GROUP THRU 2700-EXIT.
040100     MOVE SPACES TO ATBRP-LINE.
040200     STRING "MONTH-END AGED TRIAL BALANCE - PROVIDER BALANCES - "
040300         "BUSINESS DATE " WS-RUNC-BUS-DATE
040400         DELIMITED SIZE INTO ATBRP-LINE
040500     END-STRING.
040600     WRITE ATBRP-LINE.
040700     MOVE SPACES TO ATBRP-LINE.
040800     WRITE ATBRP-LINE.
040900     PERFORM 2950-WRITE-COLUMN-HEADINGS THRU 2950-EXIT.
041000     PERFORM 2900-READ-PROVIDER THRU 2900-EXIT.
041100 1000-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------*
041500* 1100-TOTAL-SNAPSHOT - TOTAL RDIDF3'S SNAPSHOT.  IT MUST BE*
041600* FOR THIS BUSINESS DATE, OR THERE IS NOTHING TO TIE TO AND *
041700* THE RUN HALTS.                                            *
041800*----------------------------------------------------------*
041900 1100-TOTAL-SNAPSHOT.
042000     OPEN INPUT LFCURRSNAP.
042100     IF NOT SNAP-FILE-OK
042200         DISPLAY "RDIDF32 ABEND - RDIDF3 SNAPSHOT IDFCRSNP.DAT "
042300             "OPEN STATUS " SNAP-FILE-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF.
042700     PERFORM 1110-TOTAL-ONE-SNAPSHOT THRU 1110-EXIT
042800         UNTIL SNAP-EOF.
042900     CLOSE LFCURRSNAP.
043000 1100-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------*
043400* 1110-TOTAL-ONE-SNAPSHOT - ADD ONE SNAPSHOT BALANCE.       *
043500*----------------------------------------------------------*
043600 1110-TOTAL-ONE-SNAPSHOT.
043700     READ LFCURRSNAP.
043800     IF SNAP-EOF
043900         GO TO 1110-EXIT
044000     END-IF.
044100     IF NOT SNAP-FILE-OK
044200         DISPLAY "RDIDF32 ABEND - LFCURRSNAP STATUS "
044300             SNAP-FILE-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     IF CURR-SNAP-BUS-DATE NOT = WS-RUNC-BUS-DATE
044800         DISPLAY "RDIDF32 ABEND - IDFCRSNP.DAT IS FOR BUSINESS "
044900             "DATE " CURR-SNAP-BUS-DATE " NOT " WS-RUNC-BUS-DATE
045000         MOVE 16 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045300     ADD 1 TO WS-SNAP-COUNT.
045400     ADD CURR-PROV-BAL TO WS-SNAP-TOTAL.
045500 1110-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------*
045900* 1150-LOAD-TYPE-TABLE - READ THE TYPE CODE TABLE FILE INTO *
046000* THE IN-STORAGE TABLE (COPYBOOK PTYPTBL) FOR THE SUBTOTAL  *
046100* DESCRIPTIONS.                                             *
046200*----------------------------------------------------------*
046300 1150-LOAD-TYPE-TABLE.
046400     OPEN INPUT LFPTYPE.
046500     IF NOT PTYPE-FILE-OK
046600         GO TO 1150-EXIT
046700     END-IF.
046800     MOVE SPACES TO WS-PTYPE-TABLE-AREA.
046900     PERFORM 1160-LOAD-ONE-TYPE THRU 1160-EXIT
047000         UNTIL PTYPE-FILE-EOF
047100             OR WS-PTYPE-COUNT >= 100.
047200     CLOSE LFPTYPE.
047300     IF WS-PTYPE-COUNT > ZERO
047400         MOVE "Y" TO PTYPE-LOADED-SW
047500     END-IF.
047600 1150-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------*
048000* 1160-LOAD-ONE-TYPE - READ AND STORE ONE TYPE CODE TABLE   *
048100* RECORD.                                                   *
048200*----------------------------------------------------------*
048300 1160-LOAD-ONE-TYPE.
048400     READ LFPTYPE.
048500     IF PTYPE-FILE-OK
048600         ADD 1 TO WS-PTYPE-COUNT
048700         SET PTYPE-IDX TO WS-PTYPE-COUNT
048800         MOVE PTYP-TYPE-CODE TO WS-PTYPE-CODE (PTYPE-IDX)
048900         MOVE PTYP-TYPE-DESC TO WS-PTYPE-DESC (PTYPE-IDX)
049000     END-IF.
049100 1160-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------*
049500* 1200-LOAD-XREF-TABLE - LOAD EVERY MERGE, THEN RESOLVE EACH*
049600* TO THE ID AT THE END OF ITS CHAIN.  MORE MERGES THAN THE  *
049700* TABLE HOLDS HALTS THE RUN - A MISSED MERGE WOULD MISAGE A *
049800* BALANCE.                                                  *
049900*----------------------------------------------------------*
050000 1200-LOAD-XREF-TABLE.
050100     MOVE ZERO TO XREF-OLD-PROV-ID.
050200     START LFXREF KEY IS NOT LESS THAN XREF-OLD-PROV-ID
050300         INVALID KEY GO TO 1200-EXIT
050400     END-START.
050500     MOVE "N" TO XREF-DONE-SW.
050600     PERFORM 1210-LOAD-ONE-XREF THRU 1210-EXIT
050700         UNTIL XREF-DONE.
050800     PERFORM 1220-RESOLVE-ONE-CHAIN THRU 1220-EXIT
050900         VARYING WS-XR-SUB FROM 1 BY 1
051000         UNTIL WS-XR-SUB > WS-XREF-USED.
051100 1200-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------*
051500* 1210-LOAD-ONE-XREF - READ ONE MERGE INTO THE NEXT ENTRY,  *
051600* WITH ITS IMMEDIATE SURVIVOR AS THE FIRST GUESS AT THE END *
051700* OF THE CHAIN.                                             *
051800*----------------------------------------------------------*
051900 1210-LOAD-ONE-XREF.
052000     READ LFXREF NEXT RECORD
052100         AT END MOVE "Y" TO XREF-DONE-SW
052200     END-READ.
052300     IF XREF-DONE
052400         GO TO 1210-EXIT
052500     END-IF.
052600     IF NOT XREF-FILE-OK
052700         DISPLAY "RDIDF32 ABEND - LFXREF STATUS "
052800             XREF-FILE-STATUS
052900         MOVE 16 TO RETURN-CODE
053000         STOP RUN
053100     END-IF.
053200     IF WS-XREF-USED >= 5000
053300         DISPLAY "RDIDF32 ABEND - MORE THAN 5000 MERGES ON "
053400             "IDFXREF.DAT"
053500         MOVE 16 TO RETURN-CODE
053600         STOP RUN
053700     END-IF.
053800     ADD 1 TO WS-XREF-USED.
053900     MOVE XREF-OLD-PROV-ID TO WS-XR-OLD-ID (WS-XREF-USED).
054000     MOVE XREF-NEW-PROV-ID TO WS-XR-FINAL-ID (WS-XREF-USED).
054100 1210-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------*
054500* 1220-RESOLVE-ONE-CHAIN - FOLLOW ONE MERGE'S SURVIVOR DOWN *
054600* THE CHAIN TO THE PROVIDER THAT HOLDS THE BALANCE TODAY.   *
054700*----------------------------------------------------------*
054800 1220-RESOLVE-ONE-CHAIN.
054900     MOVE WS-XR-FINAL-ID (WS-XR-SUB) TO WS-SURV-PROV-ID.
055000     MOVE ZERO TO WS-XREF-HOPS.
055100     MOVE "N" TO XREF-DONE-SW.
055200     PERFORM 1230-FOLLOW-XREF THRU 1230-EXIT
055300         UNTIL XREF-DONE.
055400     MOVE WS-SURV-PROV-ID TO WS-XR-FINAL-ID (WS-XR-SUB).
055500 1220-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------*
055900* 1230-FOLLOW-XREF - ONE STEP DOWN THE MERGE CHAIN.  THE    *
056000* WALK ENDS AT AN ID THAT WAS NEVER MERGED AWAY, OR AFTER   *
056100* WS-MAX-XREF-HOPS STEPS IN CASE OF A LOOP.                 *
056200*----------------------------------------------------------*
056300 1230-FOLLOW-XREF.
056400     MOVE WS-SURV-PROV-ID TO XREF-OLD-PROV-ID.
056500     READ LFXREF
056600         KEY IS XREF-OLD-PROV-ID
056700         INVALID KEY CONTINUE
056800     END-READ.
056900     IF NOT XREF-FILE-OK
057000         MOVE "Y" TO XREF-DONE-SW
057100         GO TO 1230-EXIT
057200     END-IF.
057300     MOVE XREF-NEW-PROV-ID TO WS-SURV-PROV-ID.
057400     ADD 1 TO WS-XREF-HOPS.
057500     IF WS-XREF-HOPS >= WS-MAX-XREF-HOPS
057600         MOVE "Y" TO XREF-DONE-SW
057700     END-IF.
057800 1230-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------*
058200* 2000-PROCESS-PROVIDER - AGE ONE PROVIDER'S BALANCE, PRINT *
058300* IT, AND ADD IT TO ITS TYPE, STATUS, AND GRAND TOTALS, THEN*
058400* READ THE NEXT.  A ZERO BALANCE IS COUNTED ONLY.           *
058500*----------------------------------------------------------*
058600 2000-PROCESS-PROVIDER.
058700     ADD PROV-BAL TO WS-GRAND-TOTAL.
058800     IF PROV-BAL = ZERO
058900         ADD 1 TO WS-ZERO-COUNT
059000         GO TO 2000-NEXT
059100     END-IF.
059200     PERFORM 2100-AGE-BALANCE THRU 2100-EXIT.
059300     PERFORM 2500-PRINT-PROVIDER THRU 2500-EXIT.
059400     IF PROV-BAL > ZERO
059500         MOVE 1 TO WS-SIDE-SUB
059600     ELSE
059700         MOVE 2 TO WS-SIDE-SUB
059800     END-IF.
059900     MOVE "G" TO WS-GROUP-KIND.
060000     MOVE "ALL" TO WS-GROUP-KEY.
060100     PERFORM 2600-ADD-TO-GROUP THRU 2600-EXIT.
060200     MOVE "S" TO WS-GROUP-KIND.
060300     MOVE SPACES TO WS-GROUP-KEY.
060400     MOVE PROV-STAT-CODE TO WS-GROUP-KEY.
060500     PERFORM 2600-ADD-TO-GROUP THRU 2600-EXIT.
060600     MOVE "T" TO WS-GROUP-KIND.
060700     MOVE PROV-TYPE-CODE TO WS-GROUP-KEY.
060800     PERFORM 2600-ADD-TO-GROUP THRU 2600-EXIT.
060900 2000-NEXT.
061000     PERFORM 2900-READ-PROVIDER THRU 2900-EXIT.
061100 2000-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------*
061500* 2100-AGE-BALANCE - SPLIT PROV-BAL INTO ITS FIVE BUCKETS.  *
061600* THE BALANCE IS WORKED AS A POSITIVE AMOUNT (A CREDIT IS   *
061700* TURNED OVER) SO DEBITS AND CREDITS AGE THE SAME WAY, AND  *
061800* THE SIGN IS PUT BACK ON THE BUCKETS AT THE END.  THE      *
061900* BALANCE AT THE END OF THE DAY 181 DAYS AGO IS PROV-BAL    *
062000* LESS THE LAST 180 DAYS' POSTINGS; EACH DAY'S POSTINGS ARE *
062100* THEN APPLIED OLDEST FIRST, AND EACH DAY'S REDUCTIONS      *
062200* SETTLE WHAT IS LEFT FROM BEFORE EVERY LIMIT PASSED.       *
062300*----------------------------------------------------------*
062400 2100-AGE-BALANCE.
062500     MOVE PROV-BAL TO WS-PRV-BAL.
062600     IF PROV-BAL > ZERO
062700         MOVE 1 TO WS-PRV-SIGN
062800     ELSE
062900         MOVE -1 TO WS-PRV-SIGN
063000     END-IF.
063100     PERFORM 2110-CLEAR-ONE-DAY THRU 2110-EXIT
063200         VARYING WS-DAY-SUB FROM 1 BY 1
063300         UNTIL WS-DAY-SUB > 181.
063400     MOVE ZERO TO WS-PRV-RECENT.
063500     MOVE PROV-ID TO WS-WALK-PROV-ID.
063600     PERFORM 2300-WALK-HISTORY THRU 2300-EXIT.
063700     PERFORM 2200-CHECK-ONE-MERGE THRU 2200-EXIT
063800         VARYING WS-XR-SUB FROM 1 BY 1
063900         UNTIL WS-XR-SUB > WS-XREF-USED.
064000     COMPUTE WS-PRV-RUN-BAL =
064100         (WS-PRV-BAL - WS-PRV-RECENT) * WS-PRV-SIGN.
064200     PERFORM 2120-CLEAR-ONE-BOUNDARY THRU 2120-EXIT
064300         VARYING WS-BND-SUB FROM 1 BY 1
064400         UNTIL WS-BND-SUB > 4.
064500     PERFORM 2130-APPLY-ONE-DAY THRU 2130-EXIT
064600         VARYING WS-DAY-SUB FROM 181 BY -1
064700         UNTIL WS-DAY-SUB < 1.
064800     PERFORM 2150-TAKE-ONE-OLDER THRU 2150-EXIT
064900         VARYING WS-BND-SUB FROM 1 BY 1
065000         UNTIL WS-BND-SUB > 4.
065100     COMPUTE WS-PRV-BKT (5) = WS-PRV-OLDER (1) * WS-PRV-SIGN.
065200     COMPUTE WS-PRV-BKT (4) =
065300         (WS-PRV-OLDER (2) - WS-PRV-OLDER (1)) * WS-PRV-SIGN.
065400     COMPUTE WS-PRV-BKT (3) =
065500         (WS-PRV-OLDER (3) - WS-PRV-OLDER (2)) * WS-PRV-SIGN.
065600     COMPUTE WS-PRV-BKT (2) =
065700         (WS-PRV-OLDER (4) - WS-PRV-OLDER (3)) * WS-PRV-SIGN.
065800     COMPUTE WS-PRV-BKT (1) = WS-PRV-BAL
065900         - WS-PRV-BKT (2) - WS-PRV-BKT (3)
066000         - WS-PRV-BKT (4) - WS-PRV-BKT (5).
066100 2100-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------*
066500* 2110-CLEAR-ONE-DAY - ZERO ONE DAY'S POSTINGS.             *
066600*----------------------------------------------------------*
066700 2110-CLEAR-ONE-DAY.
066800     MOVE ZERO TO WS-DAY-NET (WS-DAY-SUB).
066900     MOVE ZERO TO WS-DAY-REDUCE (WS-DAY-SUB).
067000 2110-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------*
067400* 2120-CLEAR-ONE-BOUNDARY - NO BUCKET LIMIT IS PASSED YET.  *
067500*----------------------------------------------------------*
067600 2120-CLEAR-ONE-BOUNDARY.
067700     MOVE ZERO TO WS-BND-LEFT (WS-BND-SUB).
067800     MOVE "N" TO WS-BND-SET-SW (WS-BND-SUB).
067900 2120-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------*
068300* 2130-APPLY-ONE-DAY - APPLY ONE DAY'S POSTINGS, OLDEST DAY *
068400* FIRST.  A LIMIT IS PASSED ON REACHING THE FIRST DAY NO    *
068500* OLDER THAN IT, AND STARTS FROM THE BALANCE AS IT STOOD.   *
068600*----------------------------------------------------------*
068700 2130-APPLY-ONE-DAY.
068800     COMPUTE WS-AGE = WS-DAY-SUB - 1.
068900     PERFORM 2140-PASS-ONE-BOUNDARY THRU 2140-EXIT
069000         VARYING WS-BND-SUB FROM 1 BY 1
069100         UNTIL WS-BND-SUB > 4.
069200     COMPUTE WS-PRV-RUN-BAL = WS-PRV-RUN-BAL
069300         + (WS-DAY-NET (WS-DAY-SUB) * WS-PRV-SIGN).
069400     PERFORM 2145-SETTLE-ONE-BOUNDARY THRU 2145-EXIT
069500         VARYING WS-BND-SUB FROM 1 BY 1
069600         UNTIL WS-BND-SUB > 4.
069700 2130-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------*
070100* 2140-PASS-ONE-BOUNDARY - START WHAT IS LEFT FROM BEFORE A *
070200* LIMIT AT THE BALANCE AT THE END OF THE LAST DAY OLDER     *
070300* THAN IT.                                                  *
070400*----------------------------------------------------------*
070500 2140-PASS-ONE-BOUNDARY.
070600     IF NOT WS-BND-SET (WS-BND-SUB)
070700             AND WS-AGE <= WS-BND-DAYS (WS-BND-SUB)
070800         MOVE WS-PRV-RUN-BAL TO WS-BND-LEFT (WS-BND-SUB)
070900         MOVE "Y" TO WS-BND-SET-SW (WS-BND-SUB)
071000     END-IF.
071100 2140-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------*
071500* 2145-SETTLE-ONE-BOUNDARY - THE DAY'S REDUCTIONS SETTLE    *
071600* THE OLDEST AMOUNTS FIRST - WHAT IS LEFT FROM BEFORE EVERY *
071700* LIMIT ALREADY PASSED.                                     *
071800*----------------------------------------------------------*
071900 2145-SETTLE-ONE-BOUNDARY.
072000     IF WS-BND-SET (WS-BND-SUB)
072100         SUBTRACT WS-DAY-REDUCE (WS-DAY-SUB)
072200             FROM WS-BND-LEFT (WS-BND-SUB)
072300     END-IF.
072400 2145-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------*
072800* 2150-TAKE-ONE-OLDER - THE PART OF THE BALANCE OLDER THAN  *
072900* A LIMIT IS WHAT IS LEFT FROM BEFORE IT, BUT NEVER BELOW   *
073000* ZERO - ONCE SETTLED IN FULL NOTHING OLDER REMAINS.        *
073100*----------------------------------------------------------*
073200 2150-TAKE-ONE-OLDER.
073300     IF WS-BND-LEFT (WS-BND-SUB) > ZERO
073400         MOVE WS-BND-LEFT (WS-BND-SUB)
073500             TO WS-PRV-OLDER (WS-BND-SUB)
073600     ELSE
073700         MOVE ZERO TO WS-PRV-OLDER (WS-BND-SUB)
073800     END-IF.
073900 2150-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------*
074300* 2200-CHECK-ONE-MERGE - A MERGE WHOSE CHAIN ENDS AT THIS   *
074400* PROVIDER BROUGHT ITS BALANCE HERE - ITS HISTORY COUNTS.   *
074500*----------------------------------------------------------*
074600 2200-CHECK-ONE-MERGE.
074700     IF WS-XR-FINAL-ID (WS-XR-SUB) = PROV-ID
074800         MOVE WS-XR-OLD-ID (WS-XR-SUB) TO WS-WALK-PROV-ID
074900         PERFORM 2300-WALK-HISTORY THRU 2300-EXIT
075000     END-IF.
075100 2200-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------*
075500* 2300-WALK-HISTORY - READ THE HISTORY FOR WS-WALK-PROV-ID  *
075600* AND ADD EACH POSTING OF THE LAST 180 DAYS TO ITS DAY,     *
075700* NOTING THOSE THAT REDUCED THE BALANCE.                    *
075800*----------------------------------------------------------*
075900 2300-WALK-HISTORY.
076000     IF NOT TRHST-PRESENT
076100         GO TO 2300-EXIT
076200     END-IF.
076300     MOVE "N" TO TRHST-DONE-SW.
076400     MOVE WS-WALK-PROV-ID TO TRNH-PROV-ID.
076500     MOVE ZERO TO TRNH-BUS-DATE.
076600     MOVE ZERO TO TRNH-SEQ-NO.
076700     START LFTRHST KEY IS NOT LESS THAN TRNH-KEY
076800         INVALID KEY MOVE "Y" TO TRHST-DONE-SW
076900     END-START.
077000     PERFORM 2310-READ-ONE-HISTORY THRU 2310-EXIT
077100         UNTIL TRHST-DONE.
077200 2300-EXIT.
077300     EXIT.
077400
077500*----------------------------------------------------------*
077600* 2310-READ-ONE-HISTORY - READ ONE HISTORY RECORD.  THE     *
077700* WALK ENDS AT END OF FILE OR AT THE NEXT PROVIDER'S FIRST  *
077800* RECORD.  A POSTING DATED AFTER THE BUSINESS DATE COUNTS   *
077900* AS TODAY'S.                                               *
078000*----------------------------------------------------------*
078100 2310-READ-ONE-HISTORY.
078200     READ LFTRHST NEXT RECORD
078300         AT END MOVE "Y" TO TRHST-DONE-SW
078400     END-READ.
078500     IF TRHST-DONE
078600         GO TO 2310-EXIT
078700     END-IF.
078800     IF NOT TRHST-FILE-OK
078900         DISPLAY "RDIDF32 ABEND - LFTRHST STATUS "
079000             TRHST-FILE-STATUS
079100         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
079200         MOVE 16 TO RETURN-CODE
079300         STOP RUN
079400     END-IF.
079500     IF TRNH-PROV-ID NOT = WS-WALK-PROV-ID
079600         MOVE "Y" TO TRHST-DONE-SW
079700         GO TO 2310-EXIT
079800     END-IF.
079900     MOVE TRNH-BUS-DATE TO WS-DATE-CCYYMMDD.
080000     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
080100     COMPUTE WS-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
080200     IF WS-DAYS > WS-MAX-AGE-DAYS
080300         GO TO 2310-EXIT
080400     END-IF.
080500     IF WS-DAYS < ZERO
080600         MOVE ZERO TO WS-DAYS
080700     END-IF.
080800     COMPUTE WS-DAY-SUB = WS-DAYS + 1.
080900     ADD TRNH-AMOUNT TO WS-DAY-NET (WS-DAY-SUB).
081000     ADD TRNH-AMOUNT TO WS-PRV-RECENT.
081100     COMPUTE WS-PRV-POST-AMT = TRNH-AMOUNT * WS-PRV-SIGN.
081200     IF WS-PRV-POST-AMT < ZERO
081300         SUBTRACT WS-PRV-POST-AMT FROM WS-DAY-REDUCE (WS-DAY-SUB)
081400     END-IF.
081500 2310-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------*
081900* 2500-PRINT-PROVIDER - ONE DETAIL LINE: THE PROVIDER, DR OR*
082000* CR, THE BALANCE, AND ITS FIVE BUCKETS.                    *
082100*----------------------------------------------------------*
082200 2500-PRINT-PROVIDER.
082300     MOVE SPACES TO ATBRP-LINE.
082400     MOVE PROV-ID TO ATBRP-LINE (3:10).
082500     MOVE PROV-DESC TO ATBRP-LINE (14:24).
082600     MOVE PROV-TYPE-CODE TO ATBRP-LINE (39:3).
082700     MOVE PROV-STAT-CODE TO ATBRP-LINE (43:1).
082800     IF PROV-BAL > ZERO
082900         MOVE "DR" TO ATBRP-LINE (45:2)
083000     ELSE
083100         MOVE "CR" TO ATBRP-LINE (45:2)
083200     END-IF.
083300     MOVE WS-PRV-BAL TO WS-AMT-ED-1.
083400     MOVE WS-AMT-ED-1 TO ATBRP-LINE (47:14).
083500     PERFORM 2510-PRINT-ONE-BUCKET THRU 2510-EXIT
083600         VARYING WS-BKT-SUB FROM 1 BY 1
083700         UNTIL WS-BKT-SUB > 5.
083800     WRITE ATBRP-LINE.
083900 2500-EXIT.
084000     EXIT.
084100
084200*----------------------------------------------------------*
084300* 2510-PRINT-ONE-BUCKET - PLACE ONE BUCKET IN ITS COLUMN.   *
084400*----------------------------------------------------------*
084500 2510-PRINT-ONE-BUCKET.
084600     MOVE WS-PRV-BKT (WS-BKT-SUB) TO WS-AMT-ED-1.
084700     COMPUTE WS-GRP-POS = 47 + (WS-BKT-SUB * 14).
084800     MOVE WS-AMT-ED-1 TO ATBRP-LINE (WS-GRP-POS:14).
084900 2510-EXIT.
085000     EXIT.
085100
085200*----------------------------------------------------------*
085300* 2600-ADD-TO-GROUP - ADD THE PROVIDER TO ONE SUBTOTAL, ON  *
085400* THE SIDE IN WS-SIDE-SUB.                                  *
085500*----------------------------------------------------------*
085600 2600-ADD-TO-GROUP.
085700     PERFORM 2700-FIND-GROUP THRU 2700-EXIT.
085800     ADD 1 TO WS-GRP-COUNT (WS-GRP-SUB, WS-SIDE-SUB).
085900     ADD WS-PRV-BAL TO WS-GRP-BAL (WS-GRP-SUB, WS-SIDE-SUB).
086000     PERFORM 2610-ADD-ONE-BUCKET THRU 2610-EXIT
086100         VARYING WS-BKT-SUB FROM 1 BY 1
086200         UNTIL WS-BKT-SUB > 5.
086300 2600-EXIT.
086400     EXIT.
086500
086600*----------------------------------------------------------*
086700* 2610-ADD-ONE-BUCKET - ADD ONE BUCKET TO THE SUBTOTAL.     *
086800*----------------------------------------------------------*
086900 2610-ADD-ONE-BUCKET.
087000     ADD WS-PRV-BKT (WS-BKT-SUB)
087100         TO WS-GRP-BKT (WS-GRP-SUB, WS-SIDE-SUB, WS-BKT-SUB).
087200 2610-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------*
087600* 2700-FIND-GROUP - FIND THE SUBTOTAL FOR WS-GROUP-KIND AND *
087700* WS-GROUP-KEY, OR ADD IT IN ITS PLACE IN KIND AND KEY      *
087800* ORDER.  WS-GRP-SUB IS LEFT ON THE ENTRY.  MORE SUBTOTALS  *
087900* THAN THE TABLE HOLDS HALTS THE RUN.                       *
088000*----------------------------------------------------------*
088100 2700-FIND-GROUP.
088200     MOVE WS-GROUP-KIND TO WS-SRCH-KIND.
088300     MOVE WS-GROUP-KEY TO WS-SRCH-KEY.
088400     MOVE "N" TO GROUP-FOUND-SW.
088500     MOVE ZERO TO WS-GRP-POS.
088600     PERFORM 2710-SCAN-ONE-GROUP THRU 2710-EXIT
088700         VARYING WS-GRP-SUB FROM 1 BY 1
088800         UNTIL WS-GRP-SUB > WS-GROUP-USED
088900             OR GROUP-FOUND
089000             OR WS-GRP-POS > ZERO.
089100     IF GROUP-FOUND
089200         SUBTRACT 1 FROM WS-GRP-SUB
089300         GO TO 2700-EXIT
089400     END-IF.
089500     IF WS-GROUP-USED >= 120
089600         DISPLAY "RDIDF32 ABEND - MORE THAN 120 TYPE AND STATUS "
089700             "SUBTOTALS"
089800         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
089900         MOVE 16 TO RETURN-CODE
090000         STOP RUN
090100     END-IF.
090200     IF WS-GRP-POS = ZERO
090300         COMPUTE WS-GRP-POS = WS-GROUP-USED + 1
090400     END-IF.
090500     PERFORM 2720-SHIFT-ONE-GROUP THRU 2720-EXIT
090600         VARYING WS-MOVE-SUB FROM WS-GROUP-USED BY -1
090700         UNTIL WS-MOVE-SUB < WS-GRP-POS.
090800     ADD 1 TO WS-GROUP-USED.
090900     MOVE WS-GRP-POS TO WS-GRP-SUB.
091000     INITIALIZE WS-GRP-ENTRY (WS-GRP-SUB).
091100     MOVE WS-SEARCH-KEY TO WS-GRP-SORT-KEY (WS-GRP-SUB).
091200 2700-EXIT.
091300     EXIT.
091400
091500*----------------------------------------------------------*
091600* 2710-SCAN-ONE-GROUP - COMPARE ONE SUBTOTAL'S KEY.  THE    *
091700* FIRST KEY HIGHER THAN THE ONE WANTED IS WHERE A NEW ONE   *
091800* GOES.                                                     *
091900*----------------------------------------------------------*
092000 2710-SCAN-ONE-GROUP.
092100     IF WS-GRP-SORT-KEY (WS-GRP-SUB) = WS-SEARCH-KEY
092200         MOVE "Y" TO GROUP-FOUND-SW
092300         GO TO 2710-EXIT
092400     END-IF.
092500     IF WS-GRP-SORT-KEY (WS-GRP-SUB) > WS-SEARCH-KEY
092600         MOVE WS-GRP-SUB TO WS-GRP-POS
092700     END-IF.
092800 2710-EXIT.
092900     EXIT.
093000
093100*----------------------------------------------------------*
093200* 2720-SHIFT-ONE-GROUP - MOVE ONE SUBTOTAL UP A PLACE TO    *
093300* MAKE ROOM.                                                *
093400*----------------------------------------------------------*
093500 2720-SHIFT-ONE-GROUP.
093600     MOVE WS-GRP-ENTRY (WS-MOVE-SUB)
093700         TO WS-GRP-ENTRY (WS-MOVE-SUB + 1).
093800 2720-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------*
094200* 2900-READ-PROVIDER - READ THE NEXT MASTER RECORD.  ANY    *
094300* STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE RUN.   *
094400*----------------------------------------------------------*
094500 2900-READ-PROVIDER.
094600     READ LFIDPROVS NEXT RECORD
094700         AT END MOVE "Y" TO MASTER-EOF-SW
094800     END-READ.
094900     IF MASTER-EOF
095000         GO TO 2900-EXIT
095100     END-IF.
095200     IF NOT RECORDFOUND
095300         DISPLAY "RDIDF32 ABEND - LFIDPROVS STATUS "
095400             FILE-CHECK-KEY
095500         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
095600         MOVE 16 TO RETURN-CODE
095700         STOP RUN
095800     END-IF.
095900     ADD 1 TO WS-READ-COUNT.
096000 2900-EXIT.
096100     EXIT.
096200
096300*----------------------------------------------------------*
096400* 2950-WRITE-COLUMN-HEADINGS - THE AMOUNT COLUMN HEADINGS,  *
096500* SHARED BY THE DETAIL AND THE SUBTOTALS.                   *
096600*----------------------------------------------------------*
096700 2950-WRITE-COLUMN-HEADINGS.
096800     MOVE SPACES TO ATBRP-LINE.
096900     MOVE "  PROV-ID    PROVIDER NAME            TYP S" TO
097000         ATBRP-LINE (1:44).
097100     MOVE "       BALANCE       CURRENT   31-60 DAYS" TO
097200         ATBRP-LINE (47:42).
097300     MOVE "   61-90 DAYS  91-180 DAYS  OVER 180 DAYS" TO
097400         ATBRP-LINE (89:42).
097500     WRITE ATBRP-LINE.
097600 2950-EXIT.
097700     EXIT.
097800
097900*----------------------------------------------------------*
098000* 3000-TIE-TO-MASTER-TOTAL - THE GRAND TOTAL OF THE BALANCES*
098100* AGED MUST EQUAL RDIDF3'S MASTER TOTAL FOR THE DATE.       *
098200*----------------------------------------------------------*
098300 3000-TIE-TO-MASTER-TOTAL.
098400     COMPUTE WS-VARIANCE = WS-GRAND-TOTAL - WS-SNAP-TOTAL.
098500     IF WS-VARIANCE = ZERO
098600         MOVE "Y" TO TIED-SW
098700     END-IF.
098800 3000-EXIT.
098900     EXIT.
099000
099100*----------------------------------------------------------*
099200* 3500-PRINT-SUBTOTALS - THE SUBTOTALS BY PROV-TYPE-CODE,   *
099300* THEN BY PROV-STAT-CODE, THEN THE GRAND TOTAL, EACH ALSO   *
099400* WRITTEN TO THE SUMMARY EXTRACT.                           *
099500*----------------------------------------------------------*
099600 3500-PRINT-SUBTOTALS.
099700     MOVE SPACES TO ATBRP-LINE.
099800     WRITE ATBRP-LINE.
099900     MOVE "SUBTOTALS BY PROVIDER TYPE" TO ATBRP-LINE.
100000     WRITE ATBRP-LINE.
100100     PERFORM 2950-WRITE-COLUMN-HEADINGS THRU 2950-EXIT.
100200     MOVE "T" TO WS-GROUP-KIND.
100300     PERFORM 3510-PRINT-ONE-GROUP THRU 3510-EXIT
100400         VARYING WS-GRP-SUB FROM 1 BY 1
100500         UNTIL WS-GRP-SUB > WS-GROUP-USED.
100600     MOVE SPACES TO ATBRP-LINE.
100700     WRITE ATBRP-LINE.
100800     MOVE "SUBTOTALS BY PROVIDER STATUS" TO ATBRP-LINE.
100900     WRITE ATBRP-LINE.
101000     PERFORM 2950-WRITE-COLUMN-HEADINGS THRU 2950-EXIT.
101100     MOVE "S" TO WS-GROUP-KIND.
101200     PERFORM 3510-PRINT-ONE-GROUP THRU 3510-EXIT
101300         VARYING WS-GRP-SUB FROM 1 BY 1
101400         UNTIL WS-GRP-SUB > WS-GROUP-USED.
101500     MOVE SPACES TO ATBRP-LINE.
101600     WRITE ATBRP-LINE.
101700     MOVE "GRAND TOTAL" TO ATBRP-LINE.
101800     WRITE ATBRP-LINE.
101900     PERFORM 2950-WRITE-COLUMN-HEADINGS THRU 2950-EXIT.
102000     MOVE "G" TO WS-GROUP-KIND.
102100     PERFORM 3510-PRINT-ONE-GROUP THRU 3510-EXIT
102200         VARYING WS-GRP-SUB FROM 1 BY 1
102300         UNTIL WS-GRP-SUB > WS-GROUP-USED.
102400 3500-EXIT.
102500     EXIT.
102600
102700*----------------------------------------------------------*
102800* 3510-PRINT-ONE-GROUP - FOR A SUBTOTAL OF THE KIND IN HAND,*
102900* ITS HEADING, ITS DEBIT, CREDIT, AND NET LINES, AND ITS    *
103000* DEBIT AND CREDIT EXTRACT RECORDS.                         *
103100*----------------------------------------------------------*
103200 3510-PRINT-ONE-GROUP.
103300     IF WS-GRP-KIND (WS-GRP-SUB) NOT = WS-GROUP-KIND
103400         GO TO 3510-EXIT
103500     END-IF.
103600     PERFORM 3520-BUILD-GROUP-LABEL THRU 3520-EXIT.
103700     MOVE SPACES TO ATBRP-LINE.
103800     MOVE WS-GROUP-LABEL TO ATBRP-LINE (3:40).
103900     WRITE ATBRP-LINE.
104000     MOVE ZERO TO WS-NET-BAL.
104100     PERFORM 3530-CLEAR-ONE-NET THRU 3530-EXIT
104200         VARYING WS-BKT-SUB FROM 1 BY 1
104300         UNTIL WS-BKT-SUB > 5.
104400     PERFORM 3540-PRINT-ONE-SIDE THRU 3540-EXIT
104500         VARYING WS-SIDE-SUB FROM 1 BY 1
104600         UNTIL WS-SIDE-SUB > 2.
104700     MOVE SPACES TO ATBRP-LINE.
104800     MOVE "    NET" TO ATBRP-LINE (1:7).
104900     MOVE WS-NET-BAL TO WS-TOTAL-ED.
105000     MOVE WS-TOTAL-ED TO ATBRP-LINE (47:14).
105100     PERFORM 3560-PRINT-ONE-NET THRU 3560-EXIT
105200         VARYING WS-BKT-SUB FROM 1 BY 1
105300         UNTIL WS-BKT-SUB > 5.
105400     WRITE ATBRP-LINE.
105500 3510-EXIT.
105600     EXIT.
105700
105800*----------------------------------------------------------*
105900* 3520-BUILD-GROUP-LABEL - THE SUBTOTAL'S HEADING: THE TYPE *
106000* CODE AND ITS DESCRIPTION, THE STATUS CODE AND ITS         *
106100* MEANING, OR THE GRAND TOTAL.                              *
106200*----------------------------------------------------------*
106300 3520-BUILD-GROUP-LABEL.
106400     MOVE SPACES TO WS-GROUP-LABEL.
106500     IF WS-GROUP-KIND = "G"
106600         MOVE "ALL PROVIDERS" TO WS-GROUP-LABEL
106700         GO TO 3520-EXIT
106800     END-IF.
106900     IF WS-GROUP-KIND = "S"
107000         EVALUATE WS-GRP-KEY (WS-GRP-SUB) (1:1)
107100             WHEN "A"
107200                 MOVE "STATUS A - ACTIVE" TO WS-GROUP-LABEL
107300             WHEN "T"
107400                 MOVE "STATUS T - TERMED" TO WS-GROUP-LABEL
107500             WHEN "S"
107600                 MOVE "STATUS S - SUSPENDED" TO WS-GROUP-LABEL
107700             WHEN OTHER
107800                 STRING "STATUS " WS-GRP-KEY (WS-GRP-SUB) (1:1)
107900                     " - NOT A VALID STATUS"
108000                     DELIMITED SIZE INTO WS-GROUP-LABEL
108100                 END-STRING
108200         END-EVALUATE
108300         GO TO 3520-EXIT
108400     END-IF.
108500     MOVE "N" TO PTYPE-FOUND-SW.
108600     IF PTYPE-TABLE-LOADED
108700         SET PTYPE-IDX TO 1
108800         SEARCH WS-PTYPE-ENTRY
108900             AT END
109000                 MOVE "N" TO PTYPE-FOUND-SW
109100             WHEN WS-PTYPE-CODE (PTYPE-IDX)
109200                     = WS-GRP-KEY (WS-GRP-SUB)
109300                 MOVE "Y" TO PTYPE-FOUND-SW
109400         END-SEARCH
109500     END-IF.
109600     IF PTYPE-FOUND
109700         STRING "TYPE " WS-GRP-KEY (WS-GRP-SUB)
109800             " - " WS-PTYPE-DESC (PTYPE-IDX)
109900             DELIMITED SIZE INTO WS-GROUP-LABEL
110000         END-STRING
110100     ELSE
110200         STRING "TYPE " WS-GRP-KEY (WS-GRP-SUB)
110300             " - NOT ON TYPE TABLE"
110400             DELIMITED SIZE INTO WS-GROUP-LABEL
110500         END-STRING
110600     END-IF.
110700 3520-EXIT.
110800     EXIT.
110900
111000*----------------------------------------------------------*
111100* 3530-CLEAR-ONE-NET - ZERO ONE NET BUCKET.                 *
111200*----------------------------------------------------------*
111300 3530-CLEAR-ONE-NET.
111400     MOVE ZERO TO WS-NET-BKT (WS-BKT-SUB).
111500 3530-EXIT.
111600     EXIT.
111700
111800*----------------------------------------------------------*
111900* 3540-PRINT-ONE-SIDE - THE DEBIT OR CREDIT LINE OF A       *
112000* SUBTOTAL, ADDED INTO THE NET, AND ITS EXTRACT RECORD.     *
112100*----------------------------------------------------------*
112200 3540-PRINT-ONE-SIDE.
112300     IF WS-SIDE-SUB = 1
112400         MOVE "DEBIT " TO WS-SIDE-LABEL
112500         MOVE "D" TO WS-SIDE-CODE
112600     ELSE
112700         MOVE "CREDIT" TO WS-SIDE-LABEL
112800         MOVE "C" TO WS-SIDE-CODE
112900     END-IF.
113000     MOVE WS-GRP-COUNT (WS-GRP-SUB, WS-SIDE-SUB) TO WS-COUNT-ED-1.
113100     MOVE SPACES TO ATBRP-LINE.
113200     STRING "    " WS-SIDE-LABEL " BALANCES: " WS-COUNT-ED-1
113300         DELIMITED SIZE INTO ATBRP-LINE
113400     END-STRING.
113500     MOVE WS-GRP-BAL (WS-GRP-SUB, WS-SIDE-SUB) TO WS-TOTAL-ED.
113600     MOVE WS-TOTAL-ED TO ATBRP-LINE (47:14).
113700     ADD WS-GRP-BAL (WS-GRP-SUB, WS-SIDE-SUB) TO WS-NET-BAL.
113800     PERFORM 3550-PRINT-ONE-SIDE-BUCKET THRU 3550-EXIT
113900         VARYING WS-BKT-SUB FROM 1 BY 1
114000         UNTIL WS-BKT-SUB > 5.
114100     WRITE ATBRP-LINE.
114200     PERFORM 3600-WRITE-EXTRACT THRU 3600-EXIT.
114300 3540-EXIT.
114400     EXIT.
114500
114600*----------------------------------------------------------*
114700* 3550-PRINT-ONE-SIDE-BUCKET - PLACE ONE SIDE BUCKET IN ITS *
114800* COLUMN AND ADD IT INTO THE NET.                           *
114900*----------------------------------------------------------*
115000 3550-PRINT-ONE-SIDE-BUCKET.
115100     MOVE WS-GRP-BKT (WS-GRP-SUB, WS-SIDE-SUB, WS-BKT-SUB)
115200         TO WS-TOTAL-ED.
115300     COMPUTE WS-GRP-POS = 47 + (WS-BKT-SUB * 14).
115400     MOVE WS-TOTAL-ED TO ATBRP-LINE (WS-GRP-POS:14).
115500     ADD WS-GRP-BKT (WS-GRP-SUB, WS-SIDE-SUB, WS-BKT-SUB)
115600         TO WS-NET-BKT (WS-BKT-SUB).
115700 3550-EXIT.
115800     EXIT.
115900
116000*----------------------------------------------------------*
116100* 3560-PRINT-ONE-NET - PLACE ONE NET BUCKET IN ITS COLUMN.  *
116200*----------------------------------------------------------*
116300 3560-PRINT-ONE-NET.
116400     MOVE WS-NET-BKT (WS-BKT-SUB) TO WS-TOTAL-ED.
116500     COMPUTE WS-GRP-POS = 47 + (WS-BKT-SUB * 14).
116600     MOVE WS-TOTAL-ED TO ATBRP-LINE (WS-GRP-POS:14).
116700 3560-EXIT.
116800     EXIT.
116900
117000*----------------------------------------------------------*
117100* 3600-WRITE-EXTRACT - ONE SUMMARY EXTRACT RECORD FOR THE   *
117200* SUBTOTAL AND SIDE IN HAND.                                *
117300*----------------------------------------------------------*
117400 3600-WRITE-EXTRACT.
117500     MOVE SPACES TO ATBSM-RECORD.
117600     MOVE WS-RUNC-BUS-DATE TO ATS-BUS-DATE.
117700     MOVE WS-GRP-KIND (WS-GRP-SUB) TO ATS-GROUP-KIND.
117800     MOVE WS-GRP-KEY (WS-GRP-SUB) TO ATS-GROUP-KEY.
117900     MOVE WS-SIDE-CODE TO ATS-SIDE.
118000     MOVE WS-GRP-COUNT (WS-GRP-SUB, WS-SIDE-SUB) TO ATS-COUNT.
118100     MOVE WS-GRP-BAL (WS-GRP-SUB, WS-SIDE-SUB) TO ATS-BALANCE.
118200     PERFORM 3610-MOVE-ONE-EXTRACT-BUCKET THRU 3610-EXIT
118300         VARYING WS-BKT-SUB FROM 1 BY 1
118400         UNTIL WS-BKT-SUB > 5.
118500     IF TOTALS-TIED
118600         MOVE "Y" TO ATS-TIED-FLAG
118700     ELSE
118800         MOVE "N" TO ATS-TIED-FLAG
118900     END-IF.
119000     WRITE ATBSM-RECORD.
119100     ADD 1 TO WS-EXTRACT-COUNT.
119200 3600-EXIT.
119300     EXIT.
119400
119500*----------------------------------------------------------*
119600* 3610-MOVE-ONE-EXTRACT-BUCKET - MOVE ONE BUCKET TO THE     *
119700* EXTRACT RECORD.                                           *
119800*----------------------------------------------------------*
119900 3610-MOVE-ONE-EXTRACT-BUCKET.
120000     MOVE WS-GRP-BKT (WS-GRP-SUB, WS-SIDE-SUB, WS-BKT-SUB)
120100         TO ATS-BUCKET (WS-BKT-SUB).
120200 3610-EXIT.
120300     EXIT.
120400
120500*----------------------------------------------------------*
120600* 4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE TIE-OUT TO *
120700* THE RDIDF3 MASTER TOTAL AND THE RUN COUNTS, AND DISPLAY   *
120800* THEM FOR THE JOB LOG.                                     *
120900*----------------------------------------------------------*
121000 4000-WRITE-SUMMARY.
121100     MOVE SPACES TO ATBRP-LINE.
121200     WRITE ATBRP-LINE.
121300     MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
121400     MOVE SPACES TO ATBRP-LINE.
121500     STRING "AGED TRIAL BALANCE GRAND TOTAL:      " WS-TOTAL-ED
121600         DELIMITED SIZE INTO ATBRP-LINE
121700     END-STRING.
121800     WRITE ATBRP-LINE.
121900     DISPLAY "RDIDF32 - " ATBRP-LINE (1:80).
122000     MOVE WS-SNAP-TOTAL TO WS-TOTAL-ED.
122100     MOVE WS-SNAP-COUNT TO WS-COUNT-ED-1.
122200     MOVE SPACES TO ATBRP-LINE.
122300     STRING "RDIDF3 MASTER TOTAL (IDFCRSNP.DAT):  " WS-TOTAL-ED
122400         "  PROVIDERS: " WS-COUNT-ED-1
122500         DELIMITED SIZE INTO ATBRP-LINE
122600     END-STRING.
122700     WRITE ATBRP-LINE.
122800     DISPLAY "RDIDF32 - " ATBRP-LINE (1:80).
122900     MOVE WS-VARIANCE TO WS-TOTAL-ED.
123000     MOVE SPACES TO ATBRP-LINE.
123100     STRING "VARIANCE (AGED - RDIDF3):            " WS-TOTAL-ED
123200         DELIMITED SIZE INTO ATBRP-LINE
123300     END-STRING.
123400     WRITE ATBRP-LINE.
123500     IF TOTALS-TIED
123600         MOVE "TIED TO RDIDF3 - NO VARIANCE" TO ATBRP-LINE
123700     ELSE
123800         MOVE "*** DOES NOT TIE TO RDIDF3 - SEE VARIANCE ***"
123900             TO ATBRP-LINE
124000     END-IF.
124100     WRITE ATBRP-LINE.
124200     DISPLAY "RDIDF32 - " ATBRP-LINE (1:80).
124300     MOVE SPACES TO ATBRP-LINE.
124400     WRITE ATBRP-LINE.
124500     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
124600     MOVE SPACES TO ATBRP-LINE.
124700     STRING "PROVIDERS READ: " WS-COUNT-ED-1
124800         DELIMITED SIZE INTO ATBRP-LINE
124900     END-STRING.
125000     WRITE ATBRP-LINE.
125100     MOVE WS-ZERO-COUNT TO WS-COUNT-ED-1.
125200     MOVE SPACES TO ATBRP-LINE.
125300     STRING "ZERO BALANCES (NOT LISTED): " WS-COUNT-ED-1
125400         DELIMITED SIZE INTO ATBRP-LINE
125500     END-STRING.
125600     WRITE ATBRP-LINE.
125700     MOVE WS-EXTRACT-COUNT TO WS-COUNT-ED-1.
125800     MOVE SPACES TO ATBRP-LINE.
125900     STRING "SUMMARY EXTRACT RECORDS: " WS-COUNT-ED-1
126000         DELIMITED SIZE INTO ATBRP-LINE
126100     END-STRING.
126200     WRITE ATBRP-LINE.
126300     MOVE SPACES TO ATBRP-LINE.
126400     STRING "BALANCE NOT EXPLAINED BY THE LAST 180 DAYS OF "
126500         "POSTINGS AGES OVER 180 DAYS"
126600         DELIMITED SIZE INTO ATBRP-LINE
126700     END-STRING.
126800     WRITE ATBRP-LINE.
126900 4000-EXIT.
127000     EXIT.
127100
127200*----------------------------------------------------------*
127300* 7800-DATE-TO-SERIAL - CONVERT WS-DATE-CCYYMMDD TO A DAY   *
127400* SERIAL FOR DAY-COUNT ARITHMETIC: 365 PER YEAR PLUS ONE PER*
127500* ELAPSED LEAP YEAR, PLUS THE CUMULATIVE DAYS OF THE        *
127600* COMPLETED MONTHS, PLUS THE DAY - THE SAME SERIAL RDIDF9   *
127700* AND RDIDF25 USE.  ACCURATE FOR 2000-2099.                 *
127800*----------------------------------------------------------*
127900 7800-DATE-TO-SERIAL.
128000     MOVE WS-DATE-YY TO WS-DTS-YY.
128100     MOVE WS-DATE-MM TO WS-DTS-MM.
128200     MOVE WS-DATE-DD TO WS-DTS-DD.
128300     IF WS-DTS-MM < 1 OR WS-DTS-MM > 12
128400         MOVE 1 TO WS-DTS-MM
128500     END-IF.
128600     COMPUTE WS-LEAP-QUOT = (WS-DTS-YY + 3) / 4.
128700     COMPUTE WS-DTS-SERIAL =
128800         (WS-DTS-YY * 365)
128900         + WS-LEAP-QUOT
129000         + WS-CUM-DAYS (WS-DTS-MM)
129100         + WS-DTS-DD.
129200     DIVIDE WS-DTS-YY BY 4
129300         GIVING WS-LEAP-QUOT
129400         REMAINDER WS-LEAP-REM.
129500     IF WS-LEAP-REM = ZERO AND WS-DTS-MM > 2
129600         ADD 1 TO WS-DTS-SERIAL
129700     END-IF.
129800 7800-EXIT.
129900     EXIT.
130000
130100*----------------------------------------------------------*
130200* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
130300*----------------------------------------------------------*
130400 9000-END-PROGRAM.
130500     CLOSE LFIDPROVS.
130600     IF TRHST-PRESENT
130700         CLOSE LFTRHST
130800     END-IF.
130900     IF XREF-PRESENT
131000         CLOSE LFXREF
131100     END-IF.
131200     CLOSE LFATBRP.
131300     CLOSE LFATBSM.
131400 9000-EXIT.
131500     EXIT.
131600
131700     COPY RUNCTLPR.
131800
131900 END PROGRAM RDIDF32.
