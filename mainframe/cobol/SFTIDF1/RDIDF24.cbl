000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF24.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF24 - NIGHTLY PROVIDER SUBLEDGER PROOF.              *
000900*                                                           *
001000* PROVES PROV-BAL ONE PROVIDER AT A TIME RATHER THAN AS A   *
001100* GRAND TOTAL.  FOR EVERY PROVIDER THE PROGRAM STARTS FROM  *
001200* THE BALANCE ON THE PRIOR RDIDF13 BACKUP GENERATION        *
001300* (IDFPRBKP.DAT), ADDS EVERY IDFTRHST.DAT AMOUNT POSTED     *
001400* SINCE THAT GENERATION WAS TAKEN (TRNH-BUS-DATE NOT BEFORE *
001500* THE BUSINESS DATE ON THE BACKUP TRAILER), AND COMPARES    *
001600* THE RESULT TO THE LIVE IDFPROVS.DAT BALANCE.  THE THREE   *
001700* FILES ARE READ IN PROV-ID ORDER AND MATCHED.              *
001800*                                                           *
001900* EVERY PROVIDER THAT DOES NOT PROVE PRINTS ON THE          *
002000* EXCEPTION REPORT, IDFSLPRF.DAT, WITH THE CAUSES THAT CAN  *
002100* BE FOUND FOR THE DIFFERENCE SINCE THE BACKUP:             *
002200*   - AN APPROVED DUAL-CONTROL CHANGE ON IDFPNDBL.DAT       *
002300*     (NEW BALANCE LESS OLD BALANCE),                       *
002400*   - A MERGE ON IDFXREF.DAT INTO THE PROVIDER (AMOUNT      *
002500*     MOVED IN), OR OF THE PROVIDER INTO ANOTHER (AMOUNT    *
002600*     MOVED OUT),                                           *
002700*   - A ROSTER LOAD BY RDIDF12, WHICH SETS THE BALANCE      *
002800*     OUTRIGHT AND SO ACCOUNTS FOR WHATEVER REMAINS.        *
002900* WHAT IS LEFT AFTER THE CAUSES PRINTS AS AN UNEXPLAINED    *
003000* DIFFERENCE - TYPICALLY A BALANCE CHANGED THROUGH RDIDF2   *
003100* UNDER THE DUAL-CONTROL THRESHOLD.  ANY UNEXPLAINED        *
003200* DIFFERENCE ENDS THE JOB RC 4 AFTER A NORMAL COMPLETION.   *
003300*                                                           *
003400* RUNS IN THE NIGHTLY STREAM AFTER RDIDF7, SO THE PRIOR     *
003500* GENERATION IS THE ONE RDIDF13 TOOK THE NIGHT BEFORE.  A   *
003600* GENERATION WRITTEN BEFORE THE TRAILER CARRIED ITS         *
003700* BUSINESS DATE CANNOT BE PROVED AGAINST - THE RUN REPORTS  *
003800* THAT AND ENDS RC 4.                                       *
003900*----------------------------------------------------------*
004000* MODIFICATION HISTORY                                      *
004100*----------------------------------------------------------*
004200* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004300*----------------------------------------------------------*
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LFPRBKP ASSIGN TO "IDFPRBKP.DAT"
004900         FILE STATUS IS BKP-FILE-STATUS
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT LFTRHST ASSIGN TO "IDFTRHST.DAT"
005300         FILE STATUS IS TRHST-FILE-STATUS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS TRNH-KEY.
005700
005800     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
005900         FILE STATUS IS FILE-CHECK-KEY
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PROV-ID
006300         ALTERNATE RECORD KEY IS PROV-DESC
006400             WITH DUPLICATES.
006500
006600     SELECT LFPNDBL ASSIGN TO "IDFPNDBL.DAT"
006700         FILE STATUS IS PNDBL-FILE-STATUS
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
007100         FILE STATUS IS XREF-FILE-STATUS
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS XREF-OLD-PROV-ID.
007500
007600     SELECT LFROSTER ASSIGN TO "IDFRSTER.DAT"
007700         FILE STATUS IS ROSTER-FILE-STATUS
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000     SELECT LFSLPRF ASSIGN TO "IDFSLPRF.DAT"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
008400         FILE STATUS IS RUNC-FILE-STATUS
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS RUNC-JOB-NAME.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  LFPRBKP
009200     RECORD CONTAINS 201 CHARACTERS.
009300 01  BKP-RECORD.
009400     05  BKP-REC-TYPE            PIC X(01).
009500         88  BKP-DETAIL              VALUE "D".
009600         88  BKP-TRAILER             VALUE "T".
009700     05  BKP-DETAIL-AREA         PIC X(200).
009800     05  BKP-TRAILER-AREA REDEFINES BKP-DETAIL-AREA.
009900         10  BKP-TRL-COUNT       PIC 9(09).
010000         10  BKP-TRL-HASH        PIC S9(13)V99
010100                                 SIGN LEADING SEPARATE.
010200         10  BKP-TRL-BUS-DATE    PIC 9(08).
010300         10  FILLER              PIC X(167).
010400
010500 FD  LFTRHST.
010600     COPY TRANHREC.
010700
010800 FD  LFIDPROVS.
010900     COPY PROVREC.
011000
011100 FD  LFPNDBL
011200     RECORD CONTAINS 120 CHARACTERS.
011300 01  PNDBL-FILE-REC              PIC X(120).
011400
011500 FD  LFXREF.
011600     COPY XREFREC.
011700
011800 FD  LFROSTER
011900     RECORD CONTAINS 200 CHARACTERS.
012000 01  RST-RECORD.
012100     05  RST-PROV-ID             PIC X(10).
012200     05  RST-PROV-ID-NUM REDEFINES RST-PROV-ID
012300                                 PIC 9(10).
012400     05  RST-PROV-DESC           PIC X(40).
012500     05  RST-BAL-SIGN            PIC X(01).
012600         88  RST-BAL-NEGATIVE        VALUE "-".
012700         88  RST-VALID-BAL-SIGN      VALUES "+" "-" " ".
012800     05  RST-BAL-AMT             PIC X(10).
012900     05  RST-BAL-AMT-NUM REDEFINES RST-BAL-AMT
013000                                 PIC 9(8)V99.
013100     05  FILLER                  PIC X(139).
013200
013300 FD  LFSLPRF
013400     RECORD CONTAINS 132 CHARACTERS.
013500 01  SLPRF-LINE                  PIC X(132).
013600
013700 FD  LFRNCTL.
013800     COPY RUNCTL.
013900
014000 WORKING-STORAGE SECTION.
014100 01  WS-WORK-AREAS.
014200     05  BKP-FILE-STATUS         PIC X(02).
014300         88  BKP-FILE-OK             VALUES "00" "04".
014400         88  BKP-EOF                 VALUE "10".
014500
014600     05  TRHST-FILE-STATUS       PIC X(02).
014700         88  TRHST-FILE-OK           VALUES "00" "02".
014800         88  TRHST-EOF               VALUE "10".
014900         88  TRHST-FILE-NOT-FOUND    VALUE "35".
015000
015100     05  FILE-CHECK-KEY          PIC X(02).
015200         88  RECORDFOUND             VALUES "00" "02".
015300         88  PROVS-EOF               VALUE "10".
015400
015500     05  PNDBL-FILE-STATUS       PIC X(02).
015600         88  PNDBL-FILE-OK           VALUES "00" "04".
015700         88  PNDBL-FILE-EOF          VALUE "10".
015800         88  PNDBL-FILE-NOT-FOUND    VALUE "35".
015900
016000     05  XREF-FILE-STATUS        PIC X(02).
016100         88  XREF-FILE-OK            VALUE "00".
016200         88  XREF-EOF                VALUE "10".
016300
016400     05  ROSTER-FILE-STATUS      PIC X(02).
016500         88  ROSTER-FILE-OK          VALUES "00" "04".
016600         88  ROSTER-EOF              VALUE "10".
016700
016800     05  WS-WINDOW-DATE          PIC 9(08) VALUE ZERO.
016900     05  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE.
017000         10  FILLER              PIC X(02).
017100         10  WS-WINDOW-YYMMDD    PIC 9(06).
017200     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
017300
017400*----------------------------------------------------------*
017500* MATCH KEYS - EACH INPUT'S CURRENT PROV-ID AS TEXT, SET    *
017600* TO HIGH-VALUES AT END OF FILE SO THE LOW KEY DRIVES THE   *
017700* MATCH UNTIL ALL THREE ARE EXHAUSTED.                      *
017800*----------------------------------------------------------*
017900 01  WS-MATCH-KEYS.
018000     05  WS-BKP-KEY              PIC X(10).
018100     05  WS-TRH-KEY              PIC X(10).
018200     05  WS-MST-KEY              PIC X(10).
018300     05  WS-LOW-KEY              PIC X(10).
018400     05  WS-LOW-KEY-NUM REDEFINES WS-LOW-KEY
018500                                 PIC 9(10).
018600
018700 01  WS-SWITCHES.
018800     05  ON-BACKUP-SW            PIC X(01) VALUE "N".
018900         88  ON-BACKUP               VALUE "Y".
019000     05  ON-MASTER-SW            PIC X(01) VALUE "N".
019100         88  ON-MASTER               VALUE "Y".
019200     05  TRAILER-SEEN-SW         PIC X(01) VALUE "N".
019300         88  TRAILER-SEEN            VALUE "Y".
019400     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
019500         88  XREF-PRESENT            VALUE "Y".
019600     05  TRHST-PRESENT-SW        PIC X(01) VALUE "Y".
019700         88  TRHST-PRESENT           VALUE "Y".
019800     05  ROSTER-LOADED-SW        PIC X(01) VALUE "N".
019900         88  ROSTER-LOADED           VALUE "Y".
020000     05  PASS-EOF-SW             PIC X(01) VALUE "N".
020100         88  PASS-EOF                VALUE "Y".
020200     05  ROSTER-HIT-SW           PIC X(01) VALUE "N".
020300         88  ROSTER-HIT              VALUE "Y".
020310     05  BACKUP-UNDATED-SW       PIC X(01) VALUE "N".
020320         88  BACKUP-UNDATED          VALUE "Y".
020400
020500     COPY PNDBLREC.
020600
020700*----------------------------------------------------------*
020800* WS-BKP-IMAGE - WORKING-STORAGE COPY OF ONE BACKUP DETAIL *
020900* IMAGE.  THE BYTE OFFSETS MATCH PROVREC - PROV-ID AT 1-10, *
021000* PROV-BAL AT 51-60.                                        *
021100*----------------------------------------------------------*
021200 01  WS-BKP-IMAGE.
021300     05  WS-BK-PROV-ID           PIC 9(10).
021400     05  FILLER                  PIC X(40).
021500     05  WS-BK-PROV-BAL          PIC S9(8)V99.
021600     05  FILLER                  PIC X(140).
021700
021800*----------------------------------------------------------*
021900* CAUSE TABLES - APPROVED BALANCE CHANGES AND MERGES DATED  *
022000* ON OR AFTER THE BACKUP'S BUSINESS DATE, AND THE ROSTER    *
022100* WHEN RDIDF12 LOADED ONE IN THAT WINDOW.  THEY ARE ONLY    *
022200* SEARCHED FOR A PROVIDER THAT FAILS TO PROVE.              *
022300*----------------------------------------------------------*
022400 01  WS-APPROVAL-TABLE-AREA.
022500     05  WS-APPROVAL-ENTRY       OCCURS 500 TIMES.
022600         10  WS-APV-PROV-ID      PIC 9(10).
022700         10  WS-APV-OLD-BAL      PIC S9(8)V99.
022800         10  WS-APV-NEW-BAL      PIC S9(8)V99.
022900         10  WS-APV-OPER-ID      PIC X(08).
023000         10  WS-APV-DATE         PIC 9(06).
023100
023200 01  WS-MERGE-TABLE-AREA.
023300     05  WS-MERGE-ENTRY          OCCURS 500 TIMES.
023400         10  WS-MRG-OLD-PROV-ID  PIC 9(10).
023500         10  WS-MRG-NEW-PROV-ID  PIC 9(10).
023600         10  WS-MRG-DATE         PIC 9(08).
023700         10  WS-MRG-AMOUNT       PIC S9(8)V99.
023800
023900 01  WS-ROSTER-TABLE-AREA.
024000     05  WS-ROSTER-ENTRY         OCCURS 5000 TIMES.
024100         10  WS-RST-PROV-ID      PIC 9(10).
024200         10  WS-RST-BAL          PIC S9(8)V99.
024300
024400 01  WS-TABLE-WORK           COMP.
024500     05  WS-APPROVAL-USED        PIC 9(04) VALUE ZERO.
024600     05  WS-MERGE-USED           PIC 9(04) VALUE ZERO.
024700     05  WS-ROSTER-USED          PIC 9(04) VALUE ZERO.
024800     05  WS-TABLE-LOST           PIC 9(07) VALUE ZERO.
024900     05  WS-SCAN-SUB             PIC 9(04).
025000     05  WS-ROSTER-SUB           PIC 9(04).
025100
025200 01  WS-COUNTERS             COMP.
025300     05  WS-BACKUP-COUNT         PIC 9(09) VALUE ZERO.
025400     05  WS-HISTORY-COUNT        PIC 9(09) VALUE ZERO.
025500     05  WS-MASTER-COUNT         PIC 9(09) VALUE ZERO.
025600     05  WS-PROVED-COUNT         PIC 9(09) VALUE ZERO.
025700     05  WS-IN-BALANCE-COUNT     PIC 9(09) VALUE ZERO.
025800     05  WS-EXPLAINED-COUNT      PIC 9(09) VALUE ZERO.
025900     05  WS-UNEXPLAINED-COUNT    PIC 9(09) VALUE ZERO.
026000
026100 01  WS-ACCUMULATORS         COMP.
026200     05  WS-BACKUP-HASH          PIC S9(13)V99 VALUE ZERO.
026300     05  WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
026400     05  WS-TRAILER-HASH         PIC S9(13)V99 VALUE ZERO.
026500     05  WS-BACKUP-TOTAL         PIC S9(13)V99 VALUE ZERO.
026600     05  WS-HISTORY-TOTAL        PIC S9(13)V99 VALUE ZERO.
026700     05  WS-MASTER-TOTAL         PIC S9(13)V99 VALUE ZERO.
026800     05  WS-UNEXPLAINED-TOTAL    PIC S9(13)V99 VALUE ZERO.
026900
027000 01  WS-PROVIDER-WORK.
027100     05  WS-START-BAL            PIC S9(11)V99.
027200     05  WS-HISTORY-AMT          PIC S9(11)V99.
027300     05  WS-EXPECTED-BAL         PIC S9(11)V99.
027400     05  WS-LIVE-BAL             PIC S9(11)V99.
027500     05  WS-DIFFERENCE           PIC S9(11)V99.
027600     05  WS-RESIDUAL             PIC S9(11)V99.
027700     05  WS-CAUSE-AMT            PIC S9(11)V99.
027800     05  WS-PRESENCE-NOTE        PIC X(20).
027900
028000 01  WS-REPORT-FIELDS.
028100     05  WS-BAL-ED-1             PIC -(10)9.99.
028200     05  WS-BAL-ED-2             PIC -(10)9.99.
028300     05  WS-BAL-ED-3             PIC -(10)9.99.
028400     05  WS-BAL-ED-4             PIC -(10)9.99.
028500     05  WS-BAL-ED-5             PIC -(10)9.99.
028600     05  WS-HASH-ED-1            PIC -(12)9.99.
028700     05  WS-HASH-ED-2            PIC -(12)9.99.
028800     05  WS-COUNT-ED-1           PIC Z(08)9.
028900     05  WS-COUNT-ED-2           PIC Z(08)9.
029000     05  WS-COUNT-ED-3           PIC Z(08)9.
029100
029200     COPY RUNCTLWS.
029300
029400 PROCEDURE DIVISION.
029500
029600 0000-MAINLINE.
029700     MOVE "RDIDF24 " TO WS-RUNC-THIS-JOB.
029800     MOVE "RDIDF7  " TO WS-RUNC-PRED-JOB.
029900     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     PERFORM 2000-PROVE-ONE-PROVIDER THRU 2000-EXIT
030200         UNTIL WS-BKP-KEY = HIGH-VALUES
030300             AND WS-TRH-KEY = HIGH-VALUES
030400             AND WS-MST-KEY = HIGH-VALUES.
030500     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
030600     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
030700     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
030800     IF WS-UNEXPLAINED-COUNT > ZERO
030900         MOVE 4 TO RETURN-CODE
031000     END-IF.
031100     STOP RUN.
031200
031300*----------------------------------------------------------*
031400* 1000-INITIALIZE - OPEN THE REPORT, PROVE THE BACKUP       *
031500* GENERATION AGAINST ITS OWN TRAILER AND TAKE ITS BUSINESS  *
031600* DATE AS THE START OF THE PROOF WINDOW, LOAD THE CAUSE     *
031700* TABLES, AND PRIME ALL THREE MATCH INPUTS.                 *
031800*----------------------------------------------------------*
031900 1000-INITIALIZE.
032000     OPEN OUTPUT LFSLPRF.
032100     MOVE SPACES TO SLPRF-LINE.
032200     STRING "PROVIDER SUBLEDGER PROOF - BUSINESS DATE "
032300         WS-RUNC-BUS-DATE
032400         DELIMITED SIZE INTO SLPRF-LINE
032500     END-STRING.
032600     WRITE SLPRF-LINE.
032700     PERFORM 1100-PROVE-BACKUP THRU 1100-EXIT.
032800     IF BACKUP-UNDATED
032900         PERFORM 1900-BACKUP-NOT-DATED THRU 1900-EXIT
033000     END-IF.
033100     MOVE SPACES TO SLPRF-LINE.
033200     STRING "PRIOR BACKUP GENERATION TAKEN FOR BUSINESS DATE "
033300         WS-WINDOW-DATE
033400         " - HISTORY POSTED ON OR AFTER THAT DATE IS ADDED"
033500         DELIMITED SIZE INTO SLPRF-LINE
033600     END-STRING.
033700     WRITE SLPRF-LINE.
033800     PERFORM 1200-LOAD-APPROVALS THRU 1200-EXIT.
033900     PERFORM 1300-LOAD-MERGES THRU 1300-EXIT.
034000     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT.
034100     MOVE SPACES TO SLPRF-LINE.
034200     WRITE SLPRF-LINE.
034300     MOVE "PROVIDERS THAT DO NOT PROVE" TO SLPRF-LINE.
034400     WRITE SLPRF-LINE.
034500     PERFORM 1500-PRIME-INPUTS THRU 1500-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------*
035000* 1100-PROVE-BACKUP - READ THE BACKUP GENERATION ONCE       *
035100* THROUGH.  ITS DETAIL COUNT AND HASH MUST MATCH ITS        *
035200* TRAILER BEFORE ANY PROVIDER IS PROVED AGAINST IT.         *
035300*----------------------------------------------------------*
035400 1100-PROVE-BACKUP.
035500     OPEN INPUT LFPRBKP.
035600     IF NOT BKP-FILE-OK
035700         DISPLAY "RDIDF24 ABEND - LFPRBKP STATUS "
035800             BKP-FILE-STATUS
035900         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     MOVE "N" TO PASS-EOF-SW.
036400     PERFORM 1110-PROVE-ONE-BACKUP THRU 1110-EXIT
036500         UNTIL PASS-EOF.
036600     CLOSE LFPRBKP.
036700     IF NOT TRAILER-SEEN
036800         DISPLAY "RDIDF24 ABEND - BACKUP TRAILER MISSING"
036900         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     IF WS-BACKUP-COUNT NOT = WS-TRAILER-COUNT
037400             OR WS-BACKUP-HASH NOT = WS-TRAILER-HASH
037500         MOVE WS-BACKUP-HASH TO WS-HASH-ED-1
037600         MOVE WS-TRAILER-HASH TO WS-HASH-ED-2
037700         DISPLAY "RDIDF24 ABEND - BACKUP DOES NOT AGREE WITH "
037800             "ITS TRAILER - HASH " WS-HASH-ED-1
037900             " TRAILER " WS-HASH-ED-2
038000         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
038100         MOVE 16 TO RETURN-CODE
038200         STOP RUN
038300     END-IF.
038400     MOVE ZERO TO WS-BACKUP-COUNT.
038500 1100-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------*
038900* 1110-PROVE-ONE-BACKUP - COUNT AND HASH ONE DETAIL, OR     *
039000* CAPTURE THE TRAILER AND ITS BUSINESS DATE, WHICH STARTS   *
039100* THE PROOF WINDOW.  A GENERATION WRITTEN BEFORE THE        *
039110* TRAILER CARRIED THE DATE HAS SPACES THERE - IT, OR A      *
039120* ZERO DATE, MARKS THE BACKUP UNDATED.                      *
039200*----------------------------------------------------------*
039300 1110-PROVE-ONE-BACKUP.
039400     READ LFPRBKP.
039500     IF NOT BKP-FILE-OK
039600         IF NOT BKP-EOF
039700             DISPLAY "RDIDF24 ABEND - LFPRBKP STATUS "
039800                 BKP-FILE-STATUS
039900             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
040000             MOVE 16 TO RETURN-CODE
040100             STOP RUN
040200         END-IF
040300         MOVE "Y" TO PASS-EOF-SW
040400         GO TO 1110-EXIT
040500     END-IF.
040600     IF BKP-TRAILER
040700         MOVE "Y" TO TRAILER-SEEN-SW
040800         MOVE BKP-TRL-COUNT TO WS-TRAILER-COUNT
040900         MOVE BKP-TRL-HASH TO WS-TRAILER-HASH
041000         IF BKP-TRL-BUS-DATE NOT NUMERIC
041010                 OR BKP-TRL-BUS-DATE = ZERO
041020             MOVE "Y" TO BACKUP-UNDATED-SW
041030         ELSE
041040             MOVE BKP-TRL-BUS-DATE TO WS-WINDOW-DATE
041050         END-IF
041100         MOVE "Y" TO PASS-EOF-SW
041200         GO TO 1110-EXIT
041300     END-IF.
041400     IF BKP-DETAIL
041500         MOVE BKP-DETAIL-AREA TO WS-BKP-IMAGE
041600         ADD 1 TO WS-BACKUP-COUNT
041700         ADD WS-BK-PROV-BAL TO WS-BACKUP-HASH
041800     END-IF.
041900 1110-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------*
042300* 1200-LOAD-APPROVALS - TABLE EVERY APPROVED DUAL-CONTROL   *
042400* CHANGE REVIEWED ON OR AFTER THE BACKUP'S BUSINESS DATE.   *
042500* THE REVIEW DATE IS YYMMDD.  A MISSING APPROVAL FILE MEANS *
042600* NOTHING WAS EVER CAPTURED.                                *
042700*----------------------------------------------------------*
042800 1200-LOAD-APPROVALS.
042900     OPEN INPUT LFPNDBL.
043000     IF NOT PNDBL-FILE-OK
043100         GO TO 1200-EXIT
043200     END-IF.
043300     MOVE "N" TO PASS-EOF-SW.
043400     PERFORM 1210-LOAD-ONE-APPROVAL THRU 1210-EXIT
043500         UNTIL PASS-EOF.
043600     CLOSE LFPNDBL.
043700 1200-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------*
044100* 1210-LOAD-ONE-APPROVAL - READ ONE APPROVAL RECORD AND     *
044200* TABLE IT IF IT WAS APPROVED INSIDE THE WINDOW.            *
044300*----------------------------------------------------------*
044400 1210-LOAD-ONE-APPROVAL.
044500     READ LFPNDBL.
044600     IF NOT PNDBL-FILE-OK
044700         IF NOT PNDBL-FILE-EOF
044800             DISPLAY "RDIDF24 ABEND - LFPNDBL STATUS "
044900                 PNDBL-FILE-STATUS
045000             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
045100             MOVE 16 TO RETURN-CODE
045200             STOP RUN
045300         END-IF
045400         MOVE "Y" TO PASS-EOF-SW
045500         GO TO 1210-EXIT
045600     END-IF.
045700     MOVE PNDBL-FILE-REC TO PNDBL-RECORD.
045800     IF NOT PNDBL-APPROVED
045900             OR PNDBL-REV-DATE < WS-WINDOW-YYMMDD
046000         GO TO 1210-EXIT
046100     END-IF.
046200     IF WS-APPROVAL-USED >= 500
046300         ADD 1 TO WS-TABLE-LOST
046400         GO TO 1210-EXIT
046500     END-IF.
046600     ADD 1 TO WS-APPROVAL-USED.
046700     MOVE PNDBL-PROV-ID TO WS-APV-PROV-ID (WS-APPROVAL-USED).
046800     MOVE PNDBL-OLD-BAL TO WS-APV-OLD-BAL (WS-APPROVAL-USED).
046900     MOVE PNDBL-NEW-BAL TO WS-APV-NEW-BAL (WS-APPROVAL-USED).
047000     MOVE PNDBL-REV-OPER-ID
047100         TO WS-APV-OPER-ID (WS-APPROVAL-USED).
047200     MOVE PNDBL-REV-DATE TO WS-APV-DATE (WS-APPROVAL-USED).
047300 1210-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------*
047700* 1300-LOAD-MERGES - TABLE EVERY MERGE ON THE CROSS-        *
047800* REFERENCE FILE DATED ON OR AFTER THE BACKUP'S BUSINESS    *
047900* DATE.  A MISSING CROSS-REFERENCE MEANS NO MERGE HAS EVER  *
048000* BEEN DONE.                                                *
048100*----------------------------------------------------------*
048200 1300-LOAD-MERGES.
048300     OPEN INPUT LFXREF.
048400     IF NOT XREF-FILE-OK
048500         MOVE "N" TO XREF-PRESENT-SW
048600         GO TO 1300-EXIT
048700     END-IF.
048800     MOVE "N" TO PASS-EOF-SW.
048900     MOVE LOW-VALUES TO XREF-OLD-PROV-ID.
049000     START LFXREF KEY IS NOT LESS THAN XREF-OLD-PROV-ID
049100         INVALID KEY MOVE "Y" TO PASS-EOF-SW
049200     END-START.
049300     PERFORM 1310-LOAD-ONE-MERGE THRU 1310-EXIT
049400         UNTIL PASS-EOF.
049500 1300-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------*
049900* 1310-LOAD-ONE-MERGE - READ ONE CROSS-REFERENCE RECORD AND *
050000* TABLE IT IF THE MERGE FELL INSIDE THE WINDOW.             *
050100*----------------------------------------------------------*
050200 1310-LOAD-ONE-MERGE.
050300     READ LFXREF NEXT RECORD
050400         AT END MOVE "Y" TO PASS-EOF-SW
050500     END-READ.
050600     IF PASS-EOF
050700         GO TO 1310-EXIT
050800     END-IF.
050900     IF NOT XREF-FILE-OK
051000         DISPLAY "RDIDF24 ABEND - LFXREF STATUS "
051100             XREF-FILE-STATUS
051200         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
051300         MOVE 16 TO RETURN-CODE
051400         STOP RUN
051500     END-IF.
051600     IF XREF-MERGE-DATE < WS-WINDOW-DATE
051700         GO TO 1310-EXIT
051800     END-IF.
051900     IF WS-MERGE-USED >= 500
052000         ADD 1 TO WS-TABLE-LOST
052100         GO TO 1310-EXIT
052200     END-IF.
052300     ADD 1 TO WS-MERGE-USED.
052400     MOVE XREF-OLD-PROV-ID TO WS-MRG-OLD-PROV-ID (WS-MERGE-USED).
052500     MOVE XREF-NEW-PROV-ID TO WS-MRG-NEW-PROV-ID (WS-MERGE-USED).
052600     MOVE XREF-MERGE-DATE TO WS-MRG-DATE (WS-MERGE-USED).
052700     MOVE XREF-AMOUNT-MOVED TO WS-MRG-AMOUNT (WS-MERGE-USED).
052800 1310-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------*
053200* 1400-LOAD-ROSTER - WHEN RDIDF12'S RUN CONTROL RECORD      *
053300* SHOWS A ROSTER LOAD COMPLETED INSIDE THE WINDOW, TABLE    *
053400* THE ROSTER'S PROVIDERS AND BALANCES.  RECORDS RDIDF12     *
053500* WOULD HAVE REJECTED FOR A BAD ID OR BALANCE ARE SKIPPED.  *
053600*----------------------------------------------------------*
053700 1400-LOAD-ROSTER.
053800     MOVE "RDIDF12 " TO RUNC-JOB-NAME.
053900     READ LFRNCTL
054000         INVALID KEY CONTINUE
054100     END-READ.
054200     IF NOT RUNC-FILE-OK
054300         GO TO 1400-EXIT
054400     END-IF.
054500     IF NOT RUNC-JOB-COMPLETED
054600             OR RUNC-BUS-DATE < WS-WINDOW-DATE
054700         GO TO 1400-EXIT
054800     END-IF.
054900     MOVE RUNC-BUS-DATE TO WS-ROSTER-DATE.
055000     OPEN INPUT LFROSTER.
055100     IF NOT ROSTER-FILE-OK
055200         MOVE SPACES TO SLPRF-LINE
055300         STRING "ROSTER LOADED FOR BUSINESS DATE " WS-ROSTER-DATE
055400             " BUT IDFRSTER.DAT IS NOT AVAILABLE - ROSTER "
055500             "CHANGES WILL SHOW AS UNEXPLAINED"
055600             DELIMITED SIZE INTO SLPRF-LINE
055700         END-STRING
055800         WRITE SLPRF-LINE
055900         GO TO 1400-EXIT
056000     END-IF.
056100     MOVE "Y" TO ROSTER-LOADED-SW.
056200     MOVE "N" TO PASS-EOF-SW.
056300     PERFORM 1410-LOAD-ONE-ROSTER THRU 1410-EXIT
056400         UNTIL PASS-EOF.
056500     CLOSE LFROSTER.
056600     MOVE SPACES TO SLPRF-LINE.
056700     STRING "ROSTER LOADED BY RDIDF12 FOR BUSINESS DATE "
056800         WS-ROSTER-DATE " - TAKEN INTO ACCOUNT"
056900         DELIMITED SIZE INTO SLPRF-LINE
057000     END-STRING.
057100     WRITE SLPRF-LINE.
057200 1400-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------*
057600* 1410-LOAD-ONE-ROSTER - READ AND TABLE ONE ROSTER RECORD.  *
057700*----------------------------------------------------------*
057800 1410-LOAD-ONE-ROSTER.
057900     READ LFROSTER.
058000     IF NOT ROSTER-FILE-OK
058100         MOVE "Y" TO PASS-EOF-SW
058200         GO TO 1410-EXIT
058300     END-IF.
058400     IF RST-PROV-ID NOT NUMERIC
058500             OR RST-BAL-AMT NOT NUMERIC
058600             OR NOT RST-VALID-BAL-SIGN
058700         GO TO 1410-EXIT
058800     END-IF.
058900     IF WS-ROSTER-USED >= 5000
059000         ADD 1 TO WS-TABLE-LOST
059100         GO TO 1410-EXIT
059200     END-IF.
059300     ADD 1 TO WS-ROSTER-USED.
059400     MOVE RST-PROV-ID-NUM TO WS-RST-PROV-ID (WS-ROSTER-USED).
059500     MOVE RST-BAL-AMT-NUM TO WS-RST-BAL (WS-ROSTER-USED).
059600     IF RST-BAL-NEGATIVE
059700         COMPUTE WS-RST-BAL (WS-ROSTER-USED) =
059800             ZERO - WS-RST-BAL (WS-ROSTER-USED)
059900     END-IF.
060000 1410-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------*
060400* 1500-PRIME-INPUTS - REOPEN THE BACKUP AND OPEN THE        *
060500* HISTORY AND MASTER ON THE PROV-ID PATH, AND READ THE      *
060600* FIRST RECORD OF EACH.  A HISTORY FILE NOT YET CREATED IS  *
060700* AN EMPTY ONE.                                             *
060800*----------------------------------------------------------*
060900 1500-PRIME-INPUTS.
061000     OPEN INPUT LFPRBKP.
061100     PERFORM 7100-READ-BACKUP THRU 7100-EXIT.
061200     OPEN INPUT LFTRHST.
061300     IF NOT TRHST-FILE-OK
061400             AND NOT TRHST-FILE-NOT-FOUND
061500         DISPLAY "RDIDF24 ABEND - LFTRHST STATUS "
061600             TRHST-FILE-STATUS
061700         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
061800         MOVE 16 TO RETURN-CODE
061900         STOP RUN
062000     END-IF.
062100     IF TRHST-FILE-NOT-FOUND
062200         MOVE "N" TO TRHST-PRESENT-SW
062300         MOVE HIGH-VALUES TO WS-TRH-KEY
062400     ELSE
062500         MOVE LOW-VALUES TO TRNH-KEY
062600         START LFTRHST KEY IS NOT LESS THAN TRNH-KEY
062700             INVALID KEY MOVE HIGH-VALUES TO WS-TRH-KEY
062800         END-START
062900         IF TRHST-FILE-OK
063000             PERFORM 7200-READ-HISTORY THRU 7200-EXIT
063100         END-IF
063200     END-IF.
063300     OPEN INPUT LFIDPROVS.
063400     MOVE ZEROS TO PROV-ID.
063500     START LFIDPROVS KEY IS NOT LESS THAN PROV-ID
063600         INVALID KEY MOVE HIGH-VALUES TO WS-MST-KEY
063700     END-START.
063800     IF RECORDFOUND
063900         PERFORM 7300-READ-MASTER THRU 7300-EXIT
064000     END-IF.
064100 1500-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------*
064500* 1900-BACKUP-NOT-DATED - THE PRIOR GENERATION WAS WRITTEN  *
064600* BEFORE THE TRAILER CARRIED ITS BUSINESS DATE, SO THE      *
064700* HISTORY TO ADD CANNOT BE TOLD.  SAY SO, COMPLETE THE RUN  *
064800* SO THE STREAM CONTINUES, AND END RC 4.                    *
064900*----------------------------------------------------------*
065000 1900-BACKUP-NOT-DATED.
065100     MOVE SPACES TO SLPRF-LINE.
065200     STRING "PRIOR BACKUP GENERATION CARRIES NO BUSINESS DATE "
065300         "- NO PROOF TONIGHT, THE NEXT GENERATION WILL PROVE"
065400         DELIMITED SIZE INTO SLPRF-LINE
065500     END-STRING.
065600     WRITE SLPRF-LINE.
065700     DISPLAY "RDIDF24 - PRIOR BACKUP NOT DATED - PROOF SKIPPED".
065800     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
065900     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
066000     MOVE 4 TO RETURN-CODE.
066100     STOP RUN.
066200 1900-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------*
066600* 2000-PROVE-ONE-PROVIDER - TAKE THE LOWEST PROV-ID ON ANY  *
066700* OF THE THREE INPUTS: BACKUP BALANCE PLUS HISTORY SINCE    *
066800* THE BACKUP MUST EQUAL THE LIVE BALANCE.  A PROVIDER       *
066900* MISSING FROM THE BACKUP STARTS AT ZERO; ONE MISSING FROM  *
067000* THE MASTER MUST END AT ZERO.                              *
067100*----------------------------------------------------------*
067200 2000-PROVE-ONE-PROVIDER.
067300     MOVE WS-BKP-KEY TO WS-LOW-KEY.
067400     IF WS-TRH-KEY < WS-LOW-KEY
067500         MOVE WS-TRH-KEY TO WS-LOW-KEY
067600     END-IF.
067700     IF WS-MST-KEY < WS-LOW-KEY
067800         MOVE WS-MST-KEY TO WS-LOW-KEY
067900     END-IF.
068000     ADD 1 TO WS-PROVED-COUNT.
068100     MOVE ZERO TO WS-START-BAL.
068200     MOVE ZERO TO WS-HISTORY-AMT.
068300     MOVE ZERO TO WS-LIVE-BAL.
068400     MOVE "N" TO ON-BACKUP-SW.
068500     MOVE "N" TO ON-MASTER-SW.
068600     IF WS-BKP-KEY = WS-LOW-KEY
068700         MOVE "Y" TO ON-BACKUP-SW
068800         MOVE WS-BK-PROV-BAL TO WS-START-BAL
068900         ADD WS-BK-PROV-BAL TO WS-BACKUP-TOTAL
069000         PERFORM 7100-READ-BACKUP THRU 7100-EXIT
069100     END-IF.
069200     PERFORM 2100-ADD-ONE-HISTORY THRU 2100-EXIT
069300         UNTIL WS-TRH-KEY NOT = WS-LOW-KEY.
069400     IF WS-MST-KEY = WS-LOW-KEY
069500         MOVE "Y" TO ON-MASTER-SW
069600         MOVE PROV-BAL TO WS-LIVE-BAL
069700         ADD PROV-BAL TO WS-MASTER-TOTAL
069800         PERFORM 7300-READ-MASTER THRU 7300-EXIT
069900     END-IF.
070000     COMPUTE WS-EXPECTED-BAL = WS-START-BAL + WS-HISTORY-AMT.
070100     COMPUTE WS-DIFFERENCE = WS-LIVE-BAL - WS-EXPECTED-BAL.
070200     IF WS-DIFFERENCE = ZERO
070300         ADD 1 TO WS-IN-BALANCE-COUNT
070400         GO TO 2000-EXIT
070500     END-IF.
070600     PERFORM 3000-EXPLAIN-DIFFERENCE THRU 3000-EXIT.
070700 2000-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------*
071100* 2100-ADD-ONE-HISTORY - ADD ONE HISTORY AMOUNT FOR THE     *
071200* CURRENT PROVIDER IF IT POSTED ON OR AFTER THE BACKUP'S    *
071300* BUSINESS DATE, THEN READ THE NEXT HISTORY RECORD.         *
071400*----------------------------------------------------------*
071500 2100-ADD-ONE-HISTORY.
071600     IF TRNH-BUS-DATE NOT < WS-WINDOW-DATE
071700         ADD TRNH-AMOUNT TO WS-HISTORY-AMT
071800         ADD TRNH-AMOUNT TO WS-HISTORY-TOTAL
071900         ADD 1 TO WS-HISTORY-COUNT
072000     END-IF.
072100     PERFORM 7200-READ-HISTORY THRU 7200-EXIT.
072200 2100-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------*
072600* 3000-EXPLAIN-DIFFERENCE - PRINT ONE PROVIDER THAT DOES    *
072700* NOT PROVE, WORK ITS DIFFERENCE DOWN BY EACH CAUSE FOUND,  *
072800* AND CLASS WHAT IS LEFT AS EXPLAINED OR UNEXPLAINED.       *
072900*----------------------------------------------------------*
073000 3000-EXPLAIN-DIFFERENCE.
073100     MOVE SPACES TO WS-PRESENCE-NOTE.
073200     IF NOT ON-BACKUP
073300         MOVE "ADDED SINCE BACKUP" TO WS-PRESENCE-NOTE
073400     END-IF.
073500     IF NOT ON-MASTER
073600         MOVE "NOT ON MASTER" TO WS-PRESENCE-NOTE
073700     END-IF.
073800     MOVE WS-START-BAL TO WS-BAL-ED-1.
073900     MOVE WS-HISTORY-AMT TO WS-BAL-ED-2.
074000     MOVE WS-EXPECTED-BAL TO WS-BAL-ED-3.
074100     MOVE WS-LIVE-BAL TO WS-BAL-ED-4.
074200     MOVE WS-DIFFERENCE TO WS-BAL-ED-5.
074300     MOVE SPACES TO SLPRF-LINE.
074400     WRITE SLPRF-LINE.
074500     MOVE SPACES TO SLPRF-LINE.
074600     STRING "  PROV-ID=" WS-LOW-KEY
074700         " BACKUP=" WS-BAL-ED-1
074800         " HISTORY=" WS-BAL-ED-2
074900         " EXPECTED=" WS-BAL-ED-3
075000         " MASTER=" WS-BAL-ED-4
075100         DELIMITED SIZE INTO SLPRF-LINE
075200     END-STRING.
075300     WRITE SLPRF-LINE.
075400     MOVE SPACES TO SLPRF-LINE.
075500     STRING "      DIFFERENCE=" WS-BAL-ED-5
075600         "  " WS-PRESENCE-NOTE
075700         DELIMITED SIZE INTO SLPRF-LINE
075800     END-STRING.
075900     WRITE SLPRF-LINE.
076000     MOVE WS-DIFFERENCE TO WS-RESIDUAL.
076100     PERFORM 3100-CHECK-ONE-APPROVAL THRU 3100-EXIT
076200         VARYING WS-SCAN-SUB FROM 1 BY 1
076300         UNTIL WS-SCAN-SUB > WS-APPROVAL-USED.
076400     PERFORM 3200-CHECK-ONE-MERGE THRU 3200-EXIT
076500         VARYING WS-SCAN-SUB FROM 1 BY 1
076600         UNTIL WS-SCAN-SUB > WS-MERGE-USED.
076700     IF ROSTER-LOADED
076800         PERFORM 3300-CHECK-ROSTER THRU 3300-EXIT
076900     END-IF.
077000     IF WS-RESIDUAL = ZERO
077100         ADD 1 TO WS-EXPLAINED-COUNT
077200         MOVE "      DIFFERENCE EXPLAINED" TO SLPRF-LINE
077300         WRITE SLPRF-LINE
077400     ELSE
077500         ADD 1 TO WS-UNEXPLAINED-COUNT
077600         ADD WS-RESIDUAL TO WS-UNEXPLAINED-TOTAL
077700         MOVE WS-RESIDUAL TO WS-BAL-ED-1
077800         MOVE SPACES TO SLPRF-LINE
077900         STRING "      *** UNEXPLAINED DIFFERENCE " WS-BAL-ED-1
078000             DELIMITED SIZE INTO SLPRF-LINE
078100         END-STRING
078200         WRITE SLPRF-LINE
078300     END-IF.
078400 3000-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------*
078800* 3100-CHECK-ONE-APPROVAL - AN APPROVED CHANGE FOR THIS     *
078900* PROVIDER ACCOUNTS FOR NEW BALANCE LESS OLD BALANCE.       *
079000*----------------------------------------------------------*
079100 3100-CHECK-ONE-APPROVAL.
079200     IF WS-APV-PROV-ID (WS-SCAN-SUB) NOT = WS-LOW-KEY-NUM
079300         GO TO 3100-EXIT
079400     END-IF.
079500     COMPUTE WS-CAUSE-AMT = WS-APV-NEW-BAL (WS-SCAN-SUB)
079600         - WS-APV-OLD-BAL (WS-SCAN-SUB).
079700     SUBTRACT WS-CAUSE-AMT FROM WS-RESIDUAL.
079800     MOVE WS-CAUSE-AMT TO WS-BAL-ED-1.
079900     MOVE WS-APV-OLD-BAL (WS-SCAN-SUB) TO WS-BAL-ED-2.
080000     MOVE WS-APV-NEW-BAL (WS-SCAN-SUB) TO WS-BAL-ED-3.
080100     MOVE SPACES TO SLPRF-LINE.
080200     STRING "      APPROVED IDFPNDBL CHANGE " WS-BAL-ED-1
080300         "  OLD=" WS-BAL-ED-2
080400         " NEW=" WS-BAL-ED-3
080500         " APPROVED BY " WS-APV-OPER-ID (WS-SCAN-SUB)
080600         " ON " WS-APV-DATE (WS-SCAN-SUB)
080700         DELIMITED SIZE INTO SLPRF-LINE
080800     END-STRING.
080900     WRITE SLPRF-LINE.
081000 3100-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------*
081400* 3200-CHECK-ONE-MERGE - A MERGE INTO THIS PROVIDER BROUGHT *
081500* THE AMOUNT MOVED IN; A MERGE OF THIS PROVIDER INTO        *
081600* ANOTHER TOOK IT OUT.                                      *
081700*----------------------------------------------------------*
081800 3200-CHECK-ONE-MERGE.
081900     IF WS-MRG-NEW-PROV-ID (WS-SCAN-SUB) = WS-LOW-KEY-NUM
082000         MOVE WS-MRG-AMOUNT (WS-SCAN-SUB) TO WS-CAUSE-AMT
082100         SUBTRACT WS-CAUSE-AMT FROM WS-RESIDUAL
082200         MOVE WS-CAUSE-AMT TO WS-BAL-ED-1
082300         MOVE SPACES TO SLPRF-LINE
082400         STRING "      IDFXREF MERGE IN  " WS-BAL-ED-1
082500             "  FROM PROV-ID=" WS-MRG-OLD-PROV-ID (WS-SCAN-SUB)
082600             " ON " WS-MRG-DATE (WS-SCAN-SUB)
082700             DELIMITED SIZE INTO SLPRF-LINE
082800         END-STRING
082900         WRITE SLPRF-LINE
083000         GO TO 3200-EXIT
083100     END-IF.
083200     IF WS-MRG-OLD-PROV-ID (WS-SCAN-SUB) = WS-LOW-KEY-NUM
083300         COMPUTE WS-CAUSE-AMT = ZERO - WS-MRG-AMOUNT (WS-SCAN-SUB)
083400         SUBTRACT WS-CAUSE-AMT FROM WS-RESIDUAL
083500         MOVE WS-CAUSE-AMT TO WS-BAL-ED-1
083600         MOVE SPACES TO SLPRF-LINE
083700         STRING "      IDFXREF MERGE OUT " WS-BAL-ED-1
083800             "  INTO PROV-ID=" WS-MRG-NEW-PROV-ID (WS-SCAN-SUB)
083900             " ON " WS-MRG-DATE (WS-SCAN-SUB)
084000             DELIMITED SIZE INTO SLPRF-LINE
084100         END-STRING
084200         WRITE SLPRF-LINE
084300     END-IF.
084400 3200-EXIT.
084500     EXIT.
084600
084700*----------------------------------------------------------*
084800* 3300-CHECK-ROSTER - A PROVIDER ON THE ROSTER LOADED       *
084900* INSIDE THE WINDOW HAD ITS BALANCE SET OUTRIGHT, SO THE    *
085000* LOAD ACCOUNTS FOR WHATEVER DIFFERENCE REMAINS.            *
085100*----------------------------------------------------------*
085200 3300-CHECK-ROSTER.
085300     MOVE "N" TO ROSTER-HIT-SW.
085400     PERFORM 3310-MATCH-ONE-ROSTER THRU 3310-EXIT
085500         VARYING WS-SCAN-SUB FROM 1 BY 1
085600         UNTIL WS-SCAN-SUB > WS-ROSTER-USED
085700             OR ROSTER-HIT.
085800     IF NOT ROSTER-HIT
085900         GO TO 3300-EXIT
086000     END-IF.
086100     MOVE WS-RESIDUAL TO WS-BAL-ED-1.
086200     MOVE WS-RST-BAL (WS-ROSTER-SUB) TO WS-BAL-ED-2.
086300     MOVE SPACES TO SLPRF-LINE.
086400     STRING "      ROSTER LOAD        " WS-BAL-ED-1
086500         "  BALANCE SET TO " WS-BAL-ED-2
086600         " BY RDIDF12 FOR " WS-ROSTER-DATE
086700         DELIMITED SIZE INTO SLPRF-LINE
086800     END-STRING.
086900     WRITE SLPRF-LINE.
087000     MOVE ZERO TO WS-RESIDUAL.
087100 3300-EXIT.
087200     EXIT.
087300
087400*----------------------------------------------------------*
087500* 3310-MATCH-ONE-ROSTER - COMPARE ONE ROSTER TABLE SLOT     *
087600* AGAINST THE CURRENT PROVIDER.                             *
087700*----------------------------------------------------------*
087800 3310-MATCH-ONE-ROSTER.
087900     IF WS-RST-PROV-ID (WS-SCAN-SUB) = WS-LOW-KEY-NUM
088000         MOVE "Y" TO ROSTER-HIT-SW
088100         MOVE WS-SCAN-SUB TO WS-ROSTER-SUB
088200     END-IF.
088300 3310-EXIT.
088400     EXIT.
088500
088600*----------------------------------------------------------*
088700* 4000-WRITE-SUMMARY - COUNTS AND FILE TOTALS.  THE BACKUP  *
088800* TOTAL PLUS THE HISTORY TOTAL LESS THE MASTER TOTAL IS THE *
088900* NET OF EVERY DIFFERENCE PRINTED ABOVE.                    *
089000*----------------------------------------------------------*
089100 4000-WRITE-SUMMARY.
089200     IF WS-EXPLAINED-COUNT = ZERO
089300             AND WS-UNEXPLAINED-COUNT = ZERO
089400         MOVE "  NONE" TO SLPRF-LINE
089500         WRITE SLPRF-LINE
089600     END-IF.
089700     MOVE SPACES TO SLPRF-LINE.
089800     WRITE SLPRF-LINE.
089900     MOVE "PROOF SUMMARY" TO SLPRF-LINE.
090000     WRITE SLPRF-LINE.
090100     MOVE WS-PROVED-COUNT TO WS-COUNT-ED-1.
090200     MOVE WS-IN-BALANCE-COUNT TO WS-COUNT-ED-2.
090300     MOVE SPACES TO SLPRF-LINE.
090400     STRING "  PROVIDERS PROVED:      " WS-COUNT-ED-1
090500         "  IN BALANCE: " WS-COUNT-ED-2
090600         DELIMITED SIZE INTO SLPRF-LINE
090700     END-STRING.
090800     WRITE SLPRF-LINE.
090900     MOVE WS-EXPLAINED-COUNT TO WS-COUNT-ED-1.
091000     MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-ED-2.
091100     MOVE SPACES TO SLPRF-LINE.
091200     STRING "  DIFFERENCES EXPLAINED: " WS-COUNT-ED-1
091300         "  UNEXPLAINED: " WS-COUNT-ED-2
091400         DELIMITED SIZE INTO SLPRF-LINE
091500     END-STRING.
091600     WRITE SLPRF-LINE.
091700     MOVE WS-BACKUP-TOTAL TO WS-HASH-ED-1.
091800     MOVE WS-BACKUP-COUNT TO WS-COUNT-ED-1.
091900     MOVE SPACES TO SLPRF-LINE.
092000     STRING "  BACKUP TOTAL:      " WS-HASH-ED-1
092100         "  PROVIDERS: " WS-COUNT-ED-1
092200         DELIMITED SIZE INTO SLPRF-LINE
092300     END-STRING.
092400     WRITE SLPRF-LINE.
092500     MOVE WS-HISTORY-TOTAL TO WS-HASH-ED-1.
092600     MOVE WS-HISTORY-COUNT TO WS-COUNT-ED-1.
092700     MOVE SPACES TO SLPRF-LINE.
092800     STRING "  HISTORY TOTAL:     " WS-HASH-ED-1
092900         "  RECORDS:   " WS-COUNT-ED-1
093000         DELIMITED SIZE INTO SLPRF-LINE
093100     END-STRING.
093200     WRITE SLPRF-LINE.
093300     MOVE WS-MASTER-TOTAL TO WS-HASH-ED-1.
093400     MOVE WS-MASTER-COUNT TO WS-COUNT-ED-1.
093500     MOVE SPACES TO SLPRF-LINE.
093600     STRING "  MASTER TOTAL:      " WS-HASH-ED-1
093700         "  PROVIDERS: " WS-COUNT-ED-1
093800         DELIMITED SIZE INTO SLPRF-LINE
093900     END-STRING.
094000     WRITE SLPRF-LINE.
094100     MOVE WS-UNEXPLAINED-TOTAL TO WS-HASH-ED-1.
094200     MOVE SPACES TO SLPRF-LINE.
094300     STRING "  NET UNEXPLAINED:   " WS-HASH-ED-1
094400         DELIMITED SIZE INTO SLPRF-LINE
094500     END-STRING.
094600     WRITE SLPRF-LINE.
094700     IF WS-TABLE-LOST > ZERO
094800         MOVE WS-TABLE-LOST TO WS-COUNT-ED-3
094900         MOVE SPACES TO SLPRF-LINE
095000         STRING "  *** " WS-COUNT-ED-3
095100             " CAUSE RECORDS NOT TABLED (TABLE FULL) - SOME "
095200             "DIFFERENCES MAY SHOW AS UNEXPLAINED"
095300             DELIMITED SIZE INTO SLPRF-LINE
095400         END-STRING
095500         WRITE SLPRF-LINE
095600     END-IF.
095700     IF WS-UNEXPLAINED-COUNT > ZERO
095800         MOVE "*** UNEXPLAINED DIFFERENCES ABOVE - INVESTIGATE"
095900             TO SLPRF-LINE
096000     ELSE
096100         MOVE "SUBLEDGER PROVED - NO UNEXPLAINED DIFFERENCES"
096200             TO SLPRF-LINE
096300     END-IF.
096400     WRITE SLPRF-LINE.
096500     DISPLAY "RDIDF24 - PROVIDERS PROVED " WS-PROVED-COUNT
096600         " UNEXPLAINED " WS-UNEXPLAINED-COUNT.
096700 4000-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------*
097100* 7100-READ-BACKUP - NEXT BACKUP DETAIL, OR HIGH-VALUES AT  *
097200* THE TRAILER.                                              *
097300*----------------------------------------------------------*
097400 7100-READ-BACKUP.
097500     READ LFPRBKP.
097600     IF NOT BKP-FILE-OK
097700             OR NOT BKP-DETAIL
097800         MOVE HIGH-VALUES TO WS-BKP-KEY
097900         GO TO 7100-EXIT
098000     END-IF.
098100     MOVE BKP-DETAIL-AREA TO WS-BKP-IMAGE.
098200     MOVE WS-BK-PROV-ID TO WS-BKP-KEY.
098300     ADD 1 TO WS-BACKUP-COUNT.
098400 7100-EXIT.
098500     EXIT.
098600
098700*----------------------------------------------------------*
098800* 7200-READ-HISTORY - NEXT HISTORY RECORD ON THE PROV-ID    *
098900* ORDERED KEY PATH, OR HIGH-VALUES AT END OF FILE.          *
099000*----------------------------------------------------------*
099100 7200-READ-HISTORY.
099200     READ LFTRHST NEXT RECORD
099300         AT END MOVE HIGH-VALUES TO WS-TRH-KEY
099400     END-READ.
099500     IF WS-TRH-KEY = HIGH-VALUES
099600         GO TO 7200-EXIT
099700     END-IF.
099800     IF NOT TRHST-FILE-OK
099900         DISPLAY "RDIDF24 ABEND - LFTRHST STATUS "
100000             TRHST-FILE-STATUS
100100         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
100200         MOVE 16 TO RETURN-CODE
100300         STOP RUN
100400     END-IF.
100500     MOVE TRNH-PROV-ID TO WS-TRH-KEY.
100600 7200-EXIT.
100700     EXIT.
100800
100900*----------------------------------------------------------*
101000* 7300-READ-MASTER - NEXT MASTER RECORD ON THE PROV-ID      *
101100* PATH, OR HIGH-VALUES AT END OF FILE.                      *
101200*----------------------------------------------------------*
101300 7300-READ-MASTER.
101400     READ LFIDPROVS NEXT RECORD
101500         AT END MOVE HIGH-VALUES TO WS-MST-KEY
101600     END-READ.
101700     IF WS-MST-KEY = HIGH-VALUES
101800         GO TO 7300-EXIT
101900     END-IF.
102000     IF NOT RECORDFOUND
102100         DISPLAY "RDIDF24 ABEND - LFIDPROVS STATUS "
102200             FILE-CHECK-KEY
102300         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
102400         MOVE 16 TO RETURN-CODE
102500         STOP RUN
102600     END-IF.
102700     MOVE PROV-ID TO WS-MST-KEY.
102800     ADD 1 TO WS-MASTER-COUNT.
102900 7300-EXIT.
103000     EXIT.
103100
103200*----------------------------------------------------------*
103300* 9000-END-PROGRAM - CLOSE FILES.  CLOSING A FILE THAT WAS  *
103400* NEVER OPENED ONLY SETS ITS STATUS.                        *
103500*----------------------------------------------------------*
103600 9000-END-PROGRAM.
103700     CLOSE LFPRBKP.
103800     IF TRHST-PRESENT
103900         CLOSE LFTRHST
104000     END-IF.
104100     CLOSE LFIDPROVS.
104200     IF XREF-PRESENT
104300         CLOSE LFXREF
104400     END-IF.
104500     CLOSE LFSLPRF.
104600 9000-EXIT.
104700     EXIT.
104800
104900     COPY RUNCTLPR.
105000
105100 END PROGRAM RDIDF24.
