001600*   - A REFUND-REQUEST RECORD (PROVIDER ID, NAME, TAX ID,   *
001700*     ADDRESS, REFUND AMOUNT) IS WRITTEN TO THE AP          *
001800*     INTERFACE FILE, IDFAPREF.DAT,                         *
001900*   - THE REQUEST IS APPENDED, OUTSTANDING, TO THE REFUND   *
001950*     REQUEST LEDGER, IDFRFREQ.DAT (COPYBOOK RFREQREC),     *
002000*   - A LINE IS PRINTED ON THE REFUND REGISTER,             *
002050*     IDFRFREG.DAT, FOR TREASURY APPROVAL.                  *
002100* NO BALANCE IS ADJUSTED HERE.  RDIDF29 GENERATES THE       *
002150* ZEROING ADJUSTMENT ONLY WHEN AP CONFIRMS THE CHECK        *
002200* ISSUED.  A PROVIDER WHOSE EARLIER REQUEST IS STILL        *
002250* OUTSTANDING ON THE LEDGER, OR WHOSE CHECK HAS ISSUED BUT  *
002300* WHOSE ZEROING ADJUSTMENT IS NOT YET ON THE TRANSACTION    *
002310* HISTORY, IDFTRHST.DAT, IS NOT REQUESTED AGAIN - IT IS     *
002320* LISTED AS AWAITING AP CONFIRMATION OR POSTING.            *
002350* TERMED AND SUSPENDED PROVIDERS, PROVIDERS FLAGGED FOR IRS *
002400* BACKUP WITHHOLDING (SET BY RDIDF27), AND PROVIDERS WHOSE  *
002450* ADDRESS IS FLAGGED UNDELIVERABLE (SET BY RDIDF28) LAND IN *
002500* THE HOLD SECTION OF THE REGISTER INSTEAD - NO AP RECORD   *
002550* AND NO LEDGER ENTRY IS WRITTEN FOR THEM.                  *
002700*----------------------------------------------------------*
002800* MODIFICATION HISTORY                                      *
002900*----------------------------------------------------------*
003000* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003010* 10/15/2026  DK   IDFPSGEN.DAT WRITTEN AS ONE POSTING BATCH   *
003020*                  - A HEADER (BATCH ID "RF" + BUSINESS DATE)  *
003030*                  AND A COUNT/HASH TRAILER (COPYBOOK          *
003040*                  PSTBATCH) - SO RDIDF7 CAN PROVE IT BEFORE   *
003050*                  POSTING.  RDIDF29 NOW WRITES THE BATCH.     *
003060* 10/15/2026  DK   PROVIDERS FLAGGED FOR IRS BACKUP            *
003061*                  WITHHOLDING (PROV-BACKUP-WH-FLAG, SET BY    *
003062*                  RDIDF27 ON A SECOND TIN MISMATCH) ARE HELD  *
003063*                  LIKE TERMED ONES - NO AP RECORD AND NO      *
003064*                  OFFSET, LISTED IN THE HOLD SECTION.         *
003070* 10/15/2026  DK   PROVIDERS WHOSE ADDRESS IS FLAGGED          *
003071*                  UNDELIVERABLE (PROV-ADDR-UNDELIV-FLAG, SET  *
003072*                  BY RDIDF28 FROM RETURNED MAIL) ARE ALSO     *
003073*                  HELD - NO AP RECORD AND NO OFFSET, LISTED   *
003074*                  IN THE HOLD SECTION - UNTIL THE ADDRESS IS  *
003075*                  CHANGED.                                    *
003080* 10/15/2026  DK   THE OFFSET FILE IDFPSGEN.DAT IS NO LONGER   *
003081*                  WRITTEN - A REFUND NO LONGER ZEROES THE     *
003082*                  BALANCE UNTIL AP CONFIRMS THE CHECK.  EACH  *
003083*                  REQUEST IS APPENDED, OUTSTANDING, TO THE    *
003084*                  REFUND REQUEST LEDGER IDFRFREQ.DAT          *
003085*                  (COPYBOOK RFREQREC), WHICH RDIDF29          *
003086*                  RECONCILES TO AP'S PAID/VOIDED FILE.  A     *
003087*                  PROVIDER WITH A REQUEST STILL OUTSTANDING   *
003088*                  IS NOT REQUESTED AGAIN; IT LISTS IN A NEW   *
003089*                  AWAITING-AP SECTION.                        *
003090* 10/15/2026  DK   A REQUEST AP HAS ISSUED STILL COUNTS AS     *
003091*                  AWAITING UNTIL ITS ZEROING ADJUSTMENT ("RF" *
003092*                  + CHECK NUMBER) IS ON IDFTRHST.DAT - THE    *
003093*                  CREDIT STAYS ON PROV-BAL UNTIL RDIDF7 POSTS *
003094*                  IT.  SEE 1120-CHECK-POSTED.                 *
003100*----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
004700     SELECT LFRFREG ASSIGN TO "IDFRFREG.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT LFRFREQ ASSIGN TO "IDFRFREQ.DAT"
005050         FILE STATUS IS RFREQ-FILE-STATUS
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT LFTRHST ASSIGN TO "IDFTRHST.DAT"
005130         FILE STATUS IS TRHST-FILE-STATUS
005140         ORGANIZATION IS INDEXED
005150         ACCESS MODE IS DYNAMIC
005160         RECORD KEY IS TRNH-KEY.
005200
005300     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
005400         FILE STATUS IS RUNC-FILE-STATUS
008000     RECORD CONTAINS 132 CHARACTERS.
008100 01  RFREG-LINE                  PIC X(132).
008200
008300 FD  LFRFREQ
008400     RECORD CONTAINS 120 CHARACTERS.
008500 01  RFREQ-FILE-REC              PIC X(120).
008600
008700 FD  LFTRHST.
008800     COPY TRANHREC.
009200
009300 FD  LFRNCTL.
009400     COPY RUNCTL.
010300                                 PIC 9(08)V99.
010400     05  WS-CREDIT-AMT           PIC S9(8)V99 VALUE ZERO.
010500     05  WS-REFUND-AMT           PIC S9(8)V99 VALUE ZERO.
010510
010520     05  RFREQ-FILE-STATUS       PIC X(02).
010530         88  RFREQ-FILE-OK           VALUES "00" "04".
010540         88  RFREQ-EOF               VALUE "10".
010550         88  RFREQ-NOT-FOUND         VALUE "35".
010560     05  TRHST-FILE-STATUS       PIC X(02).
010570         88  TRHST-FILE-OK           VALUE "00".
010580     05  WS-POSTING-REF          PIC X(12).
010600
010700 01  WS-SWITCHES.
010800     05  MASTER-EOF-SW           PIC X(01) VALUE "N".
010900         88  MASTER-EOF              VALUE "Y".
010910     05  REQUEST-AWAITING-SW     PIC X(01) VALUE "N".
010920         88  REQUEST-AWAITING        VALUE "Y".
010930     05  TRHST-PRESENT-SW        PIC X(01) VALUE "Y".
010940         88  TRHST-PRESENT           VALUE "Y".
010950     05  TRHST-DONE-SW           PIC X(01) VALUE "N".
010960         88  TRHST-DONE              VALUE "Y".
010970     05  ISSUE-POSTED-SW         PIC X(01) VALUE "N".
010980         88  ISSUE-POSTED            VALUE "Y".
011000
011100 01  WS-HOLD-TABLE-AREA.
011200     05  WS-HOLD-LINE            PIC X(132)
011300                                 OCCURS 500 TIMES.
011305
011310 01  WS-WAIT-TABLE-AREA.
011315     05  WS-WAIT-LINE            PIC X(132)
011320                                 OCCURS 500 TIMES.
011325
011330*----------------------------------------------------------*
011335* WS-OUTSTANDING-TABLE - EVERY REQUEST STILL OUTSTANDING ON *
011340* THE REFUND REQUEST LEDGER, OR ISSUED BUT NOT YET POSTED,  *
011342* LOADED AT START.                                          *
011345*----------------------------------------------------------*
011350 01  WS-OUTSTANDING-TABLE-AREA.
011355     05  WS-OUTSTANDING-ENTRY    OCCURS 5000 TIMES.
011360         10  WS-OUT-PROV-ID      PIC 9(10).
011365         10  WS-OUT-REQ-DATE     PIC 9(08).
011370         10  WS-OUT-AMT          PIC 9(08)V99.
011372         10  WS-OUT-STATUS       PIC X(01).
011374             88  WS-OUT-ISSUED       VALUE "I".
011376         10  WS-OUT-CHECK-NO     PIC X(10).
011400
011500 01  WS-TABLE-WORK           COMP.
011600     05  WS-HOLD-USED            PIC 9(04) VALUE ZERO.
011700     05  WS-PRINT-SUB            PIC 9(04).
011710     05  WS-WAIT-USED            PIC 9(04) VALUE ZERO.
011720     05  WS-OUT-USED             PIC 9(04) VALUE ZERO.
011730     05  WS-SCAN-SUB             PIC 9(04).
011740     05  WS-OUT-SUB              PIC 9(04).
011800
011900 01  WS-COUNTERS             COMP.
012000     05  WS-REFUND-COUNT         PIC 9(07) VALUE ZERO.
012100     05  WS-HELD-COUNT           PIC 9(07) VALUE ZERO.
012200     05  WS-HOLD-LOST-COUNT      PIC 9(07) VALUE ZERO.
012210     05  WS-AWAIT-COUNT          PIC 9(07) VALUE ZERO.
012220     05  WS-WAIT-LOST-COUNT      PIC 9(07) VALUE ZERO.
012300
012400 01  WS-ACCUMULATORS         COMP.
012500     05  WS-REFUND-TOTAL         PIC S9(10)V99 VALUE ZERO.
012600     05  WS-HELD-TOTAL           PIC S9(10)V99 VALUE ZERO.
012610     05  WS-AWAIT-TOTAL          PIC S9(10)V99 VALUE ZERO.
012700
012800 01  WS-REPORT-FIELDS.
012900     05  WS-BAL-ED-1             PIC -(8)9.99.
013300     05  WS-COUNT-ED-2           PIC Z(06)9.
013400
013500     COPY RUNCTLWS.
013510
013520     COPY RFREQREC.
013600
013700 PROCEDURE DIVISION.
013800
014300     PERFORM 2000-PROCESS-PROVIDER THRU 2000-EXIT
014400         UNTIL MASTER-EOF.
014500     PERFORM 4000-PRINT-HOLD-SECTION THRU 4000-EXIT.
014550     PERFORM 4050-PRINT-AWAITING-SECTION THRU 4050-EXIT.
014600     PERFORM 4100-WRITE-FINAL-TOTALS THRU 4100-EXIT.
014700     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
014800     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
014900     STOP RUN.
015000
015100*----------------------------------------------------------*
015200* 1000-INITIALIZE - ACCEPT AND EDIT THE CREDIT THRESHOLD,   *
015300* LOAD THE OUTSTANDING REQUESTS, OPEN FILES, WRITE THE      *
015400* REGISTER HEADERS, AND PRIME THE MASTER LOOP.              *
015500*----------------------------------------------------------*
015600 1000-INITIALIZE.
015700     DISPLAY "ENTER CREDIT THRESHOLD (9(8)V99, E.G. "
016200         MOVE 16 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016410     PERFORM 1100-LOAD-OUTSTANDING THRU 1100-EXIT.
016415     OPEN EXTEND LFRFREQ.
016420     IF RFREQ-NOT-FOUND
016425         OPEN OUTPUT LFRFREQ
016430     END-IF.
016435     IF NOT RFREQ-FILE-OK
016440         DISPLAY "RDIDF19 ABEND - LFRFREQ OPEN STATUS "
016445             RFREQ-FILE-STATUS
016450         MOVE 16 TO RETURN-CODE
016455         STOP RUN
016460     END-IF.
016500     OPEN INPUT LFIDPROVS.
016600     OPEN OUTPUT LFAPREF.
016700     OPEN OUTPUT LFRFREG.
016900     MOVE SPACES TO RFREG-LINE.
017000     STRING "CREDIT-BALANCE REFUND REGISTER"
017100         " - BUSINESS DATE " WS-RUNC-BUS-DATE
018600     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
018700 1000-EXIT.
018800     EXIT.
018801
018802*----------------------------------------------------------*
018803* 1100-LOAD-OUTSTANDING - TABLE EVERY REQUEST STILL AWAITING*
018804* AP OR POSTING, SO THE SAME CREDIT IS NOT REQUESTED TWICE. *
018805* NO LEDGER YET (NO REFUND EVER SENT) IS AN EMPTY TABLE.  A *
018806* BAD READ, OR MORE AWAITING REQUESTS THAN THE TABLE HOLDS, *
018807* HALTS THE RUN BEFORE ANYTHING IS WRITTEN - A MISSED ENTRY *
018808* WOULD MEAN A SECOND CHECK FOR THE SAME CREDIT.            *
018809*----------------------------------------------------------*
018810 1100-LOAD-OUTSTANDING.
018811     OPEN INPUT LFRFREQ.
018812     IF RFREQ-NOT-FOUND
018813         GO TO 1100-EXIT
018814     END-IF.
018815     IF NOT RFREQ-FILE-OK
018816         DISPLAY "RDIDF19 ABEND - LFRFREQ OPEN STATUS "
018817             RFREQ-FILE-STATUS
018818         MOVE 16 TO RETURN-CODE
018819         STOP RUN
018820     END-IF.
018821     OPEN INPUT LFTRHST.
018822     IF NOT TRHST-FILE-OK
018823         MOVE "N" TO TRHST-PRESENT-SW
018824     END-IF.
018825     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
018826         UNTIL RFREQ-EOF.
018827     CLOSE LFRFREQ.
018828     IF TRHST-PRESENT
018829         CLOSE LFTRHST
018830     END-IF.
018831 1100-EXIT.
018832     EXIT.
018833
018834*----------------------------------------------------------*
018835* 1110-LOAD-ONE-REQUEST - READ ONE LEDGER RECORD AND TABLE  *
018836* IT IF IT IS STILL OUTSTANDING, OR ISSUED BUT NOT YET      *
018837* POSTED - THE CREDIT STAYS ON PROV-BAL UNTIL RDIDF7 POSTS  *
018838* THE ZEROING ADJUSTMENT RDIDF29 GENERATED.                 *
018839*----------------------------------------------------------*
018840 1110-LOAD-ONE-REQUEST.
018841     READ LFRFREQ.
018842     IF RFREQ-EOF
018843         GO TO 1110-EXIT
018844     END-IF.
018845     IF NOT RFREQ-FILE-OK
018846         DISPLAY "RDIDF19 ABEND - LFRFREQ STATUS "
018847             RFREQ-FILE-STATUS
018848         MOVE 16 TO RETURN-CODE
018849         STOP RUN
018850     END-IF.
018851     MOVE RFREQ-FILE-REC TO RFREQ-RECORD.
018852     IF RFREQ-ISSUED
018853         PERFORM 1120-CHECK-POSTED THRU 1120-EXIT
018854         IF ISSUE-POSTED
018855             GO TO 1110-EXIT
018856         END-IF
018857     ELSE
018858         IF NOT RFREQ-OUTSTANDING
018859             GO TO 1110-EXIT
018860         END-IF
018861     END-IF.
018862     IF WS-OUT-USED >= 5000
018863         DISPLAY "RDIDF19 ABEND - MORE THAN 5000 AWAITING "
018864             "REFUND REQUESTS ON IDFRFREQ.DAT"
018865         MOVE 16 TO RETURN-CODE
018866         STOP RUN
018867     END-IF.
018868     ADD 1 TO WS-OUT-USED.
018869     MOVE RFREQ-PROV-ID TO WS-OUT-PROV-ID (WS-OUT-USED).
018870     MOVE RFREQ-REQ-DATE TO WS-OUT-REQ-DATE (WS-OUT-USED).
018871     MOVE RFREQ-REFUND-AMT TO WS-OUT-AMT (WS-OUT-USED).
018872     MOVE RFREQ-STATUS TO WS-OUT-STATUS (WS-OUT-USED).
018873     MOVE RFREQ-CHECK-NO TO WS-OUT-CHECK-NO (WS-OUT-USED).
018874 1110-EXIT.
018875     EXIT.
018876
018877*----------------------------------------------------------*
018878* 1120-CHECK-POSTED - HAS RDIDF7 POSTED THE ADJUSTMENT FOR  *
018879* AN ISSUED REQUEST?  RDIDF29 GIVES IT SOURCE REF "RF" +    *
018880* CHECK NUMBER, AND IT CANNOT POST BEFORE THE DONE DATE, SO *
018881* THE PROVIDER'S HISTORY IS WALKED FROM THAT DATE.  WITH NO *
018882* HISTORY FILE NOTHING HAS POSTED.                          *
018883*----------------------------------------------------------*
018884 1120-CHECK-POSTED.
018885     MOVE "N" TO ISSUE-POSTED-SW.
018886     IF NOT TRHST-PRESENT
018887         GO TO 1120-EXIT
018888     END-IF.
018889     MOVE SPACES TO WS-POSTING-REF.
018890     STRING "RF" RFREQ-CHECK-NO
018891         DELIMITED SIZE INTO WS-POSTING-REF
018892     END-STRING.
018893     MOVE "N" TO TRHST-DONE-SW.
018894     MOVE RFREQ-PROV-ID TO TRNH-PROV-ID.
018895     MOVE RFREQ-DONE-DATE TO TRNH-BUS-DATE.
018896     MOVE ZERO TO TRNH-SEQ-NO.
018897     START LFTRHST KEY IS NOT LESS THAN TRNH-KEY
018898         INVALID KEY MOVE "Y" TO TRHST-DONE-SW
018899     END-START.
018900     PERFORM 1130-READ-ONE-HISTORY THRU 1130-EXIT
018901         UNTIL TRHST-DONE OR ISSUE-POSTED.
018902 1120-EXIT.
018903     EXIT.
018904
018905*----------------------------------------------------------*
018906* 1130-READ-ONE-HISTORY - READ ONE HISTORY RECORD.  THE     *
018907* WALK ENDS AT END OF FILE, AT THE NEXT PROVIDER, OR ON THE *
018908* MATCHING SOURCE REF.                                      *
018909*----------------------------------------------------------*
018910 1130-READ-ONE-HISTORY.
018911     READ LFTRHST NEXT RECORD
018912         AT END MOVE "Y" TO TRHST-DONE-SW
018913     END-READ.
018914     IF TRHST-DONE
018915         GO TO 1130-EXIT
018916     END-IF.
018917     IF NOT TRHST-FILE-OK
018918         DISPLAY "RDIDF19 ABEND - LFTRHST STATUS "
018919             TRHST-FILE-STATUS
018920         MOVE 16 TO RETURN-CODE
018921         STOP RUN
018922     END-IF.
018923     IF TRNH-PROV-ID NOT = RFREQ-PROV-ID
018924         MOVE "Y" TO TRHST-DONE-SW
018925         GO TO 1130-EXIT
018926     END-IF.
018927     IF TRNH-SOURCE-REF = WS-POSTING-REF
018928         MOVE "Y" TO ISSUE-POSTED-SW
018929     END-IF.
018930 1130-EXIT.
018931     EXIT.
018932
019000*----------------------------------------------------------*
019100* 2000-PROCESS-PROVIDER - TEST ONE MASTER RECORD AGAINST   *
019200* THE CREDIT THRESHOLD AND ROUTE IT TO THE AP EXTRACT, THE  *
019300* AWAITING-AP LIST, OR THE HOLD SECTION, THEN READ THE NEXT.*
019400*----------------------------------------------------------*
019500 2000-PROCESS-PROVIDER.
019600     IF PROV-BAL >= ZERO
020100         GO TO 2000-NEXT
020200     END-IF.
020300     MOVE WS-CREDIT-AMT TO WS-REFUND-AMT.
020310     PERFORM 2050-CHECK-OUTSTANDING THRU 2050-EXIT.
020320     IF REQUEST-AWAITING
020330         PERFORM 2500-HOLD-AWAITING THRU 2500-EXIT
020340         ADD 1 TO WS-AWAIT-COUNT
020350         ADD WS-REFUND-AMT TO WS-AWAIT-TOTAL
020360         GO TO 2000-NEXT
020370     END-IF.
020400     IF PROV-ACTIVE AND NOT PROV-BACKUP-WITHHOLD
020410             AND NOT PROV-ADDR-UNDELIVERABLE
020500         PERFORM 2400-RECORD-REQUEST THRU 2400-EXIT
020600         PERFORM 2100-WRITE-AP-RECORD THRU 2100-EXIT
020700         PERFORM 2200-WRITE-REFUND-LINE THRU 2200-EXIT
020800         ADD 1 TO WS-REFUND-COUNT
020900         ADD WS-REFUND-AMT TO WS-REFUND-TOTAL
021000     ELSE
021600     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
021700 2000-EXIT.
021800     EXIT.
021801
021802*----------------------------------------------------------*
021803* 2050-CHECK-OUTSTANDING - IS AN EARLIER REQUEST FOR THIS   *
021804* PROVIDER STILL AWAITING AP OR POSTING?  WS-OUT-SUB IS     *
021805* LEFT ON THE MATCHING ENTRY.                               *
021806*----------------------------------------------------------*
021807 2050-CHECK-OUTSTANDING.
021808     MOVE "N" TO REQUEST-AWAITING-SW.
021809     MOVE ZERO TO WS-OUT-SUB.
021810     PERFORM 2060-SCAN-ONE-OUTSTANDING THRU 2060-EXIT
021811         VARYING WS-SCAN-SUB FROM 1 BY 1
021812         UNTIL WS-SCAN-SUB > WS-OUT-USED
021813             OR REQUEST-AWAITING.
021814 2050-EXIT.
021815     EXIT.
021816
021817*----------------------------------------------------------*
021818* 2060-SCAN-ONE-OUTSTANDING - COMPARE ONE TABLE ENTRY.      *
021819*----------------------------------------------------------*
021820 2060-SCAN-ONE-OUTSTANDING.
021821     IF WS-OUT-PROV-ID (WS-SCAN-SUB) = PROV-ID
021822         MOVE "Y" TO REQUEST-AWAITING-SW
021823         MOVE WS-SCAN-SUB TO WS-OUT-SUB
021824     END-IF.
021825 2060-EXIT.
021826     EXIT.
021900
022000*----------------------------------------------------------*
022100* 2100-WRITE-AP-RECORD - ONE REFUND-REQUEST INTERFACE      *
025500     EXIT.
025600
025700*----------------------------------------------------------*
025800* 2300-HOLD-PROVIDER - A TERMED OR SUSPENDED PROVIDER, OR   *
025900* ONE FLAGGED FOR BACKUP WITHHOLDING OR FOR AN UNDELIVERABLE*
026000* ADDRESS, QUALIFIES ON AMOUNT BUT MUST NOT GO TO AP.  ITS  *
026100* LINE IS HELD IN STORAGE AND PRINTED IN THE HOLD SECTION   *
026110* AFTER THE REFUND SECTION.                                 *
026200*----------------------------------------------------------*
026300 2300-HOLD-PROVIDER.
026400     IF WS-HOLD-USED >= 500
027100     MOVE SPACES TO WS-HOLD-LINE (WS-HOLD-USED).
027200     STRING "  PROV-ID=" PROV-ID
027300         " STAT=" PROV-STAT-CODE
027310         " BACKUP WH=" PROV-BACKUP-WH-FLAG
027320         " UNDELIVERABLE=" PROV-ADDR-UNDELIV-FLAG
027400         " BAL=" WS-BAL-ED-1
027500         " REFUND=" WS-AMT-ED-1
027600         " " PROV-DESC
028000     EXIT.
028100
028200*----------------------------------------------------------*
028230* 2400-RECORD-REQUEST - APPEND THE REQUEST TO THE REFUND    *
028260* REQUEST LEDGER AS OUTSTANDING.  RDIDF29 CLOSES IT WHEN AP *
028290* CONFIRMS THE CHECK ISSUED OR VOIDED, AND ONLY THEN IS THE *
028320* BALANCE ADJUSTED.  A FAILED WRITE HALTS THE RUN BEFORE THE*
028350* AP RECORD GOES OUT, SO AP IS NEVER SENT A REQUEST THE     *
028380* LEDGER DOES NOT HOLD.                                     *
028410*----------------------------------------------------------*
028440 2400-RECORD-REQUEST.
028470     MOVE SPACES TO RFREQ-RECORD.
028500     MOVE "O" TO RFREQ-STATUS.
028530     MOVE PROV-ID TO RFREQ-PROV-ID.
028560     MOVE WS-REFUND-AMT TO RFREQ-REFUND-AMT.
028590     MOVE WS-RUNC-BUS-DATE TO RFREQ-REQ-DATE.
028620     MOVE ZERO TO RFREQ-CHECK-DATE.
028650     MOVE ZERO TO RFREQ-DONE-DATE.
028680     MOVE PROV-DESC TO RFREQ-PROV-NAME.
028710     MOVE RFREQ-RECORD TO RFREQ-FILE-REC.
028740     WRITE RFREQ-FILE-REC.
028770     IF NOT RFREQ-FILE-OK
028800         DISPLAY "RDIDF19 ABEND - LFRFREQ WRITE STATUS "
028830             RFREQ-FILE-STATUS " ON PROV-ID " PROV-ID
028860         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
028890         MOVE 16 TO RETURN-CODE
028920         STOP RUN
028950     END-IF.
028980 2400-EXIT.
029010     EXIT.
029040
029070*----------------------------------------------------------*
029100* 2500-HOLD-AWAITING - THE PROVIDER QUALIFIES, BUT AN       *
029130* EARLIER REQUEST IS STILL OUTSTANDING WITH AP, OR ITS      *
029160* CHECK HAS ISSUED AND THE ADJUSTMENT IS NOT YET POSTED.    *
029190* ITS LINE, WITH WHAT WAS REQUESTED OR ISSUED, IS HELD FOR  *
029200* THE AWAITING SECTION.                                     *
029220*----------------------------------------------------------*
029250 2500-HOLD-AWAITING.
029280     IF WS-WAIT-USED >= 500
029300         ADD 1 TO WS-WAIT-LOST-COUNT
029320         GO TO 2500-EXIT
029340     END-IF.
029360     ADD 1 TO WS-WAIT-USED.
029380     MOVE PROV-BAL TO WS-BAL-ED-1.
029400     MOVE WS-OUT-AMT (WS-OUT-SUB) TO WS-AMT-ED-1.
029420     MOVE SPACES TO WS-WAIT-LINE (WS-WAIT-USED).
029440     IF WS-OUT-ISSUED (WS-OUT-SUB)
029460         STRING "  PROV-ID=" PROV-ID
029480             " BAL=" WS-BAL-ED-1
029500             " ISSUED=" WS-AMT-ED-1
029520             " CHK " WS-OUT-CHECK-NO (WS-OUT-SUB)
029540             " NOT POSTED " PROV-DESC
029560             DELIMITED SIZE INTO WS-WAIT-LINE (WS-WAIT-USED)
029580         END-STRING
029600     ELSE
029620         STRING "  PROV-ID=" PROV-ID
029640             " BAL=" WS-BAL-ED-1
029660             " REQUESTED=" WS-AMT-ED-1
029680             " ON " WS-OUT-REQ-DATE (WS-OUT-SUB)
029700             " " PROV-DESC
029720             DELIMITED SIZE INTO WS-WAIT-LINE (WS-WAIT-USED)
029740         END-STRING
029760     END-IF.
029780 2500-EXIT.
029800     EXIT.
030000
030100*----------------------------------------------------------*
030200* 2900-READ-MASTER - READ THE NEXT PROVIDER MASTER RECORD. *
032000     EXIT.
032100
032200*----------------------------------------------------------*
032300* 4000-PRINT-HOLD-SECTION - THE TERMED/SUSPENDED, BACKUP-   *
032400* WITHHOLDING, AND UNDELIVERABLE-ADDRESS PROVIDERS HELD     *
032450* BACK FROM AP, FOR MANUAL DISPOSITION.                     *
032500*----------------------------------------------------------*
032600 4000-PRINT-HOLD-SECTION.
032700     MOVE SPACES TO RFREG-LINE.
032800     WRITE RFREG-LINE.
032850     MOVE SPACES TO RFREG-LINE.
032900     STRING "HELD - TERMED/SUSPENDED, BACKUP-WITHHOLDING OR "
033000         "UNDELIVERABLE-ADDRESS PROVIDERS NOT SENT TO AP"
033005         DELIMITED SIZE INTO RFREG-LINE
033010     END-STRING.
033100     WRITE RFREG-LINE.
033200     IF WS-HOLD-USED = ZERO
033300         MOVE "  NONE" TO RFREG-LINE
035700     WRITE RFREG-LINE.
035800 4010-EXIT.
035900     EXIT.
035901
035902*----------------------------------------------------------*
035903* 4050-PRINT-AWAITING-SECTION - QUALIFYING PROVIDERS NOT    *
035904* REQUESTED AGAIN BECAUSE AN EARLIER REQUEST IS STILL       *
035905* AWAITING AP OR POSTING - SEE THE RDIDF29 AGED REPORT.     *
035906*----------------------------------------------------------*
035907 4050-PRINT-AWAITING-SECTION.
035908     MOVE SPACES TO RFREG-LINE.
035909     WRITE RFREG-LINE.
035910     MOVE SPACES TO RFREG-LINE.
035911     STRING "NOT REQUESTED - EARLIER REFUND STILL AWAITING AP "
035912         "CONFIRMATION OR POSTING"
035913         DELIMITED SIZE INTO RFREG-LINE
035914     END-STRING.
035915     WRITE RFREG-LINE.
035916     IF WS-WAIT-USED = ZERO
035917         MOVE "  NONE" TO RFREG-LINE
035918         WRITE RFREG-LINE
035919     ELSE
035920         PERFORM 4060-PRINT-ONE-AWAITING THRU 4060-EXIT
035921             VARYING WS-PRINT-SUB FROM 1 BY 1
035922             UNTIL WS-PRINT-SUB > WS-WAIT-USED
035923     END-IF.
035924     IF WS-WAIT-LOST-COUNT > ZERO
035925         MOVE WS-WAIT-LOST-COUNT TO WS-COUNT-ED-1
035926         MOVE SPACES TO RFREG-LINE
035927         STRING "*** AWAITING PROVIDERS PAST TABLE CAPACITY - "
035928             "NOT LISTED: " WS-COUNT-ED-1
035929             DELIMITED SIZE INTO RFREG-LINE
035930         END-STRING
035931         WRITE RFREG-LINE
035932     END-IF.
035933 4050-EXIT.
035934     EXIT.
035935
035936*----------------------------------------------------------*
035937* 4060-PRINT-ONE-AWAITING - ONE AWAITING-AP REGISTER LINE.  *
035938*----------------------------------------------------------*
035939 4060-PRINT-ONE-AWAITING.
035940     MOVE WS-WAIT-LINE (WS-PRINT-SUB) TO RFREG-LINE.
035941     WRITE RFREG-LINE.
035942 4060-EXIT.
035943     EXIT.
036000
036100*----------------------------------------------------------*
036200* 4100-WRITE-FINAL-TOTALS - TRAILING COUNTS AND TOTALS OF  *
036300* THE REFUND, HOLD, AND AWAITING SECTIONS.                  *
036400*----------------------------------------------------------*
036500 4100-WRITE-FINAL-TOTALS.
036600     MOVE SPACES TO RFREG-LINE.
037600     MOVE WS-HELD-COUNT TO WS-COUNT-ED-1.
037700     MOVE WS-HELD-TOTAL TO WS-TOTAL-ED.
037800     MOVE SPACES TO RFREG-LINE.
037900     STRING "HELD (TERMED/SUSPENDED/BACKUP WH/UNDELIVERABLE): "
037950         WS-COUNT-ED-1
038000         "  TOTAL: " WS-TOTAL-ED
038100         DELIMITED SIZE INTO RFREG-LINE
038200     END-STRING.
038300     WRITE RFREG-LINE.
038310     MOVE WS-AWAIT-COUNT TO WS-COUNT-ED-1.
038320     MOVE WS-AWAIT-TOTAL TO WS-TOTAL-ED.
038330     MOVE SPACES TO RFREG-LINE.
038340     STRING "AWAITING AP OR POSTING - NOT REQUESTED: "
038350         WS-COUNT-ED-1
038360         "  TOTAL: " WS-TOTAL-ED
038370         DELIMITED SIZE INTO RFREG-LINE
038380     END-STRING.
038390     WRITE RFREG-LINE.
038400 4100-EXIT.
038500     EXIT.
038600
039100     CLOSE LFIDPROVS.
039200     CLOSE LFAPREF.
039300     CLOSE LFRFREG.
039400     CLOSE LFRFREQ.
039500 9000-EXIT.
039600     EXIT.
039700
