002920*                  IN ITS OWN REGISTER SECTION - SEE           *
002921*                  2250-CHECK-PROVIDER-STATUS AND              *
002922*                  3800-WRITE-OVERRIDE-SECTION.                *
002923* 10/15/2026  DK   IDFPOST.DAT NOW ARRIVES IN BATCHES, EACH    *
002924*                  WITH A HEADER (BATCH ID, CREATION DATE) AND *
002925*                  A TRAILER (RECORD COUNT, HASH OF AMOUNTS    *
002926*                  BY TRAN CODE P/A/R) - COPYBOOK PSTBATCH.    *
002927*                  THE WHOLE FILE IS PROVED AGAINST ITS        *
002928*                  TRAILERS BEFORE ANY PROV-BAL IS TOUCHED.    *
002929*                  AN OUT-OF-BALANCE OR MALFORMED BATCH, OR A  *
002930*                  BATCH ID ALREADY ACCEPTED ON AN EARLIER     *
002931*                  BUSINESS DATE, REFUSES THE WHOLE FILE       *
002932*                  (RC 16, NOTHING POSTED, RUN CONTROL LEFT    *
002933*                  STARTED SO A CORRECTED FILE CAN BE RUN).    *
002934*                  EVERY BATCH, ACCEPTED OR REFUSED, IS        *
002935*                  LOGGED TO THE BATCH CONTROL FILE,           *
002936*                  IDFBTCTL.DAT (COPYBOOK BTCHCTL), AND THE    *
002937*                  REGISTER OPENS WITH A CONTROL-TOTAL         *
002938*                  SECTION - SEE 1100-PROVE-POSTING-FILE.      *
002939* 10/15/2026  DK   THE PREDECESSOR JOB IS NOW RDIDF25, THE     *
002940*                  FUTURE-DATED STATUS CHANGE APPLY, WHICH     *
002941*                  RUNS BETWEEN THE RDIDF13 BACKUP AND         *
002942*                  POSTING.                                    *
002990*----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005040         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005060         RECORD KEY IS RUNC-JOB-NAME.
005061
005062     SELECT LFBTCTL ASSIGN TO "IDFBTCTL.DAT"
005063         FILE STATUS IS BTCTL-FILE-STATUS
005064         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
007410     05  PST-OVERRIDE-IND        PIC X(01).
007420         88  PST-STATUS-OVERRIDE     VALUE "O".
007500     05  FILLER                  PIC X(45).
007510     COPY PSTBATCH.
007600
007700 FD  LFPSREG
007800     RECORD CONTAINS 132 CHARACTERS.
008311 FD  LFTRHST.
008312     COPY TRANHREC.
008313
008314 FD  LFBTCTL
008315     RECORD CONTAINS 120 CHARACTERS.
008316     COPY BTCHCTL.
008317
008320 FD  LFRNCTL.
008330     COPY RUNCTL.
008400
009330         88  TRHST-FILE-NOT-FOUND    VALUE "35".
009340         88  TRHST-DUPLICATE         VALUE "22".
009350
009360     05  BTCTL-FILE-STATUS       PIC X(02).
009370         88  BTCTL-FILE-OK           VALUE "00".
009380         88  BTCTL-EOF               VALUE "10".
009390         88  BTCTL-FILE-NOT-FOUND    VALUE "35".
009395
009400     05  WS-REJECT-REASON        PIC X(30).
009410     05  WS-FILE-REFUSE-REASON   PIC X(30) VALUE SPACES.
009420     05  WS-HASH-AMT             PIC S9(8)V99 VALUE ZERO.
009430     05  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
009500
009600 01  WS-SWITCHES.
009700     05  PROVIDER-HELD-SW        PIC X(01) VALUE "N".
010000         88  PROVIDER-MISSING        VALUE "Y".
010010     05  TRHST-WRITTEN-SW        PIC X(01) VALUE "N".
010020         88  TRHST-WRITTEN           VALUE "Y".
010030     05  BATCH-OPEN-SW           PIC X(01) VALUE "N".
010040         88  BATCH-OPEN              VALUE "Y".
010050     05  FILE-REFUSED-SW         PIC X(01) VALUE "N".
010060         88  FILE-REFUSED            VALUE "Y".
010100
010200 01  WS-HOLD-AREAS.
010300     05  WS-HELD-PROV-ID         PIC 9(10) VALUE ZERO.
011120     05  WS-OVRD-LOST-COUNT      PIC 9(07) VALUE ZERO.
011130     05  WS-OVRD-USED            PIC 9(04) VALUE ZERO.
011140     05  WS-OVRD-SUB             PIC 9(04) VALUE ZERO.
011150     05  WS-BATCH-COUNT          PIC 9(04) VALUE ZERO.
011160     05  WS-BATCH-SUB            PIC 9(04) VALUE ZERO.
011170     05  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
011180     05  WS-STRAY-COUNT          PIC 9(07) VALUE ZERO.
011200     05  WS-NET-POSTED-AMT       PIC S9(10)V99 VALUE ZERO.
011300
011400 01  WS-REPORT-FIELDS.
011800     05  WS-POSTED-COUNT-ED      PIC Z(06)9.
011900     05  WS-REJECTED-COUNT-ED    PIC Z(06)9.
012000     05  WS-UPDATED-COUNT-ED     PIC Z(06)9.
012010     05  WS-HASH-ED-1            PIC -(10)9.99.
012020     05  WS-HASH-ED-2            PIC -(10)9.99.
012030     05  WS-BATCH-DISP-ED        PIC X(08).
012100
012110 01  WS-OVRD-TABLE-AREA.
012120     05  WS-OVRD-LINE            PIC X(132)
012130                                 OCCURS 500 TIMES.
012140
012141*----------------------------------------------------------*
012142* ONE ENTRY PER BATCH FOUND ON THE POSTING FILE: THE       *
012143* HEADER AND TRAILER AS SENT, THE COUNT AND HASHES AS      *
012144* PROVED FROM THE DETAIL RECORDS, AND WHY IT WAS REFUSED.  *
012145*----------------------------------------------------------*
012146 01  WS-BATCH-TABLE-AREA.
012147     05  WS-BATCH-ENTRY          OCCURS 20 TIMES.
012148         10  WS-BAT-ID           PIC X(12).
012149         10  WS-BAT-CREATE-DATE  PIC 9(08).
012150         10  WS-BAT-REASON       PIC X(30).
012151         10  WS-BAT-TRL-COUNT    PIC 9(07).
012152         10  WS-BAT-TRL-PAY      PIC S9(11)V99.
012153         10  WS-BAT-TRL-ADJ      PIC S9(11)V99.
012154         10  WS-BAT-TRL-REF      PIC S9(11)V99.
012155         10  WS-BAT-CALC-COUNT   PIC 9(07).
012156         10  WS-BAT-CALC-PAY     PIC S9(11)V99.
012157         10  WS-BAT-CALC-ADJ     PIC S9(11)V99.
012158         10  WS-BAT-CALC-REF     PIC S9(11)V99.
012159
012200 01  WS-PRINT-LINE               PIC X(132).
012210
012220     COPY RUNCTLWS.
012500
012600 0000-MAINLINE.
012610     MOVE "RDIDF7  " TO WS-RUNC-THIS-JOB.
012620     MOVE "RDIDF25 " TO WS-RUNC-PRED-JOB.
012630     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
013500*----------------------------------------------------------*
013600* 1000-INITIALIZE - OPEN FILES AND PRIME THE TRANSACTION   *
013700* LOOP WITH THE FIRST POSTING RECORD.                        *
013710* THE POSTING FILE IS FIRST READ END TO END AND PROVED      *
013720* AGAINST ITS BATCH TRAILERS; ONLY A FILE THAT PROVES IS    *
013730* REOPENED FOR POSTING.                                      *
013800*----------------------------------------------------------*
013900 1000-INITIALIZE.
014000     OPEN I-O LFIDPROVS.
014550         DELIMITED SIZE INTO PSREG-LINE
014560     END-STRING.
014600     WRITE PSREG-LINE.
014610     PERFORM 1100-PROVE-POSTING-FILE THRU 1100-EXIT.
014620     PERFORM 1200-CHECK-BATCH-HISTORY THRU 1200-EXIT.
014630     PERFORM 1300-WRITE-CONTROL-SECTION THRU 1300-EXIT.
014640     PERFORM 1400-LOG-BATCHES THRU 1400-EXIT.
014650     IF FILE-REFUSED
014660         PERFORM 1500-REFUSE-FILE THRU 1500-EXIT
014670     END-IF.
014680     CLOSE LFPOST.
014690     OPEN INPUT LFPOST.
014700     PERFORM 2900-READ-POSTING THRU 2900-EXIT.
014800 1000-EXIT.
014900     EXIT.
014910
014912*----------------------------------------------------------*
014914* 1100-PROVE-POSTING-FILE - READ THE WHOLE POSTING FILE    *
014916* ONCE, BUILDING ONE BATCH TABLE ENTRY PER HEADER AND       *
014918* COUNTING AND HASHING THE DETAIL RECORDS UNDER IT.  NO     *
014920* BALANCE IS READ OR CHANGED HERE.  ANY STRUCTURAL FAULT    *
014922* (NO HEADER, DETAIL OUTSIDE A BATCH, MISSING TRAILER, TOO  *
014924* MANY BATCHES) REFUSES THE WHOLE FILE.                     *
014926*----------------------------------------------------------*
014928 1100-PROVE-POSTING-FILE.
014930     PERFORM 2900-READ-POSTING THRU 2900-EXIT.
014932     PERFORM 1110-PROVE-ONE-RECORD THRU 1110-EXIT
014934         UNTIL POST-EOF.
014936     IF BATCH-OPEN
014938         MOVE "FILE ENDS WITHOUT A TRAILER"
014940             TO WS-BAT-REASON (WS-BATCH-COUNT)
014942         MOVE "N" TO BATCH-OPEN-SW
014944     END-IF.
014946     IF WS-BATCH-COUNT = ZERO
014948             AND WS-FILE-REFUSE-REASON = SPACES
014950         MOVE "NO BATCH HEADER ON FILE" TO WS-FILE-REFUSE-REASON
014952     END-IF.
014954     IF WS-STRAY-COUNT > ZERO
014956             AND WS-FILE-REFUSE-REASON = SPACES
014958         MOVE "RECORDS OUTSIDE ANY BATCH"
014960             TO WS-FILE-REFUSE-REASON
014962     END-IF.
014964 1100-EXIT.
014966     EXIT.
014968
014970*----------------------------------------------------------*
014972* 1110-PROVE-ONE-RECORD - CLASSIFY ONE RECORD AS HEADER,   *
014974* TRAILER, OR DETAIL AND ACCUMULATE IT, THEN READ THE NEXT. *
014976*----------------------------------------------------------*
014978 1110-PROVE-ONE-RECORD.
014980     IF PSTB-HEADER-REC
014982         PERFORM 1120-START-BATCH THRU 1120-EXIT
014984     ELSE
014986         IF PSTB-TRAILER-REC
014988             PERFORM 1140-CLOSE-BATCH THRU 1140-EXIT
014990         ELSE
014992             PERFORM 1130-ADD-DETAIL THRU 1130-EXIT
014994         END-IF
014996     END-IF.
014998     PERFORM 2900-READ-POSTING THRU 2900-EXIT.
015000 1110-EXIT.
015002     EXIT.
015004
015006*----------------------------------------------------------*
015008* 1120-START-BATCH - A HEADER OPENS A NEW BATCH TABLE      *
015010* ENTRY.  A HEADER WHILE A BATCH IS STILL OPEN MEANS THE    *
015012* EARLIER BATCH LOST ITS TRAILER.  A BATCH ID REPEATED ON   *
015014* THE SAME FILE IS REFUSED.                                  *
015016*----------------------------------------------------------*
015018 1120-START-BATCH.
015020     IF BATCH-OPEN
015022         MOVE "HEADER FOUND BEFORE TRAILER"
015024             TO WS-BAT-REASON (WS-BATCH-COUNT)
015026     END-IF.
015028     MOVE "Y" TO BATCH-OPEN-SW.
015030     IF WS-BATCH-COUNT >= 20
015032         MOVE "MORE THAN 20 BATCHES ON FILE"
015034             TO WS-FILE-REFUSE-REASON
015036         MOVE "N" TO BATCH-OPEN-SW
015038         GO TO 1120-EXIT
015040     END-IF.
015042     ADD 1 TO WS-BATCH-COUNT.
015044     MOVE WS-BATCH-COUNT TO WS-BATCH-SUB.
015046     MOVE PSTB-HDR-BATCH-ID TO WS-BAT-ID (WS-BATCH-SUB).
015048     MOVE ZERO TO WS-BAT-CREATE-DATE (WS-BATCH-SUB).
015050     MOVE SPACES TO WS-BAT-REASON (WS-BATCH-SUB).
015052     MOVE ZERO TO WS-BAT-TRL-COUNT (WS-BATCH-SUB)
015054                  WS-BAT-TRL-PAY (WS-BATCH-SUB)
015056                  WS-BAT-TRL-ADJ (WS-BATCH-SUB)
015058                  WS-BAT-TRL-REF (WS-BATCH-SUB)
015060                  WS-BAT-CALC-COUNT (WS-BATCH-SUB)
015062                  WS-BAT-CALC-PAY (WS-BATCH-SUB)
015064                  WS-BAT-CALC-ADJ (WS-BATCH-SUB)
015066                  WS-BAT-CALC-REF (WS-BATCH-SUB).
015068     IF PSTB-HDR-CREATE-DATE NUMERIC
015070         MOVE PSTB-HDR-CREATE-DATE
015072             TO WS-BAT-CREATE-DATE (WS-BATCH-SUB)
015074     ELSE
015076         MOVE "HEADER CREATE DATE NOT NUMERIC"
015078             TO WS-BAT-REASON (WS-BATCH-SUB)
015080     END-IF.
015082     IF PSTB-HDR-BATCH-ID = SPACES
015084         MOVE "HEADER BATCH ID MISSING"
015086             TO WS-BAT-REASON (WS-BATCH-SUB)
015088         GO TO 1120-EXIT
015090     END-IF.
015092     PERFORM 1125-CHECK-REPEATED-ID THRU 1125-EXIT
015094         VARYING WS-SCAN-SUB FROM 1 BY 1
015096         UNTIL WS-SCAN-SUB >= WS-BATCH-SUB.
015098 1120-EXIT.
015100     EXIT.
015102
015104*----------------------------------------------------------*
015106* 1125-CHECK-REPEATED-ID - COMPARE THE NEW BATCH ID WITH   *
015108* ONE EARLIER BATCH ON THE SAME FILE.                        *
015110*----------------------------------------------------------*
015112 1125-CHECK-REPEATED-ID.
015114     IF WS-BAT-ID (WS-SCAN-SUB) = WS-BAT-ID (WS-BATCH-SUB)
015116         MOVE "BATCH ID REPEATED ON THIS FILE"
015118             TO WS-BAT-REASON (WS-BATCH-SUB)
015120     END-IF.
015122 1125-EXIT.
015124     EXIT.
015126
015128*----------------------------------------------------------*
015130* 1130-ADD-DETAIL - COUNT ONE DETAIL RECORD AGAINST THE    *
015132* OPEN BATCH AND ADD ITS AMOUNT, SIGN APPLIED AS SENT, TO   *
015134* THE HASH FOR ITS TRAN CODE.  A RECORD WITH AN UNUSABLE    *
015136* CODE OR AMOUNT IS COUNTED BUT NOT HASHED - IT WILL BE     *
015138* REJECTED WHEN POSTED.                                      *
015140*----------------------------------------------------------*
015142 1130-ADD-DETAIL.
015144     IF NOT BATCH-OPEN
015146         ADD 1 TO WS-STRAY-COUNT
015148         GO TO 1130-EXIT
015150     END-IF.
015152     ADD 1 TO WS-BAT-CALC-COUNT (WS-BATCH-SUB).
015154     IF PST-AMOUNT NOT NUMERIC
015156         GO TO 1130-EXIT
015158     END-IF.
015160     MOVE PST-AMOUNT-NUM TO WS-HASH-AMT.
015162     IF PST-AMOUNT-NEGATIVE
015164         COMPUTE WS-HASH-AMT = ZERO - WS-HASH-AMT
015166     END-IF.
015168     IF PST-PAYMENT
015170         ADD WS-HASH-AMT TO WS-BAT-CALC-PAY (WS-BATCH-SUB)
015172     END-IF.
015174     IF PST-ADJUSTMENT
015176         ADD WS-HASH-AMT TO WS-BAT-CALC-ADJ (WS-BATCH-SUB)
015178     END-IF.
015180     IF PST-REFUND
015182         ADD WS-HASH-AMT TO WS-BAT-CALC-REF (WS-BATCH-SUB)
015184     END-IF.
015186 1130-EXIT.
015188     EXIT.
015190
015192*----------------------------------------------------------*
015194* 1140-CLOSE-BATCH - A TRAILER CLOSES THE OPEN BATCH.  ITS *
015196* COUNT AND HASHES MUST EQUAL THOSE PROVED FROM THE DETAIL  *
015198* RECORDS, OR THE BATCH IS OUT OF BALANCE.                  *
015200*----------------------------------------------------------*
015202 1140-CLOSE-BATCH.
015204     IF NOT BATCH-OPEN
015206         ADD 1 TO WS-STRAY-COUNT
015208         GO TO 1140-EXIT
015210     END-IF.
015212     MOVE "N" TO BATCH-OPEN-SW.
015214     IF PSTB-TRL-RECORD-COUNT NOT NUMERIC
015216             OR PSTB-TRL-PAY-HASH NOT NUMERIC
015218             OR PSTB-TRL-ADJ-HASH NOT NUMERIC
015220             OR PSTB-TRL-REF-HASH NOT NUMERIC
015222         MOVE "TRAILER TOTALS NOT NUMERIC"
015224             TO WS-BAT-REASON (WS-BATCH-SUB)
015226         GO TO 1140-EXIT
015228     END-IF.
015230     MOVE PSTB-TRL-RECORD-COUNT
015232         TO WS-BAT-TRL-COUNT (WS-BATCH-SUB).
015234     MOVE PSTB-TRL-PAY-HASH TO WS-BAT-TRL-PAY (WS-BATCH-SUB).
015236     MOVE PSTB-TRL-ADJ-HASH TO WS-BAT-TRL-ADJ (WS-BATCH-SUB).
015238     MOVE PSTB-TRL-REF-HASH TO WS-BAT-TRL-REF (WS-BATCH-SUB).
015240     IF WS-BAT-REASON (WS-BATCH-SUB) NOT = SPACES
015242         GO TO 1140-EXIT
015244     END-IF.
015246     IF WS-BAT-TRL-COUNT (WS-BATCH-SUB)
015248             NOT = WS-BAT-CALC-COUNT (WS-BATCH-SUB)
015250         MOVE "RECORD COUNT OUT OF BALANCE"
015252             TO WS-BAT-REASON (WS-BATCH-SUB)
015254         GO TO 1140-EXIT
015256     END-IF.
015258     IF WS-BAT-TRL-PAY (WS-BATCH-SUB)
015260             NOT = WS-BAT-CALC-PAY (WS-BATCH-SUB)
015262         MOVE "PAYMENT HASH OUT OF BALANCE"
015264             TO WS-BAT-REASON (WS-BATCH-SUB)
015266         GO TO 1140-EXIT
015268     END-IF.
015270     IF WS-BAT-TRL-ADJ (WS-BATCH-SUB)
015272             NOT = WS-BAT-CALC-ADJ (WS-BATCH-SUB)
015274         MOVE "ADJUSTMENT HASH OUT OF BALANCE"
015276             TO WS-BAT-REASON (WS-BATCH-SUB)
015278         GO TO 1140-EXIT
015280     END-IF.
015282     IF WS-BAT-TRL-REF (WS-BATCH-SUB)
015284             NOT = WS-BAT-CALC-REF (WS-BATCH-SUB)
015286         MOVE "REFUND HASH OUT OF BALANCE"
015288             TO WS-BAT-REASON (WS-BATCH-SUB)
015290     END-IF.
015292 1140-EXIT.
015294     EXIT.
015296
015298*----------------------------------------------------------*
015300* 1200-CHECK-BATCH-HISTORY - READ THE BATCH CONTROL LOG    *
015302* AND REFUSE ANY BATCH ON THIS FILE WHOSE ID WAS ALREADY    *
015304* ACCEPTED ON AN EARLIER BUSINESS DATE.  AN ACCEPTANCE ON   *
015306* THIS SAME BUSINESS DATE IS A RERUN AFTER AN ABEND AND IS  *
015308* LET THROUGH.  NO LOG YET (FIRST RUN) MEANS NOTHING TO     *
015310* CHECK.  THE FILE IS THEN SETTLED AS ACCEPTED OR REFUSED.  *
015312*----------------------------------------------------------*
015314 1200-CHECK-BATCH-HISTORY.
015316     OPEN INPUT LFBTCTL.
015318     IF BTCTL-FILE-OK
015320         PERFORM 1210-READ-BATCH-LOG THRU 1210-EXIT
015322         PERFORM 1220-CHECK-ONE-LOG-RECORD THRU 1220-EXIT
015324             UNTIL BTCTL-EOF
015326         CLOSE LFBTCTL
015328     ELSE
015330         IF NOT BTCTL-FILE-NOT-FOUND
015332             DISPLAY "RDIDF7 ABEND - LFBTCTL STATUS "
015334                 BTCTL-FILE-STATUS
015336             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
015338             MOVE 16 TO RETURN-CODE
015340             STOP RUN
015342         END-IF
015344     END-IF.
015346     IF WS-FILE-REFUSE-REASON NOT = SPACES
015348         MOVE "Y" TO FILE-REFUSED-SW
015350     END-IF.
015352     PERFORM 1240-CHECK-BATCH-REFUSED THRU 1240-EXIT
015354         VARYING WS-BATCH-SUB FROM 1 BY 1
015356         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
015358     IF FILE-REFUSED
015360             AND WS-FILE-REFUSE-REASON = SPACES
015362         MOVE "A BATCH ON THE FILE IS REFUSED"
015364             TO WS-FILE-REFUSE-REASON
015366     END-IF.
015368 1200-EXIT.
015370     EXIT.
015372
015374*----------------------------------------------------------*
015376* 1210-READ-BATCH-LOG - READ THE NEXT BATCH CONTROL LOG    *
015378* RECORD.  ANY STATUS OTHER THAN CLEAN OR AT-END HALTS.     *
015380*----------------------------------------------------------*
015382 1210-READ-BATCH-LOG.
015384     READ LFBTCTL.
015386     IF NOT BTCTL-FILE-OK AND NOT BTCTL-EOF
015388         DISPLAY "RDIDF7 ABEND - LFBTCTL STATUS "
015390             BTCTL-FILE-STATUS
015392         CLOSE LFBTCTL
015394         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
015396         MOVE 16 TO RETURN-CODE
015398         STOP RUN
015400     END-IF.
015402 1210-EXIT.
015404     EXIT.
015406
015408*----------------------------------------------------------*
015410* 1220-CHECK-ONE-LOG-RECORD - AN EARLIER-DATE ACCEPTANCE   *
015412* IS MATCHED AGAINST EVERY BATCH ON THIS FILE.               *
015414*----------------------------------------------------------*
015416 1220-CHECK-ONE-LOG-RECORD.
015418     IF BTC-ACCEPTED
015420             AND BTC-BUS-DATE NOT = WS-RUNC-BUS-DATE
015422         PERFORM 1230-MATCH-LOGGED-BATCH THRU 1230-EXIT
015424             VARYING WS-BATCH-SUB FROM 1 BY 1
015426             UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
015428     END-IF.
015430     PERFORM 1210-READ-BATCH-LOG THRU 1210-EXIT.
015432 1220-EXIT.
015434     EXIT.
015436
015438*----------------------------------------------------------*
015440* 1230-MATCH-LOGGED-BATCH - REFUSE ONE BATCH WHOSE ID WAS  *
015442* ALREADY POSTED.  AN EARLIER REFUSAL REASON STANDS.        *
015444*----------------------------------------------------------*
015446 1230-MATCH-LOGGED-BATCH.
015448     IF WS-BAT-ID (WS-BATCH-SUB) = BTC-BATCH-ID
015450             AND WS-BAT-REASON (WS-BATCH-SUB) = SPACES
015452         STRING "ALREADY POSTED ON " BTC-BUS-DATE
015454             DELIMITED SIZE INTO WS-BAT-REASON (WS-BATCH-SUB)
015456         END-STRING
015458     END-IF.
015460 1230-EXIT.
015462     EXIT.
015464
015466*----------------------------------------------------------*
015468* 1240-CHECK-BATCH-REFUSED - ANY ONE REFUSED BATCH REFUSES *
015470* THE WHOLE FILE.                                            *
015472*----------------------------------------------------------*
015474 1240-CHECK-BATCH-REFUSED.
015476     IF WS-BAT-REASON (WS-BATCH-SUB) NOT = SPACES
015478         MOVE "Y" TO FILE-REFUSED-SW
015480     END-IF.
015482 1240-EXIT.
015484     EXIT.
015486
015488*----------------------------------------------------------*
015490* 1300-WRITE-CONTROL-SECTION - THE REGISTER'S CONTROL-TOTAL *
015492* SECTION: EACH BATCH'S TRAILER TOTALS BESIDE THE TOTALS    *
015494* PROVED FROM THE FILE, ITS DISPOSITION, AND THE VERDICT    *
015496* FOR THE FILE AS A WHOLE.                                   *
015498*----------------------------------------------------------*
015500 1300-WRITE-CONTROL-SECTION.
015502     MOVE SPACES TO PSREG-LINE.
015504     WRITE PSREG-LINE.
015506     MOVE "BATCH CONTROL TOTALS - TRAILER VERSUS FILE AS PROVED"
015508         TO PSREG-LINE.
015510     WRITE PSREG-LINE.
015512     PERFORM 1310-WRITE-ONE-BATCH-TOTALS THRU 1310-EXIT
015514         VARYING WS-BATCH-SUB FROM 1 BY 1
015516         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
015518     IF WS-STRAY-COUNT > ZERO
015520         MOVE WS-STRAY-COUNT TO WS-POSTED-COUNT-ED
015522         MOVE SPACES TO PSREG-LINE
015524         STRING "  RECORDS OUTSIDE ANY BATCH: " WS-POSTED-COUNT-ED
015526             DELIMITED SIZE INTO PSREG-LINE
015528         END-STRING
015530         WRITE PSREG-LINE
015532     END-IF.
015534     MOVE WS-BATCH-COUNT TO WS-POSTED-COUNT-ED.
015536     MOVE SPACES TO PSREG-LINE.
015538     WRITE PSREG-LINE.
015540     IF FILE-REFUSED
015542         STRING "*** POSTING FILE REFUSED - "
015544             WS-FILE-REFUSE-REASON
015546             " - NO BALANCES POSTED"
015548             DELIMITED SIZE INTO PSREG-LINE
015550         END-STRING
015552     ELSE
015554         STRING "POSTING FILE ACCEPTED - BATCHES PROVED: "
015556             WS-POSTED-COUNT-ED
015558             DELIMITED SIZE INTO PSREG-LINE
015560         END-STRING
015562     END-IF.
015564     WRITE PSREG-LINE.
015566 1300-EXIT.
015568     EXIT.
015570
015572*----------------------------------------------------------*
015574* 1310-WRITE-ONE-BATCH-TOTALS - ONE BATCH'S LINES IN THE   *
015576* CONTROL-TOTAL SECTION.                                     *
015578*----------------------------------------------------------*
015580 1310-WRITE-ONE-BATCH-TOTALS.
015582     IF WS-BAT-REASON (WS-BATCH-SUB) = SPACES
015584         MOVE "ACCEPTED" TO WS-BATCH-DISP-ED
015586     ELSE
015588         MOVE "REFUSED " TO WS-BATCH-DISP-ED
015590     END-IF.
015592     MOVE SPACES TO PSREG-LINE.
015594     STRING "  BATCH=" WS-BAT-ID (WS-BATCH-SUB)
015596         " CREATED=" WS-BAT-CREATE-DATE (WS-BATCH-SUB)
015598         " " WS-BATCH-DISP-ED
015600         " " WS-BAT-REASON (WS-BATCH-SUB)
015602         DELIMITED SIZE INTO PSREG-LINE
015604     END-STRING.
015606     WRITE PSREG-LINE.
015608     MOVE WS-BAT-TRL-COUNT (WS-BATCH-SUB) TO WS-POSTED-COUNT-ED.
015610     MOVE WS-BAT-CALC-COUNT (WS-BATCH-SUB)
015612         TO WS-REJECTED-COUNT-ED.
015614     MOVE SPACES TO PSREG-LINE.
015616     STRING "    RECORDS      TRAILER=       " WS-POSTED-COUNT-ED
015618         "  FILE=       " WS-REJECTED-COUNT-ED
015620         DELIMITED SIZE INTO PSREG-LINE
015622     END-STRING.
015624     WRITE PSREG-LINE.
015626     MOVE WS-BAT-TRL-PAY (WS-BATCH-SUB) TO WS-HASH-ED-1.
015628     MOVE WS-BAT-CALC-PAY (WS-BATCH-SUB) TO WS-HASH-ED-2.
015630     MOVE SPACES TO PSREG-LINE.
015632     STRING "    PAYMENTS     TRAILER=" WS-HASH-ED-1
015634         "  FILE=" WS-HASH-ED-2
015636         DELIMITED SIZE INTO PSREG-LINE
015638     END-STRING.
015640     WRITE PSREG-LINE.
015642     MOVE WS-BAT-TRL-ADJ (WS-BATCH-SUB) TO WS-HASH-ED-1.
015644     MOVE WS-BAT-CALC-ADJ (WS-BATCH-SUB) TO WS-HASH-ED-2.
015646     MOVE SPACES TO PSREG-LINE.
015648     STRING "    ADJUSTMENTS  TRAILER=" WS-HASH-ED-1
015650         "  FILE=" WS-HASH-ED-2
015652         DELIMITED SIZE INTO PSREG-LINE
015654     END-STRING.
015656     WRITE PSREG-LINE.
015658     MOVE WS-BAT-TRL-REF (WS-BATCH-SUB) TO WS-HASH-ED-1.
015660     MOVE WS-BAT-CALC-REF (WS-BATCH-SUB) TO WS-HASH-ED-2.
015662     MOVE SPACES TO PSREG-LINE.
015664     STRING "    REFUNDS      TRAILER=" WS-HASH-ED-1
015666         "  FILE=" WS-HASH-ED-2
015668         DELIMITED SIZE INTO PSREG-LINE
015670     END-STRING.
015672     WRITE PSREG-LINE.
015674 1310-EXIT.
015676     EXIT.
015678
015680*----------------------------------------------------------*
015682* 1400-LOG-BATCHES - APPEND ONE BATCH CONTROL RECORD PER   *
015684* BATCH TO IDFBTCTL.DAT, ACCEPTED OR REFUSED.  A FILE       *
015686* REFUSED BEFORE ANY HEADER WAS FOUND IS LOGGED UNDER A     *
015688* BLANK BATCH ID.  THE LOG IS CREATED ON THE FIRST RUN.     *
015690*----------------------------------------------------------*
015692 1400-LOG-BATCHES.
015694     ACCEPT WS-LOG-TIME FROM TIME.
015696     OPEN EXTEND LFBTCTL.
015698     IF BTCTL-FILE-NOT-FOUND
015700         OPEN OUTPUT LFBTCTL
015702     END-IF.
015704     IF NOT BTCTL-FILE-OK
015706         DISPLAY "RDIDF7 ABEND - LFBTCTL STATUS "
015708             BTCTL-FILE-STATUS
015710         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
015712         MOVE 16 TO RETURN-CODE
015714         STOP RUN
015716     END-IF.
015718     IF WS-BATCH-COUNT = ZERO
015720         MOVE SPACES TO BTCTL-RECORD
015722         MOVE WS-RUNC-BUS-DATE TO BTC-BUS-DATE
015724         MOVE WS-LOG-TIME TO BTC-LOG-TIME
015726         MOVE ZERO TO BTC-CREATE-DATE
015728                      BTC-RECORD-COUNT
015730                      BTC-PAY-HASH
015732                      BTC-ADJ-HASH
015734                      BTC-REF-HASH
015736         MOVE "R" TO BTC-DISPOSITION
015738         MOVE WS-FILE-REFUSE-REASON TO BTC-REFUSE-REASON
015740         WRITE BTCTL-RECORD
015742     ELSE
015744         PERFORM 1410-LOG-ONE-BATCH THRU 1410-EXIT
015746             VARYING WS-BATCH-SUB FROM 1 BY 1
015748             UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
015750     END-IF.
015752     CLOSE LFBTCTL.
015754 1400-EXIT.
015756     EXIT.
015758
015760*----------------------------------------------------------*
015762* 1410-LOG-ONE-BATCH - ONE BATCH CONTROL LOG RECORD.  A    *
015764* BATCH THAT PROVED BUT RIDES ON A REFUSED FILE IS LOGGED   *
015766* REFUSED WITH THE FILE'S REASON - IT WAS NOT POSTED.       *
015768*----------------------------------------------------------*
015770 1410-LOG-ONE-BATCH.
015772     MOVE SPACES TO BTCTL-RECORD.
015774     MOVE WS-BAT-ID (WS-BATCH-SUB) TO BTC-BATCH-ID.
015776     MOVE WS-RUNC-BUS-DATE TO BTC-BUS-DATE.
015778     MOVE WS-LOG-TIME TO BTC-LOG-TIME.
015780     MOVE WS-BAT-CREATE-DATE (WS-BATCH-SUB) TO BTC-CREATE-DATE.
015782     MOVE WS-BAT-CALC-COUNT (WS-BATCH-SUB) TO BTC-RECORD-COUNT.
015784     MOVE WS-BAT-CALC-PAY (WS-BATCH-SUB) TO BTC-PAY-HASH.
015786     MOVE WS-BAT-CALC-ADJ (WS-BATCH-SUB) TO BTC-ADJ-HASH.
015788     MOVE WS-BAT-CALC-REF (WS-BATCH-SUB) TO BTC-REF-HASH.
015790     IF WS-BAT-REASON (WS-BATCH-SUB) NOT = SPACES
015792         MOVE "R" TO BTC-DISPOSITION
015794         MOVE WS-BAT-REASON (WS-BATCH-SUB) TO BTC-REFUSE-REASON
015796     ELSE
015798         IF FILE-REFUSED
015800             MOVE "R" TO BTC-DISPOSITION
015802             MOVE WS-FILE-REFUSE-REASON TO BTC-REFUSE-REASON
015804         ELSE
015806             MOVE "A" TO BTC-DISPOSITION
015808         END-IF
015810     END-IF.
015812     WRITE BTCTL-RECORD.
015814 1410-EXIT.
015816     EXIT.
015818
015820*----------------------------------------------------------*
015822* 1500-REFUSE-FILE - THE FILE DID NOT PROVE.  NOTHING HAS  *
015824* BEEN POSTED; END THE RUN RC 16 WITHOUT MARKING THE JOB    *
015826* COMPLETE, SO A CORRECTED FILE CAN BE RUN FOR THE SAME     *
015828* BUSINESS DATE AND THE REST OF THE STREAM WAITS FOR IT.    *
015830*----------------------------------------------------------*
015832 1500-REFUSE-FILE.
015834     DISPLAY "RDIDF7 - POSTING FILE REFUSED - "
015836         WS-FILE-REFUSE-REASON.
015838     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
015840     MOVE 16 TO RETURN-CODE.
015842     STOP RUN.
015844 1500-EXIT.
015846     EXIT.
016000
016100*----------------------------------------------------------*
016200* 2000-POST-TRANSACTION - EDIT ONE POSTING RECORD, BREAK   *
016300* TO A NEW PROVIDER WHEN THE KEY CHANGES, APPLY THE DEBIT/  *
016400* CREDIT TO THE RUNNING BALANCE, AND READ THE NEXT RECORD.  *
016500* BATCH HEADERS AND TRAILERS WERE PROVED IN 1100 AND ARE   *
016510* PASSED OVER HERE.                                          *
016520*----------------------------------------------------------*
016600 2000-POST-TRANSACTION.
016610     IF PSTB-HEADER-REC OR PSTB-TRAILER-REC
016620         PERFORM 2900-READ-POSTING THRU 2900-EXIT
016630         GO TO 2000-EXIT
016640     END-IF.
016700     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
016800     IF WS-REJECT-REASON = SPACES
016900         IF PST-PROV-ID-NUM NOT = WS-HELD-PROV-ID
017000             PERFORM 2800-CLOSE-OUT-PROVIDER THRU 2800-EXIT
017100             PERFORM 2200-FETCH-PROVIDER THRU 2200-EXIT
017200         END-IF
017300         IF PROVIDER-MISSING
017400             MOVE "PROVIDER NOT ON FILE" TO WS-REJECT-REASON
017500             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
017600         ELSE
017700             PERFORM 2250-CHECK-PROVIDER-STATUS THRU 2250-EXIT
017800         END-IF
017900     ELSE
018000         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018100     END-IF.
018200     PERFORM 2900-READ-POSTING THRU 2900-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------*
018700* 2100-EDIT-TRANSACTION - FIELD-LEVEL EDITS ON ONE POSTING *
018800* RECORD.  A BLANK REJECT REASON MEANS THE RECORD IS        *
018900* POSTABLE.                                                  *
019000*----------------------------------------------------------*
019100 2100-EDIT-TRANSACTION.
019200     MOVE SPACES TO WS-REJECT-REASON.
019300     IF PST-PROV-ID NOT NUMERIC
019400         MOVE "PROV-ID NOT NUMERIC" TO WS-REJECT-REASON
019500         GO TO 2100-EXIT
019600     END-IF.
019610     IF PST-PROV-ID-NUM = ZERO
019620         MOVE "PROV-ID IS ZERO" TO WS-REJECT-REASON
019630         GO TO 2100-EXIT
019640     END-IF.
019700     IF NOT PST-VALID-TRAN-CODE
019800         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
019900         GO TO 2100-EXIT
020000     END-IF.
020100     IF NOT PST-VALID-SIGN
020200         MOVE "INVALID AMOUNT SIGN" TO WS-REJECT-REASON
020300         GO TO 2100-EXIT
020400     END-IF.
020500     IF PST-AMOUNT NOT NUMERIC
020600         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
020700     END-IF.
020800 2100-EXIT.
020900     EXIT.
021000
021100*----------------------------------------------------------*
021200* 2200-FETCH-PROVIDER - READ THE PROVIDER MASTER FOR THE   *
021300* NEW CONTROL GROUP AND START ITS REGISTER SECTION WITH THE *
021400* OPENING BALANCE.  A NOT-FOUND LEAVES THE GROUP IN MISSING *
021500* STATE SO EVERY TRANSACTION FOR THE PROVIDER IS REJECTED.  *
021600*----------------------------------------------------------*
021700 2200-FETCH-PROVIDER.
021800     MOVE PST-PROV-ID-NUM TO WS-HELD-PROV-ID.
021900     MOVE PST-PROV-ID-NUM TO PROV-ID.
022000     READ LFIDPROVS
022100         KEY IS PROV-ID
022200         INVALID KEY CONTINUE
022300     END-READ.
022400     IF RECORDFOUND
022500         MOVE "Y" TO PROVIDER-HELD-SW
022600         MOVE "N" TO PROVIDER-MISSING-SW
022700         MOVE PROV-BAL TO WS-OPENING-BAL
022750         MOVE ZERO TO WS-TRHST-SEQ
022800         MOVE PROV-BAL TO WS-RUNNING-BAL
022900         MOVE PROV-BAL TO WS-BAL-ED-1
023000         MOVE SPACES TO PSREG-LINE
023100         WRITE PSREG-LINE
023200         STRING "PROV-ID=" PROV-ID
023300             " " PROV-DESC
023400             DELIMITED SIZE INTO PSREG-LINE
023500         END-STRING
023600         WRITE PSREG-LINE
023650         MOVE SPACES TO PSREG-LINE
023700         STRING "  OPENING BALANCE: " WS-BAL-ED-1
023800             DELIMITED SIZE INTO PSREG-LINE
023900         END-STRING
024000         WRITE PSREG-LINE
024100     ELSE
024200         IF RECORDNOTFOUND
024300             MOVE "N" TO PROVIDER-HELD-SW
024400             MOVE "Y" TO PROVIDER-MISSING-SW
024500         ELSE
024600             DISPLAY "RDIDF7 ABEND - LFIDPROVS STATUS "
024700                 FILE-CHECK-KEY
024800             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
024900             MOVE 16 TO RETURN-CODE
025000             STOP RUN
025100         END-IF
025200     END-IF.
025300 2200-EXIT.
025400     EXIT.
025500
025501*----------------------------------------------------------*
025502* 2250-CHECK-PROVIDER-STATUS - A PAYMENT AGAINST A TERMED  *
025503* OR SUSPENDED PROVIDER IS REJECTED UNLESS THE TRANSACTION  *
025504* CARRIES THE APPROVED OVERRIDE MARKER; AN OVERRIDE POSTS   *
025505* AND IS RECORDED FOR THE REGISTER'S OVERRIDE SECTION.      *
025506* ADJUSTMENTS AND REFUNDS POST REGARDLESS OF STATUS SO THE  *
025507* ACCOUNT CAN BE WOUND DOWN.                                *
025508*----------------------------------------------------------*
025509 2250-CHECK-PROVIDER-STATUS.
025510     IF NOT PST-PAYMENT
025511             OR NOT (PROV-TERMED OR PROV-SUSPENDED)
025512         PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
025513         GO TO 2250-EXIT
025514     END-IF.
025515     IF PST-STATUS-OVERRIDE
025516         PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
025517         PERFORM 2700-RECORD-OVERRIDE THRU 2700-EXIT
025518     ELSE
025519         IF PROV-TERMED
025520             MOVE "PAYMENT TO TERMED PROVIDER"
025521                 TO WS-REJECT-REASON
025522         ELSE
025523             MOVE "PAYMENT TO SUSPENDED PROVIDER"
025524                 TO WS-REJECT-REASON
025525         END-IF
025526         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
025527     END-IF.
025528 2250-EXIT.
025529     EXIT.
025530
025600*----------------------------------------------------------*
025700* 2300-APPLY-TRANSACTION - APPLY ONE EDITED TRANSACTION TO *
025800* THE RUNNING BALANCE AND WRITE ITS REGISTER DETAIL LINE.   *
025900* A REFUND REVERSES THE SIGN CARRIED ON THE RECORD.         *
026000*----------------------------------------------------------*
026100 2300-APPLY-TRANSACTION.
026200     MOVE PST-AMOUNT-NUM TO WS-POSTING-AMT.
026300     IF PST-AMOUNT-NEGATIVE
026400         COMPUTE WS-POSTING-AMT = ZERO - WS-POSTING-AMT
026500     END-IF.
026600     IF PST-REFUND
026700         COMPUTE WS-POSTING-AMT = ZERO - WS-POSTING-AMT
026800     END-IF.
026900     ADD WS-POSTING-AMT TO WS-RUNNING-BAL.
027000     ADD WS-POSTING-AMT TO WS-NET-POSTED-AMT.
027100     ADD 1 TO WS-POSTED-COUNT.
027200     MOVE WS-POSTING-AMT TO WS-BAL-ED-1.
027300     MOVE WS-RUNNING-BAL TO WS-BAL-ED-2.
027350     MOVE SPACES TO PSREG-LINE.
027400     STRING "  TRAN=" PST-TRAN-CODE
027500         " REF=" PST-SOURCE-REF
027600         " AMOUNT=" WS-BAL-ED-1
027700         " BALANCE=" WS-BAL-ED-2
027800         DELIMITED SIZE INTO PSREG-LINE
027900     END-STRING.
028000     WRITE PSREG-LINE.
028010     PERFORM 2350-WRITE-HISTORY THRU 2350-EXIT.
028100 2300-EXIT.
028200     EXIT.
028300
028310*----------------------------------------------------------*
028320* 2350-WRITE-HISTORY - RECORD THE TRANSACTION JUST APPLIED *
028330* ON THE PERMANENT TRANSACTION HISTORY FILE.  THE SEQUENCE  *
028340* NUMBER RESTARTS PER PROVIDER AND ADVANCES PAST ANY        *
028350* RECORDS ALREADY ON FILE FOR THE SAME PROVIDER AND         *
028360* BUSINESS DATE (A RERUN AFTER AN ABEND), SO HISTORY IS     *
028370* NEVER OVERWRITTEN.                                        *
028380*----------------------------------------------------------*
028390 2350-WRITE-HISTORY.
028400     MOVE "N" TO TRHST-WRITTEN-SW.
028410     PERFORM 2360-WRITE-HISTORY-RECORD THRU 2360-EXIT
028420         UNTIL TRHST-WRITTEN.
028430 2350-EXIT.
028440     EXIT.
028450
028460*----------------------------------------------------------*
028470* 2360-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT AT THE     *
028480* CURRENT SEQUENCE NUMBER.  A DUPLICATE KEY BUMPS THE       *
028490* SEQUENCE AND THE WRITE IS RETRIED; ANY OTHER FAILURE      *
028500* HALTS THE RUN.                                            *
028510*----------------------------------------------------------*
028520 2360-WRITE-HISTORY-RECORD.
028530     ADD 1 TO WS-TRHST-SEQ.
028540     MOVE SPACES TO TRNH-RECORD.
028550     MOVE WS-HELD-PROV-ID TO TRNH-PROV-ID.
028560     MOVE WS-RUNC-BUS-DATE TO TRNH-BUS-DATE.
028570     MOVE WS-TRHST-SEQ TO TRNH-SEQ-NO.
028580     MOVE PST-TRAN-CODE TO TRNH-TRAN-CODE.
028590     MOVE PST-SOURCE-REF TO TRNH-SOURCE-REF.
028600     MOVE WS-POSTING-AMT TO TRNH-AMOUNT.
028610     MOVE WS-RUNNING-BAL TO TRNH-NEW-BAL.
028620     WRITE TRNH-RECORD
028630         INVALID KEY CONTINUE
028640     END-WRITE.
028650     IF TRHST-FILE-OK
028660         MOVE "Y" TO TRHST-WRITTEN-SW
028670     ELSE
028680         IF NOT TRHST-DUPLICATE
028690             DISPLAY "RDIDF7 ABEND - LFTRHST STATUS "
028700                 TRHST-FILE-STATUS
028710             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
028720             MOVE 16 TO RETURN-CODE
028730             STOP RUN
028740         END-IF
028750     END-IF.
028760 2360-EXIT.
028770     EXIT.
028780
028782*----------------------------------------------------------*
028784* 2600-WRITE-REJECT - ECHO A TRANSACTION THAT CANNOT BE    *
028786* POSTED TO THE REJECT REPORT WITH ITS REASON.              *
028788*----------------------------------------------------------*
028800 2600-WRITE-REJECT.
028900     ADD 1 TO WS-REJECTED-COUNT.
028950     MOVE SPACES TO PSREJ-LINE.
029000     STRING "REJECTED PROV-ID=" PST-PROV-ID
029100         " TRAN=" PST-TRAN-CODE
029200         " AMOUNT=" PST-AMOUNT-SIGN PST-AMOUNT
029300         " REF=" PST-SOURCE-REF
029400         " REASON=" WS-REJECT-REASON
029500         DELIMITED SIZE INTO PSREJ-LINE
029600     END-STRING.
029700     WRITE PSREJ-LINE.
029800 2600-EXIT.
029900     EXIT.
030000
030001*----------------------------------------------------------*
030002* 2700-RECORD-OVERRIDE - HOLD ONE TAKEN STATUS OVERRIDE    *
030003* FOR THE REGISTER'S OVERRIDE SECTION, PRINTED AFTER THE    *
030004* LAST PROVIDER CLOSES OUT.                                 *
030005*----------------------------------------------------------*
030006 2700-RECORD-OVERRIDE.
030007     ADD 1 TO WS-OVERRIDE-COUNT.
030008     IF WS-OVRD-USED >= 500
030009         ADD 1 TO WS-OVRD-LOST-COUNT
030010         GO TO 2700-EXIT
030011     END-IF.
030012     ADD 1 TO WS-OVRD-USED.
030013     MOVE WS-POSTING-AMT TO WS-BAL-ED-1.
030014     MOVE SPACES TO WS-OVRD-LINE (WS-OVRD-USED).
030015     STRING "  PROV-ID=" PROV-ID
030016         " STAT=" PROV-STAT-CODE
030017         " TRAN=" PST-TRAN-CODE
030018         " REF=" PST-SOURCE-REF
030019         " AMOUNT=" WS-BAL-ED-1
030020         DELIMITED SIZE INTO WS-OVRD-LINE (WS-OVRD-USED)
030021     END-STRING.
030022 2700-EXIT.
030023     EXIT.
030024
030100*----------------------------------------------------------*
030200* 2800-CLOSE-OUT-PROVIDER - END OF A PROVIDER'S CONTROL    *
030300* GROUP: REWRITE THE MASTER RECORD WITH THE NEW BALANCE AND *
030400* WRITE THE CLOSING BALANCE LINE TO THE REGISTER.           *
030500*----------------------------------------------------------*
030600 2800-CLOSE-OUT-PROVIDER.
030700     IF NOT PROVIDER-HELD
030800         GO TO 2800-EXIT
030900     END-IF.
031000     MOVE WS-RUNNING-BAL TO PROV-BAL.
031100     REWRITE PROVS-RECORD
031200         INVALID KEY
031300             DISPLAY "PROV STATUS: " FILE-CHECK-KEY
031400     END-REWRITE.
031500     IF NOT RECORDFOUND
031600         DISPLAY "RDIDF7 ABEND - REWRITE STATUS "
031700             FILE-CHECK-KEY " FOR PROV-ID " WS-HELD-PROV-ID
031800         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     ADD 1 TO WS-PROVIDERS-UPDATED.
032300     MOVE WS-RUNNING-BAL TO WS-BAL-ED-1.
032350     MOVE SPACES TO PSREG-LINE.
032400     STRING "  CLOSING BALANCE: " WS-BAL-ED-1
032500         DELIMITED SIZE INTO PSREG-LINE
032600     END-STRING.
032700     WRITE PSREG-LINE.
032800     MOVE "N" TO PROVIDER-HELD-SW.
032900 2800-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------*
033300* 2900-READ-POSTING - READ THE NEXT POSTING TRANSACTION.   *
033310* ANY STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE   *
033320* RUN - CONTINUING WOULD REPROCESS THE PRIOR TRANSACTION   *
033330* FOREVER.                                                  *
033400*----------------------------------------------------------*
033500 2900-READ-POSTING.
033600     READ LFPOST.
033610     IF NOT POST-FILE-OK AND NOT POST-EOF
033620         DISPLAY "RDIDF7 ABEND - LFPOST STATUS "
033630             POST-FILE-STATUS
033640         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
033650         MOVE 16 TO RETURN-CODE
033660         STOP RUN
033670     END-IF.
033700 2900-EXIT.
033800     EXIT.
033900
033901*----------------------------------------------------------*
033902* 3800-WRITE-OVERRIDE-SECTION - LIST EVERY STATUS OVERRIDE *
033903* TAKEN THIS RUN IN ITS OWN REGISTER SECTION.  NOTHING IS   *
033904* PRINTED WHEN NO OVERRIDE WAS TAKEN.                       *
033905*----------------------------------------------------------*
033906 3800-WRITE-OVERRIDE-SECTION.
033907     IF WS-OVERRIDE-COUNT = ZERO
033908         GO TO 3800-EXIT
033909     END-IF.
033910     MOVE SPACES TO PSREG-LINE.
033911     WRITE PSREG-LINE.
033912     MOVE "STATUS OVERRIDES TAKEN - APPROVED EXCEPTIONS"
033913         TO PSREG-LINE.
033914     WRITE PSREG-LINE.
033915     PERFORM 3810-WRITE-ONE-OVERRIDE THRU 3810-EXIT
033916         VARYING WS-OVRD-SUB FROM 1 BY 1
033917         UNTIL WS-OVRD-SUB > WS-OVRD-USED.
033918     IF WS-OVRD-LOST-COUNT > ZERO
033919         MOVE WS-OVRD-LOST-COUNT TO WS-POSTED-COUNT-ED
033920         MOVE SPACES TO PSREG-LINE
033921         STRING "*** OVERRIDES PAST TABLE CAPACITY - "
033922             "NOT LISTED: " WS-POSTED-COUNT-ED
033923             DELIMITED SIZE INTO PSREG-LINE
033924         END-STRING
033925         WRITE PSREG-LINE
033926     END-IF.
033927     MOVE WS-OVERRIDE-COUNT TO WS-POSTED-COUNT-ED.
033928     MOVE SPACES TO PSREG-LINE.
033929     STRING "OVERRIDES TAKEN: " WS-POSTED-COUNT-ED
033930         DELIMITED SIZE INTO PSREG-LINE
033931     END-STRING.
033932     WRITE PSREG-LINE.
033933 3800-EXIT.
033934     EXIT.
033935
033936*----------------------------------------------------------*
033937* 3810-WRITE-ONE-OVERRIDE - ONE HELD OVERRIDE LINE TO THE  *
033938* REGISTER.                                                 *
033939*----------------------------------------------------------*
033940 3810-WRITE-ONE-OVERRIDE.
033941     MOVE WS-OVRD-LINE (WS-OVRD-SUB) TO PSREG-LINE.
033942     WRITE PSREG-LINE.
033943 3810-EXIT.
033944     EXIT.
033945
034000*----------------------------------------------------------*
034100* 4000-WRITE-FINAL-TOTALS - WRITE THE TRAILING ACTIVITY    *
034200* COUNTS AND NET AMOUNT POSTED TO THE REGISTER.             *
034300*----------------------------------------------------------*
034400 4000-WRITE-FINAL-TOTALS.
034500     MOVE WS-POSTED-COUNT     TO WS-POSTED-COUNT-ED.
034600     MOVE WS-REJECTED-COUNT   TO WS-REJECTED-COUNT-ED.
034700     MOVE WS-PROVIDERS-UPDATED TO WS-UPDATED-COUNT-ED.
034800     MOVE WS-NET-POSTED-AMT   TO WS-NET-ED.
034900     MOVE SPACES TO PSREG-LINE.
035000     WRITE PSREG-LINE.
035100     STRING "TRANSACTIONS POSTED: " WS-POSTED-COUNT-ED
035200         "  REJECTED: "             WS-REJECTED-COUNT-ED
035300         "  PROVIDERS UPDATED: "    WS-UPDATED-COUNT-ED
035400         DELIMITED SIZE INTO PSREG-LINE
035500     END-STRING.
035600     WRITE PSREG-LINE.
035650     MOVE SPACES TO PSREG-LINE.
035700     STRING "NET AMOUNT POSTED: " WS-NET-ED
035800         DELIMITED SIZE INTO PSREG-LINE
035900     END-STRING.
036000     WRITE PSREG-LINE.
036100 4000-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------*
036500* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.    *
036600*----------------------------------------------------------*
036700 9000-END-PROGRAM.
036800     CLOSE LFIDPROVS.
036900     CLOSE LFPOST.
037000     CLOSE LFPSREG.
037100     CLOSE LFPSREJ.
037110     CLOSE LFTRHST.
037200 9000-EXIT.
037300     EXIT.
037400
037410     COPY RUNCTLPR.
037420
037500 END PROGRAM RDIDF7.
