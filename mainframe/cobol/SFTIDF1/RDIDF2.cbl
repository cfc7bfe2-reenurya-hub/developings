001830*                  PROVIDER.  A FAILED CAPTURE STILL WITHHOLDS *
001831*                  THE BALANCE AND SAYS SO, NEVER CLAIMING     *
001832*                  THE REQUEST WAS CAPTURED WHEN IT WAS NOT.   *
001833* 10/15/2026  DK   EVERY DEMOGRAPHIC FIELD AN APPLIED ADD OR   *
001834*                  CHANGE ALTERS (NAME, ADDRESS, TAX ID, TYPE, *
001835*                  STATUS) NOW WRITES A BEFORE/AFTER RECORD,   *
001836*                  WITH THE OPERATOR ID, TO THE PERMANENT      *
001837*                  CHANGE LOG IDFCHLOG.DAT (COPYBOOKS          *
001838*                  CHGLOG/CHGLOGWS/CHGLOGPR).  RDIDF1 OPTION 5 *
001839*                  DISPLAYS IT.  MAINTENANCE DOES NOT START    *
001840*                  WITHOUT THE CHANGE LOG.                     *
001841* 10/15/2026  DK   NEW MENU OPTION 5 SCHEDULES A TERM,         *
001842*                  SUSPENSION, OR REINSTATEMENT AHEAD OF ITS   *
001843*                  EFFECTIVE DATE.  THE CHANGE IS APPENDED TO  *
001844*                  THE PENDING STATUS-CHANGE FILE IDFPNDST.DAT *
001845*                  (COPYBOOK PNDSTREC) AND AUDITED AS STSPND;  *
001846*                  THE MASTER IS NOT TOUCHED.  THE NIGHTLY     *
001847*                  RDIDF25 RUN APPLIES IT ON ITS EFFECTIVE     *
001848*                  DATE - SEE 6700-SCHEDULE-STATUS-CHANGE.     *
001849* 10/15/2026  DK   A CONFIRMED CHANGE THAT MOVES THE ADDRESS   *
001850*                  OF A PROVIDER FLAGGED UNDELIVERABLE         *
001851*                  (RDIDF28) CLEARS THE FLAG - SEE             *
001852*                  5700-CLEAR-UNDELIVERABLE.  THE RECORD       *
001853*                  DISPLAY SHOWS THE FLAG.                     *
001811*----------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002963     SELECT LFDCTHR ASSIGN TO "IDFDCTHR.DAT"
002964         FILE STATUS IS DCTHR-FILE-STATUS
002965         ORGANIZATION IS LINE SEQUENTIAL.
002966
002967     SELECT LFPNDST ASSIGN TO "IDFPNDST.DAT"
002968         FILE STATUS IS PNDST-FILE-STATUS
002969         ORGANIZATION IS LINE SEQUENTIAL.
002970
002975     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
002980         FILE STATUS IS CHGL-FILE-STATUS
002985         ORGANIZATION IS INDEXED
002990         ACCESS MODE IS DYNAMIC
002995         RECORD KEY IS CHG-KEY.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003494 01  DCTHR-RECORD.
003495     05  DCTHR-AMOUNT            PIC 9(08)V99.
003496     05  FILLER                  PIC X(70).
003497
003498 FD  LFCHLOG.
003499     COPY CHGLOG.
003500
003510 FD  LFPNDST
003520     RECORD CONTAINS 120 CHARACTERS.
003530 01  PNDST-FILE-REC              PIC X(120).
003540
003600 WORKING-STORAGE SECTION.
003700 01  WS-WORK-AREAS.
003800     05  FILE-CHECK-KEY          PIC X(02).
004500         88  CHANGEPROVIDER          VALUE 2.
004600         88  DELETEPROVIDER          VALUE 3.
004650         88  REVIEWPENDING           VALUE 4.
004660         88  SCHEDULESTATUS          VALUE 5.
004700         88  ENDMAINTENANCE          VALUE 9.
004800
004900     05  CONFIRMANS              PIC X(01).
005644         88  REVIEW-REJECT           VALUES "R" "r".
005645     05  WS-BAL-ED-1             PIC -(8)9.99.
005646     05  WS-BAL-ED-2             PIC -(8)9.99.
005650     05  PNDST-FILE-STATUS       PIC X(02).
005660         88  PNDST-FILE-OK           VALUES "00" "04".
005670         88  PNDST-FILE-NOT-FOUND    VALUE "35".
005680
005700 01  WS-SWITCHES.
005800     05  MORE-TRANSACTIONS-SW    PIC X(01) VALUE "Y".
005900         88  MORE-TRANSACTIONS       VALUE "Y".
005931     05  WS-PNDBL-SUB            PIC 9(03) VALUE ZERO.
005932     05  WS-PNDBL-LOST           PIC 9(03) VALUE ZERO.
005933
005934     COPY PNDSTREC.
005940 01  WS-DATE-TIME-FIELDS.
005950     05  WS-CURRENT-DATE.
005951         10  WS-CURR-YY          PIC 9(02).
005956         10  WS-CURR-MN          PIC 9(02).
005957         10  WS-CURR-SS          PIC 9(02).
005958         10  WS-CURR-HS          PIC 9(02).
005972
005973 01  WS-SCHED-FIELDS.
005974     05  WS-SCHED-STAT-CODE      PIC X(01).
005975         88  SCHED-VALID-STATUS      VALUES "A" "T" "S".
005976     05  WS-SCHED-DATE           PIC 9(08).
005977     05  WS-SCHED-DATE-PARTS REDEFINES WS-SCHED-DATE.
005978         10  WS-SCHED-CCYY       PIC 9(04).
005979         10  WS-SCHED-MM         PIC 9(02).
005980         10  WS-SCHED-DD         PIC 9(02).
005981     05  WS-SCHED-TODAY.
005982         10  WS-SCHED-TODAY-CC   PIC 9(02).
005983         10  WS-SCHED-TODAY-YMD  PIC 9(06).
005984     05  WS-SCHED-TODAY-NUM REDEFINES WS-SCHED-TODAY
005985                                 PIC 9(08).
005986     COPY CHGLOGWS.
006000
006100 PROCEDURE DIVISION.
006200
006440             MOVE "N" TO MORE-TRANSACTIONS-SW
006450         END-IF
006460     END-IF.
006480     MOVE WS-OPER-ID TO WS-CHGL-OPER-ID.
006500     PERFORM 2000-MAINTENANCE-LOOP THRU 2000-EXIT
006600         UNTIL NOT MORE-TRANSACTIONS.
006700     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
007200* AND LOAD THE PROVIDER TYPE CODE TABLE.  MAINTENANCE       *
007210* CANNOT RUN WITHOUT THE TYPE TABLE, SINCE EVERY ADD AND    *
007220* CHANGE VALIDATES PROV-TYPE-CODE AGAINST IT.               *
007223* NOR WITHOUT THE CHANGE LOG, IDFCHLOG.DAT, WHICH RECORDS   *
007226* EVERY DEMOGRAPHIC FIELD AN ADD OR CHANGE ALTERS.          *
007230*----------------------------------------------------------*
007300 1000-INITIALIZE.
007400     OPEN I-O LFIDPROVS.
007440         DISPLAY "MAINTENANCE NOT STARTED"
007450         MOVE "N" TO MORE-TRANSACTIONS-SW
007460     END-IF.
007465     MOVE "RDIDF2" TO WS-CHGL-SOURCE-PGM.
007470     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
007475     IF NOT CHGL-LOG-OPEN
007480         DISPLAY "MAINTENANCE NOT STARTED"
007485         MOVE "N" TO MORE-TRANSACTIONS-SW
007490     END-IF.
007500 1000-EXIT.
007600     EXIT.
007601
009700     DISPLAY "CHANGE AN EXISTING PROVIDER, ENTER 2".
009800     DISPLAY "DELETE A PROVIDER, ENTER 3".
009850     DISPLAY "REVIEW PENDING BALANCE CHANGES, ENTER 4".
009860     DISPLAY "SCHEDULE A FUTURE STATUS CHANGE, ENTER 5".
009900     DISPLAY "END MAINTENANCE, ENTER 9".
010000     ACCEPT MAINTTYPE.
010100 2100-EXIT.
011710     IF REVIEWPENDING
011720         PERFORM 6500-REVIEW-PENDING THRU 6500-EXIT
011730     END-IF.
011740     IF SCHEDULESTATUS
011750         PERFORM 6700-SCHEDULE-STATUS-CHANGE THRU 6700-EXIT
011760     END-IF.
011800 3000-EXIT.
011900     EXIT.
012000
014500         ACCEPT CONFIRMANS
014600         IF CONFIRMEDYES
014610             MOVE ZERO TO WS-OLD-BAL
014615             PERFORM 8715-CHGL-CLEAR-BEFORE THRU 8715-EXIT
014620             PERFORM 5500-CHECK-BALANCE-THRESHOLD
014630                 THRU 5500-EXIT
014700             WRITE PROVS-RECORD
015000             END-WRITE
015100             IF RECORDFOUND
015200                 DISPLAY "PROVIDER ADDED"
015205                 PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT
015210                 MOVE "ADD" TO WS-MAINT-ACTION
015220                 PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
015300             END-IF
017300     END-READ.
017400     IF RECORDFOUND
017500         MOVE PROV-BAL TO WS-OLD-BAL
017600         PERFORM 8710-CHGL-SAVE-BEFORE THRU 8710-EXIT
017700         PERFORM 3900-DISPLAY-RECORD THRU 3900-EXIT
017800         DISPLAY "ENTER NEW PROV DESC (40 CHARACTERS): "
017900             WITH NO ADVANCING
018700         ACCEPT CONFIRMANS
018800         IF CONFIRMEDYES
018810             PERFORM 5500-CHECK-BALANCE-THRESHOLD THRU 5500-EXIT
018820             PERFORM 5700-CLEAR-UNDELIVERABLE THRU 5700-EXIT
018900             REWRITE PROVS-RECORD
019000                 INVALID KEY
019100                     DISPLAY "PROV STATUS: " FILE-CHECK-KEY
019200             END-REWRITE
019300             IF RECORDFOUND
019400                 DISPLAY "PROVIDER CHANGED"
019405                 PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT
019410                 MOVE "CHANGE" TO WS-MAINT-ACTION
019420                 PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
019500             END-IF
020178 5600-EXIT.
020179     EXIT.
020180
020201*----------------------------------------------------------*
020202* 5700-CLEAR-UNDELIVERABLE - A CONFIRMED CHANGE THAT MOVES  *
020203* ANY ADDRESS FIELD OF A PROVIDER FLAGGED UNDELIVERABLE BY  *
020204* RETURNED MAIL CLEARS THE FLAG, SO STATEMENTS AND REFUNDS  *
020205* GO OUT AGAIN.  THE CLEAR IS LOGGED WITH THE ADDRESS BY    *
020206* 8720.  A CHANGE THAT LEAVES THE ADDRESS ALONE KEEPS IT.   *
020207*----------------------------------------------------------*
020208 5700-CLEAR-UNDELIVERABLE.
020209     IF NOT PROV-ADDR-UNDELIVERABLE
020210         GO TO 5700-EXIT
020211     END-IF.
020212     IF PROV-ADDR-LINE-1 = CHGB-ADDR-LINE-1
020213             AND PROV-ADDR-LINE-2 = CHGB-ADDR-LINE-2
020214             AND PROV-ADDR-CITY = CHGB-ADDR-CITY
020215             AND PROV-ADDR-STATE = CHGB-ADDR-STATE
020216             AND PROV-ADDR-ZIP = CHGB-ADDR-ZIP
020217         GO TO 5700-EXIT
020218     END-IF.
020219     MOVE "N" TO PROV-ADDR-UNDELIV-FLAG.
020220     MOVE ZERO TO PROV-ADDR-UNDELIV-DATE.
020221     DISPLAY "ADDRESS CHANGED - UNDELIVERABLE FLAG CLEARED".
020222 5700-EXIT.
020223     EXIT.
020224
020300*----------------------------------------------------------*
020400* 6000-DELETE-PROVIDER - LOOK UP A PROVIDER BY PROV-ID,    *
020500* CONFIRM, AND DELETE THE RECORD FROM THE PROVIDER MASTER.   *
026232 6591-EXIT.
026233     EXIT.
026234
026235*----------------------------------------------------------*
026236* 6700-SCHEDULE-STATUS-CHANGE - KEY A TERM, SUSPENSION, OR  *
026237* REINSTATEMENT AHEAD OF ITS EFFECTIVE DATE.  THE PROVIDER  *
026238* MUST BE ON FILE AND THE DATE MUST BE AFTER TODAY - A      *
026239* CHANGE EFFECTIVE NOW IS MADE WITH OPTION 2.  THE CHANGE IS*
026240* APPENDED TO THE PENDING STATUS-CHANGE FILE, IDFPNDST.DAT  *
026241* (COPYBOOK PNDSTREC), AND THE MASTER IS NOT TOUCHED - THE  *
026242* NIGHTLY RDIDF25 RUN APPLIES IT ON ITS EFFECTIVE DATE.     *
026243*----------------------------------------------------------*
026244 6700-SCHEDULE-STATUS-CHANGE.
026245     DISPLAY "ENTER PROV CODE KEY (10 DIGITS): "
026246         WITH NO ADVANCING.
026247     ACCEPT PROV-ID.
026248     READ LFIDPROVS
026249         KEY IS PROV-ID
026250         INVALID KEY CONTINUE
026251     END-READ.
026252     IF NOT RECORDFOUND
026253         DISPLAY "PROVIDER NOT ON FILE - NOTHING SCHEDULED"
026254         GO TO 6700-EXIT
026255     END-IF.
026256     PERFORM 3900-DISPLAY-RECORD THRU 3900-EXIT.
026257     MOVE SPACES TO WS-SCHED-STAT-CODE.
026258     PERFORM 6710-GET-SCHED-STATUS THRU 6710-EXIT
026259         UNTIL SCHED-VALID-STATUS.
026260     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
026261     MOVE 20 TO WS-SCHED-TODAY-CC.
026262     MOVE WS-CURRENT-DATE TO WS-SCHED-TODAY-YMD.
026263     MOVE "N" TO DETAIL-VALID-SW.
026264     PERFORM 6720-GET-SCHED-DATE THRU 6720-EXIT
026265         UNTIL DETAIL-FIELD-VALID.
026266     DISPLAY "SCHEDULE STATUS " WS-SCHED-STAT-CODE
026267         " EFFECTIVE " WS-SCHED-DATE
026268         " - ENTER Y TO CONFIRM: "
026269         WITH NO ADVANCING.
026270     ACCEPT CONFIRMANS.
026271     IF NOT CONFIRMEDYES
026272         DISPLAY "SCHEDULE CANCELLED"
026273         GO TO 6700-EXIT
026274     END-IF.
026275     PERFORM 6730-CAPTURE-STATUS-CHANGE THRU 6730-EXIT.
026276 6700-EXIT.
026277     EXIT.
026278
026279*----------------------------------------------------------*
026280* 6710-GET-SCHED-STATUS - PROMPT FOR THE NEW STATUS CODE:   *
026281* A = ACTIVE, T = TERMED, S = SUSPENDED.                    *
026282*----------------------------------------------------------*
026283 6710-GET-SCHED-STATUS.
026284     DISPLAY "ENTER NEW STATUS CODE (A/T/S): "
026285         WITH NO ADVANCING.
026286     ACCEPT WS-SCHED-STAT-CODE.
026287     IF NOT SCHED-VALID-STATUS
026288         DISPLAY "INVALID STATUS CODE - A, T, OR S ONLY"
026289     END-IF.
026290 6710-EXIT.
026291     EXIT.
026292
026293*----------------------------------------------------------*
026294* 6720-GET-SCHED-DATE - PROMPT FOR THE EFFECTIVE DATE       *
026295* (CCYYMMDD).  IT MUST BE NUMERIC, A PLAUSIBLE MONTH AND    *
026296* DAY, AND LATER THAN TODAY.                                *
026297*----------------------------------------------------------*
026298 6720-GET-SCHED-DATE.
026299     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD): "
026300         WITH NO ADVANCING.
026301     ACCEPT WS-DATE-ENTRY.
026302     IF WS-DATE-ENTRY NOT NUMERIC
026303         DISPLAY "INVALID DATE - 8 DIGITS, CCYYMMDD"
026304         GO TO 6720-EXIT
026305     END-IF.
026306     MOVE WS-DATE-ENTRY-NUM TO WS-SCHED-DATE.
026307     IF WS-SCHED-MM < 1 OR WS-SCHED-MM > 12
026308         OR WS-SCHED-DD < 1 OR WS-SCHED-DD > 31
026309         DISPLAY "INVALID DATE - 8 DIGITS, CCYYMMDD"
026310         GO TO 6720-EXIT
026311     END-IF.
026312     IF WS-SCHED-DATE NOT > WS-SCHED-TODAY-NUM
026313         DISPLAY "DATE MUST BE AFTER TODAY - USE OPTION 2 FOR "
026314             "A CHANGE EFFECTIVE NOW"
026315         GO TO 6720-EXIT
026316     END-IF.
026317     MOVE "Y" TO DETAIL-VALID-SW.
026318 6720-EXIT.
026319     EXIT.
026320
026321*----------------------------------------------------------*
026322* 6730-CAPTURE-STATUS-CHANGE - APPEND ONE PENDING ENTRY TO  *
026323* IDFPNDST.DAT WITH THE REQUESTING OPERATOR AND A           *
026324* TIMESTAMP.  THE OPEN AND THE WRITE ARE BOTH CHECKED - ONLY*
026325* A CLEAN APPEND IS CONFIRMED AND AUDITED.                  *
026326*----------------------------------------------------------*
026327 6730-CAPTURE-STATUS-CHANGE.
026328     OPEN EXTEND LFPNDST.
026329     IF PNDST-FILE-NOT-FOUND
026330         OPEN OUTPUT LFPNDST
026331     END-IF.
026332     IF NOT PNDST-FILE-OK
026333         DISPLAY "STATUS CHANGE FILE OPEN FAILED - STATUS "
026334             PNDST-FILE-STATUS " - NOTHING SCHEDULED"
026335         GO TO 6730-EXIT
026336     END-IF.
026337     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
026338     MOVE SPACES TO PNDST-RECORD.
026339     MOVE "P" TO PNDST-STATUS.
026340     MOVE PROV-ID TO PNDST-PROV-ID.
026341     MOVE WS-SCHED-STAT-CODE TO PNDST-NEW-STAT-CODE.
026342     MOVE WS-SCHED-DATE TO PNDST-EFF-DATE.
026343     MOVE WS-OPER-ID TO PNDST-REQ-OPER-ID.
026344     MOVE WS-CURRENT-DATE TO PNDST-REQ-DATE.
026345     MOVE WS-CURRENT-TIME (1:6) TO PNDST-REQ-TIME.
026346     MOVE ZERO TO PNDST-DONE-DATE.
026347     MOVE ZERO TO PNDST-SURV-PROV-ID.
026348     MOVE PNDST-RECORD TO PNDST-FILE-REC.
026349     WRITE PNDST-FILE-REC.
026350     IF NOT PNDST-FILE-OK
026351         DISPLAY "STATUS CHANGE FILE WRITE FAILED - STATUS "
026352             PNDST-FILE-STATUS " - NOTHING SCHEDULED"
026353         CLOSE LFPNDST
026354         GO TO 6730-EXIT
026355     END-IF.
026356     CLOSE LFPNDST.
026357     DISPLAY "STATUS CHANGE SCHEDULED".
026358     MOVE "STSPND" TO WS-MAINT-ACTION.
026359     PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT.
026360 6730-EXIT.
026361     EXIT.
023510*----------------------------------------------------------*
023520* 4500-CAPTURE-DETAIL-FIELDS - PROMPT FOR AND VALIDATE THE *
023530* STATUS, EFFECTIVE DATE, TYPE, TAX ID, AND ADDRESS FIELDS  *
024560         " " PROV-ADDR-CITY
024570         " " PROV-ADDR-STATE
024580         " " PROV-ADDR-ZIP.
024585     IF PROV-ADDR-UNDELIVERABLE
024590         DISPLAY "ADDRESS UNDELIVERABLE SINCE "
024595             PROV-ADDR-UNDELIV-DATE
024598     END-IF.
024600 3900-EXIT.
024700     EXIT.
024800
025200 9000-END-PROGRAM.
025300     CLOSE LFIDPROVS.
025310     CLOSE LFAUDIT.
025355     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
025400 9000-EXIT.
025500     EXIT.
025600
025650     COPY CHGLOGPR.
025700 END PROGRAM RDIDF2.
