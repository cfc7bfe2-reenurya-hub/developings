001800* CAN ANSWER A LOOKUP ON THE MERGED-AWAY ID WITH THE        *
001900* SURVIVING PROVIDER INSTEAD OF NOT FOUND.  EVERY MERGE IS  *
002000* CONFIRMED BY THE OPERATOR BEFORE ANY FILE IS TOUCHED.     *
002025* THE OPERATOR MUST SIGN ON AT MAINTENANCE LEVEL, AND EACH  *
002050* MERGE IS RECORDED ON THE PROVIDER CHANGE LOG              *
002075* (IDFCHLOG.DAT) UNDER BOTH PROV-IDS.                       *
002100*----------------------------------------------------------*
002200* MODIFICATION HISTORY                                      *
002300*----------------------------------------------------------*
002440*                  PROV-DESC, SO THE SURVIVOR REWRITE CAME    *
002450*                  BACK 02 AND THE MERGE WAS ABANDONED WITH   *
002460*                  THE BALANCE ALREADY MOVED.                 *
002470* 10/15/2026  DK   MERGES NOW REQUIRE A MAINTENANCE-LEVEL     *
002472*                  SIGN-ON AGAINST IDFOPSEC, AND EACH MERGE   *
002474*                  IS WRITTEN TO THE PROVIDER CHANGE LOG      *
002476*                  (IDFCHLOG) UNDER BOTH PROV-IDS WITH THE    *
002478*                  OPERATOR ID.                               *
002500*----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS XREF-OLD-PROV-ID.
004210
004220     SELECT LFOPSEC ASSIGN TO "IDFOPSEC.DAT"
004230         FILE STATUS IS OPSEC-FILE-STATUS
004240         ORGANIZATION IS LINE SEQUENTIAL.
004250
004260     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
004270         FILE STATUS IS CHGL-FILE-STATUS
004280         ORGANIZATION IS INDEXED
004290         ACCESS MODE IS DYNAMIC
004295         RECORD KEY IS CHG-KEY.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004800
004900 FD  LFXREF.
005000     COPY XREFREC.
005010
005020 FD  LFOPSEC
005030     RECORD CONTAINS 80 CHARACTERS.
005040     COPY OPSECREC.
005050
005060 FD  LFCHLOG.
005070     COPY CHGLOG.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-WORK-AREAS.
005900         88  XREF-FILE-OK            VALUE "00".
006000         88  XREF-FILE-NOT-FOUND     VALUE "35".
006100         88  XREF-DUPLICATE          VALUE "22".
006110     05  OPSEC-FILE-STATUS       PIC X(02).
006120         88  OPSEC-FILE-OK           VALUE "00".
006130         88  OPSEC-FILE-EOF          VALUE "10".
006140     05  WS-OPER-ID              PIC X(08) VALUE SPACES.
006200
006300     05  CONFIRMANS              PIC X(01).
006400         88  CONFIRMEDYES            VALUES "Y" "y".
008000         88  MORE-MERGES             VALUE "Y".
008100     05  MERGE-OK-SW             PIC X(01) VALUE "Y".
008200         88  MERGE-OK                VALUE "Y".
008210     05  SIGNON-SW               PIC X(01) VALUE "N".
008220         88  OPERATOR-SIGNED-ON      VALUE "Y".
008300
008400 01  WS-DATE-FIELDS.
008500     05  WS-CURRENT-DATE.
009300         10  WS-MRG-DD           PIC 9(02).
009400     05  WS-MERGE-DATE-NUM REDEFINES WS-MERGE-DATE
009500                                 PIC 9(08).
009510
009520     COPY CHGLOGWS.
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010010     IF MORE-MERGES
010020         PERFORM 1500-SIGN-ON THRU 1500-EXIT
010030         IF NOT OPERATOR-SIGNED-ON
010040             MOVE "N" TO MORE-MERGES-SW
010050         END-IF
010060     END-IF.
010100     PERFORM 2000-MERGE-LOOP THRU 2000-EXIT
010200         UNTIL NOT MORE-MERGES.
010300     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
010500
010600*----------------------------------------------------------*
010700* 1000-INITIALIZE - OPEN THE PROVIDER MASTER AND THE       *
010800* CROSS-REFERENCE FILE FOR UPDATE, AND THE CHANGE LOG.  THE *
010900* FIRST MERGE EVER RUN CREATES THE CROSS-REFERENCE FILE.  NO*
010950* MERGE IS TAKEN WITHOUT THE CHANGE LOG.                    *
011000*----------------------------------------------------------*
011100 1000-INITIALIZE.
011200     OPEN I-O LFIDPROVS.
012000     MOVE WS-CURR-YY TO WS-MRG-YY.
012100     MOVE WS-CURR-MM TO WS-MRG-MM.
012200     MOVE WS-CURR-DD TO WS-MRG-DD.
012210     MOVE "RDIDF11" TO WS-CHGL-SOURCE-PGM.
012220     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
012230     IF NOT CHGL-LOG-OPEN
012240         DISPLAY "MERGE UTILITY NOT STARTED"
012250         MOVE "N" TO MORE-MERGES-SW
012260     END-IF.
012300 1000-EXIT.
012400     EXIT.
012402
012404*----------------------------------------------------------*
012406* 1500-SIGN-ON - PROMPT FOR THE OPERATOR ID AND CHECK IT    *
012408* AGAINST THE OPERATOR SECURITY FILE.  MAINTENANCE LEVEL    *
012410* (2) IS REQUIRED, THE SAME GATE AS RDIDF2.  THE SIGNED-ON  *
012412* OPERATOR ID IS CARRIED INTO EVERY CHANGE LOG RECORD.      *
012414*----------------------------------------------------------*
012416 1500-SIGN-ON.
012418     DISPLAY "ENTER OPERATOR ID (8 CHARACTERS): "
012420         WITH NO ADVANCING.
012422     ACCEPT WS-OPER-ID.
012424     OPEN INPUT LFOPSEC.
012426     IF NOT OPSEC-FILE-OK
012428         DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE - "
012430             "SIGN-ON REJECTED"
012432         GO TO 1500-EXIT
012434     END-IF.
012436     PERFORM 1510-MATCH-OPERATOR THRU 1510-EXIT
012438         UNTIL OPERATOR-SIGNED-ON OR OPSEC-FILE-EOF.
012440     CLOSE LFOPSEC.
012442     IF OPERATOR-SIGNED-ON
012444         DISPLAY "SIGNED ON: " OPSEC-OPER-NAME
012446         MOVE WS-OPER-ID TO WS-CHGL-OPER-ID
012448     ELSE
012450         DISPLAY "OPERATOR NOT AUTHORIZED FOR MAINTENANCE - "
012452             "SIGN-ON REJECTED"
012454     END-IF.
012456 1500-EXIT.
012458     EXIT.
012460
012462*----------------------------------------------------------*
012464* 1510-MATCH-OPERATOR - READ ONE SECURITY RECORD AND TEST   *
012466* IT AGAINST THE ID ENTERED AND THE REQUIRED LEVEL.         *
012468*----------------------------------------------------------*
012470 1510-MATCH-OPERATOR.
012472     READ LFOPSEC.
012474     IF OPSEC-FILE-OK
012476         IF OPSEC-OPER-ID = WS-OPER-ID
012478                 AND OPSEC-MAINT-LEVEL
012480             MOVE "Y" TO SIGNON-SW
012482         END-IF
012484     END-IF.
012486 1510-EXIT.
012488     EXIT.
012500
012600*----------------------------------------------------------*
012700* 2000-MERGE-LOOP - ONE PASS OF THE MERGE DIALOG: GATHER   *
019700*----------------------------------------------------------*
019800* 4000-CONFIRM-AND-APPLY - CONFIRM THE MERGE, MOVE THE     *
019900* DUPLICATE'S BALANCE ONTO THE SURVIVOR, DELETE THE         *
020000* DUPLICATE, WRITE THE CROSS-REFERENCE RECORD, AND LOG THE  *
020050* MERGE TO THE CHANGE LOG.                                  *
020100*----------------------------------------------------------*
020200 4000-CONFIRM-AND-APPLY.
020300     DISPLAY "CONFIRM MERGE OF DUPLICATE " WS-DUP-PROV-ID
026000                 DISPLAY "XREF STATUS: " XREF-FILE-STATUS
026100             END-IF
026200     END-WRITE.
026250     PERFORM 4100-LOG-MERGE THRU 4100-EXIT.
026300     DISPLAY "MERGE COMPLETE - DUPLICATE " WS-DUP-PROV-ID
026400         " MERGED INTO " WS-SURV-PROV-ID.
026500 4000-EXIT.
026600     EXIT.
026700
026702*----------------------------------------------------------*
026706* 4100-LOG-MERGE - RECORD THE MERGE ON THE CHANGE LOG UNDER *
026710* BOTH PROV-IDS: THE DUPLICATE AS MERGED INTO THE SURVIVOR  *
026714* (OLD VALUE ITS DESCRIPTION) AND THE SURVIVOR AS MERGED    *
026718* FROM THE DUPLICATE.                                       *
026722*----------------------------------------------------------*
026726 4100-LOG-MERGE.
026730     PERFORM 8725-CHGL-GET-STAMP THRU 8725-EXIT.
026734     MOVE WS-DUP-PROV-ID TO WS-CHGL-PROV-ID.
026738     MOVE "MERGED-INTO" TO WS-CHGL-FIELD-NAME.
026742     MOVE WS-DUP-DESC TO WS-CHGL-OLD-VALUE.
026746     MOVE WS-SURV-PROV-ID TO WS-CHGL-NEW-VALUE.
026750     PERFORM 8740-CHGL-WRITE-ENTRY THRU 8740-EXIT.
026754     MOVE WS-SURV-PROV-ID TO WS-CHGL-PROV-ID.
026758     MOVE "MERGED-FROM" TO WS-CHGL-FIELD-NAME.
026762     MOVE SPACES TO WS-CHGL-OLD-VALUE.
026766     MOVE WS-DUP-PROV-ID TO WS-CHGL-NEW-VALUE.
026770     PERFORM 8740-CHGL-WRITE-ENTRY THRU 8740-EXIT.
026774 4100-EXIT.
026778     EXIT.
026782
026800*----------------------------------------------------------*
026900* 3900-DISPLAY-RECORD - FORMAT AND DISPLAY ONE PROVIDER    *
027000* RECORD TO THE TERMINAL.                                    *
028300 9000-END-PROGRAM.
028400     CLOSE LFIDPROVS.
028500     CLOSE LFXREF.
028550     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
028600 9000-EXIT.
028700     EXIT.
028800
028810     COPY CHGLOGPR.
028820
028900 END PROGRAM RDIDF11.
