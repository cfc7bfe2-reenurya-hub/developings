002400* IDFDCSNP.DAT OUTPUT FROM LAST NIGHT - RENAME/COPY         *
002500* BETWEEN RUNS.  THE FIRST-EVER RUN TOLERATES A MISSING     *
002600* PRIOR SNAPSHOT AND EXTRACTS EVERY PROVIDER AS ADDED.      *
002610*                                                           *
002620* THE UNDELIVERABLE-ADDRESS FLAG AND DATE (SET BY RDIDF28,  *
002630* CLEARED BY AN ADDRESS CHANGE) RIDE ON EVERY DELTA, AND A  *
002640* CHANGE IN THE FLAG ALONE IS A DELTA, MARKED BY ITS OWN    *
002650* CHANGE FLAG, SO CLAIMS CAN STOP MAILING TO A BAD ADDRESS. *
002700*----------------------------------------------------------*
002800* MODIFICATION HISTORY                                      *
002900*----------------------------------------------------------*
003000* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003010* 10/15/2026  DK   CARRY THE UNDELIVERABLE-ADDRESS FLAG AND    *
003020*                  DATE ON THE SNAPSHOT AND THE CLAIMS DELTA;  *
003030*                  A FLAG CHANGE NOW EXTRACTS THE PROVIDER.    *
003100*----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
007700     05  PRD-ADDR-STATE          PIC X(02).
007800     05  PRD-ADDR-ZIP            PIC X(09).
007900     05  PRD-SNAP-BUS-DATE       PIC 9(08).
008000     05  PRD-ADDR-UNDELIV-FLAG   PIC X(01).
008010         88  PRD-ADDR-UNDELIVERABLE  VALUE "Y".
008020     05  PRD-ADDR-UNDELIV-DATE   PIC 9(08).
008050     05  FILLER                  PIC X(21).
008100
008200 FD  LFCRDEMO
008300     RECORD CONTAINS 200 CHARACTERS.
009400     05  CRD-ADDR-STATE          PIC X(02).
009500     05  CRD-ADDR-ZIP            PIC X(09).
009600     05  CRD-SNAP-BUS-DATE       PIC 9(08).
009700     05  CRD-ADDR-UNDELIV-FLAG   PIC X(01).
009710     05  CRD-ADDR-UNDELIV-DATE   PIC 9(08).
009720     05  FILLER                  PIC X(21).
009800
009900 FD  LFCLDLT
010000     RECORD CONTAINS 200 CHARACTERS.
011500         10  DLT-ADDR-STATE      PIC X(02).
011600         10  DLT-ADDR-ZIP        PIC X(09).
011700         10  DLT-BUS-DATE        PIC 9(08).
011800         10  DLT-UNDELIV-CHG     PIC X(01).
011810         10  DLT-ADDR-UNDELIV-FLAG
011820                                 PIC X(01).
011830         10  DLT-ADDR-UNDELIV-DATE
011840                                 PIC 9(08).
011850         10  FILLER              PIC X(17).
011900     05  DLT-TRAILER-AREA REDEFINES DLT-DETAIL-AREA.
012000         10  DLT-TRL-COUNT       PIC 9(07).
012100         10  DLT-TRL-HASH        PIC 9(13).
013400         88  PRDEMO-FILE-NOT-FOUND   VALUE "35".
013500
013600     05  WS-CURR-PROV-ID         PIC 9(10) VALUE ZERO.
013610     05  WS-CURR-UNDELIV-FLAG    PIC X(01) VALUE SPACE.
013620     05  WS-CURR-UNDELIV-DATE    PIC 9(08) VALUE ZERO.
013700
013800 01  WS-SWITCHES.
013900     05  CURR-EOF-SW             PIC X(01) VALUE "N".
014800     05  WS-CHANGED-COUNT        PIC 9(07) VALUE ZERO.
014900     05  WS-REMOVED-COUNT        PIC 9(07) VALUE ZERO.
015000     05  WS-STATCHG-COUNT        PIC 9(07) VALUE ZERO.
015010     05  WS-UNDELIV-CHG-COUNT    PIC 9(07) VALUE ZERO.
015100     05  WS-DELTA-COUNT          PIC 9(07) VALUE ZERO.
015200     05  WS-DELTA-HASH           PIC 9(13) VALUE ZERO.
015300
015600     05  WS-COUNT-ED-2           PIC Z(06)9.
015700     05  WS-COUNT-ED-3           PIC Z(06)9.
015800     05  WS-COUNT-ED-4           PIC Z(06)9.
015810     05  WS-COUNT-ED-5           PIC Z(06)9.
015900
016000     COPY RUNCTLWS.
016100
023100* AND SNAPSHOT ITS DEMOGRAPHICS FOR NEXT RUN'S COMPARE.     *
023200* THE MASTER BUFFER STAYS CURRENT FOR THE COMPARE AND THE   *
023300* DELTA BUILD.                                               *
023310* THE UNDELIVERABLE FLAG IS CARRIED AS Y OR N.              *
023400*----------------------------------------------------------*
023500 2100-READ-CURRENT.
023600     READ LFIDPROVS NEXT RECORD
024700         STOP RUN
024800     END-IF.
024900     MOVE PROV-ID TO WS-CURR-PROV-ID.
024910     IF PROV-ADDR-UNDELIVERABLE
024920         MOVE "Y" TO WS-CURR-UNDELIV-FLAG
024930         MOVE PROV-ADDR-UNDELIV-DATE TO WS-CURR-UNDELIV-DATE
024940     ELSE
024950         MOVE "N" TO WS-CURR-UNDELIV-FLAG
024960         MOVE ZERO TO WS-CURR-UNDELIV-DATE
024970     END-IF.
025000     MOVE SPACES TO CRDEMO-RECORD.
025100     MOVE PROV-ID TO CRD-PROV-ID.
025200     MOVE PROV-STAT-CODE TO CRD-STAT-CODE.
026000     MOVE PROV-ADDR-STATE TO CRD-ADDR-STATE.
026100     MOVE PROV-ADDR-ZIP TO CRD-ADDR-ZIP.
026200     MOVE WS-RUNC-BUS-DATE TO CRD-SNAP-BUS-DATE.
026210     MOVE WS-CURR-UNDELIV-FLAG TO CRD-ADDR-UNDELIV-FLAG.
026220     MOVE WS-CURR-UNDELIV-DATE TO CRD-ADDR-UNDELIV-DATE.
026300     WRITE CRDEMO-RECORD.
026400 2100-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------*
026800* 2200-READ-PRIOR - READ THE NEXT RECORD OF THE PRIOR      *
026900* RUN'S DEMOGRAPHIC SNAPSHOT.  A SNAPSHOT WRITTEN BEFORE THE*
026910* UNDELIVERABLE FLAG WAS CARRIED HAS IT BLANK - READ AS N,  *
026920* SO THE FIRST RUN DOES NOT EXTRACT EVERY PROVIDER.         *
027000*----------------------------------------------------------*
027100 2200-READ-PRIOR.
027200     READ LFPRDEMO
027300         AT END MOVE "Y" TO PRIOR-EOF-SW
027400     END-READ.
027410     IF PRIOR-EOF
027420         GO TO 2200-EXIT
027430     END-IF.
027440     IF NOT PRD-ADDR-UNDELIVERABLE
027450         MOVE "N" TO PRD-ADDR-UNDELIV-FLAG
027460     END-IF.
027470     IF PRD-ADDR-UNDELIV-DATE NOT NUMERIC
027480         MOVE ZERO TO PRD-ADDR-UNDELIV-DATE
027490     END-IF.
027500 2200-EXIT.
027600     EXIT.
027700
028400     PERFORM 2600-BUILD-DELTA-FROM-MASTER THRU 2600-EXIT.
028500     MOVE "A" TO DLT-CHANGE-CODE.
028600     MOVE "N" TO DLT-STATUS-CHG.
028610     MOVE "N" TO DLT-UNDELIV-CHG.
028700     PERFORM 2700-WRITE-DELTA THRU 2700-EXIT.
028800 2300-EXIT.
028900     EXIT.
030000     MOVE "D" TO DLT-REC-TYPE.
030100     MOVE "R" TO DLT-CHANGE-CODE.
030200     MOVE "N" TO DLT-STATUS-CHG.
030210     MOVE "N" TO DLT-UNDELIV-CHG.
030300     MOVE PRD-PROV-ID TO DLT-PROV-ID.
030400     MOVE PRD-STAT-CODE TO DLT-STAT-CODE.
030500     MOVE PRD-STAT-EFF-DATE TO DLT-STAT-EFF-DATE.
031100     MOVE PRD-ADDR-CITY TO DLT-ADDR-CITY.
031200     MOVE PRD-ADDR-STATE TO DLT-ADDR-STATE.
031300     MOVE PRD-ADDR-ZIP TO DLT-ADDR-ZIP.
031310     MOVE PRD-ADDR-UNDELIV-FLAG TO DLT-ADDR-UNDELIV-FLAG.
031320     MOVE PRD-ADDR-UNDELIV-DATE TO DLT-ADDR-UNDELIV-DATE.
031400     MOVE WS-RUNC-BUS-DATE TO DLT-BUS-DATE.
031500     PERFORM 2700-WRITE-DELTA THRU 2700-EXIT.
031600 2400-EXIT.
031800
031900*----------------------------------------------------------*
032000* 2500-PROVIDER-MATCHED - SAME PROVIDER ON BOTH SIDES.     *
032100* EXTRACT IT ONLY IF A DEMOGRAPHIC OR STATUS FIELD, OR THE  *
032200* UNDELIVERABLE-ADDRESS FLAG, MOVED SINCE THE LAST RUN.     *
032300* BALANCE MOVEMENT IS THE GL FEED'S BUSINESS (RDIDF3), NOT  *
032310* THIS EXTRACT'S.                                           *
032400*----------------------------------------------------------*
032500 2500-PROVIDER-MATCHED.
032600     IF PROV-STAT-CODE = PRD-STAT-CODE
033300             AND PROV-ADDR-CITY = PRD-ADDR-CITY
033400             AND PROV-ADDR-STATE = PRD-ADDR-STATE
033500             AND PROV-ADDR-ZIP = PRD-ADDR-ZIP
033510             AND WS-CURR-UNDELIV-FLAG = PRD-ADDR-UNDELIV-FLAG
033600         GO TO 2500-EXIT
033700     END-IF.
033800     ADD 1 TO WS-CHANGED-COUNT.
034400         MOVE "Y" TO DLT-STATUS-CHG
034500         ADD 1 TO WS-STATCHG-COUNT
034600     END-IF.
034610     IF WS-CURR-UNDELIV-FLAG = PRD-ADDR-UNDELIV-FLAG
034620         MOVE "N" TO DLT-UNDELIV-CHG
034630     ELSE
034640         MOVE "Y" TO DLT-UNDELIV-CHG
034650         ADD 1 TO WS-UNDELIV-CHG-COUNT
034660     END-IF.
034700     PERFORM 2700-WRITE-DELTA THRU 2700-EXIT.
034800 2500-EXIT.
034900     EXIT.
036800     MOVE PROV-ADDR-STATE TO DLT-ADDR-STATE.
036900     MOVE PROV-ADDR-ZIP TO DLT-ADDR-ZIP.
037000     MOVE WS-RUNC-BUS-DATE TO DLT-BUS-DATE.
037010     MOVE WS-CURR-UNDELIV-FLAG TO DLT-ADDR-UNDELIV-FLAG.
037020     MOVE WS-CURR-UNDELIV-DATE TO DLT-ADDR-UNDELIV-DATE.
037100 2600-EXIT.
037200     EXIT.
037300
039600     MOVE WS-CHANGED-COUNT TO WS-COUNT-ED-2.
039700     MOVE WS-REMOVED-COUNT TO WS-COUNT-ED-3.
039800     MOVE WS-STATCHG-COUNT TO WS-COUNT-ED-4.
039810     MOVE WS-UNDELIV-CHG-COUNT TO WS-COUNT-ED-5.
039900     DISPLAY "RDIDF22 - ADDED: " WS-COUNT-ED-1
040000         "  CHANGED: " WS-COUNT-ED-2
040100         "  REMOVED: " WS-COUNT-ED-3
040200         "  STATUS CHANGES: " WS-COUNT-ED-4
040210         "  UNDELIVERABLE CHANGES: " WS-COUNT-ED-5.
040300 4000-EXIT.
040400     EXIT.
040500
