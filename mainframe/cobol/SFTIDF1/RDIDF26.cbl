000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF26.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF26 - IRS BULK TIN-MATCHING EXTRACT.                  *
000900*                                                           *
001000* READS THE PROVIDER MASTER, IDFPROVS.DAT, END TO END AND   *
001100* WRITES ONE REQUEST PER PROVIDER TO IDFTINOT.DAT IN THE IRS*
001200* BULK TIN-MATCHING LAYOUT - SEMICOLON-DELIMITED TEXT:      *
001300*   TIN TYPE;TIN;NAME;ACCOUNT NUMBER                        *
001400* TIN TYPE IS 3 (UNKNOWN) SINCE THE MASTER DOES NOT SAY     *
001500* WHETHER PROV-TAX-ID IS AN EIN OR AN SSN.  THE NAME IS     *
001600* PROV-DESC WITH THE PUNCTUATION THE IRS REJECTS BLANKED    *
001700* OUT.  THE ACCOUNT NUMBER IS THE PROV-ID, WHICH THE IRS    *
001800* ECHOES BACK SO RDIDF27 CAN MATCH EACH RESULT TO ITS       *
001900* PROVIDER.  A PROVIDER WITH A BLANK OR NON-NUMERIC TAX ID  *
002000* OR A BLANK NAME IS NOT SENT; IT IS COUNTED AND LISTED ON  *
002100* THE CONTROL REPORT, IDFTINCR.DAT, FOR W-9 FOLLOW-UP.      *
002200* THE MASTER IS NOT UPDATED.                                *
002300*----------------------------------------------------------*
002400* MODIFICATION HISTORY                                      *
002500*----------------------------------------------------------*
002600* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
002700*----------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
003300         FILE STATUS IS FILE-CHECK-KEY
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PROV-ID
003700         ALTERNATE RECORD KEY IS PROV-DESC
003800             WITH DUPLICATES.
003900
004000     SELECT LFTINOT ASSIGN TO "IDFTINOT.DAT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT LFTINCR ASSIGN TO "IDFTINCR.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
004700         FILE STATUS IS RUNC-FILE-STATUS
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RUNC-JOB-NAME.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  LFIDPROVS.
005500     COPY PROVREC.
005600
005700 FD  LFTINOT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  TINOT-RECORD                PIC X(80).
006000
006100 FD  LFTINCR
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  TINCR-LINE                  PIC X(132).
006400
006500 FD  LFRNCTL.
006600     COPY RUNCTL.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-WORK-AREAS.
007000     05  FILE-CHECK-KEY          PIC X(02).
007100         88  RECORDFOUND             VALUES "00" "02".
007200
007300     05  WS-TIN-NAME             PIC X(40).
007400     05  WS-NAME-LEN         COMP PIC 9(02).
007500
007600 01  WS-SWITCHES.
007700     05  MASTER-EOF-SW           PIC X(01) VALUE "N".
007800         88  MASTER-EOF              VALUE "Y".
007900
008000 01  WS-COUNTERS             COMP.
008100     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
008200     05  WS-SENT-COUNT           PIC 9(07) VALUE ZERO.
008300     05  WS-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
008400
008500 01  WS-REPORT-FIELDS.
008600     05  WS-COUNT-ED-1           PIC Z(06)9.
008700     05  WS-COUNT-ED-2           PIC Z(06)9.
008800     05  WS-COUNT-ED-3           PIC Z(06)9.
008900
009000     COPY RUNCTLWS.
009100
009200 PROCEDURE DIVISION.
009300
009400 0000-MAINLINE.
009500     MOVE "RDIDF26 " TO WS-RUNC-THIS-JOB.
009600     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-PROCESS-PROVIDER THRU 2000-EXIT
009900         UNTIL MASTER-EOF.
010000     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
010100     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
010200     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
010300     STOP RUN.
010400
010500*----------------------------------------------------------*
010600* 1000-INITIALIZE - OPEN FILES, WRITE THE CONTROL REPORT    *
010700* HEADINGS, AND PRIME THE MASTER LOOP.                      *
010800*----------------------------------------------------------*
010900 1000-INITIALIZE.
011000     OPEN INPUT LFIDPROVS.
011100     OPEN OUTPUT LFTINOT.
011200     OPEN OUTPUT LFTINCR.
011300     MOVE SPACES TO TINCR-LINE.
011400     STRING "IRS TIN-MATCHING EXTRACT CONTROL REPORT"
011500         " - BUSINESS DATE " WS-RUNC-BUS-DATE
011600         DELIMITED SIZE INTO TINCR-LINE
011700     END-STRING.
011800     WRITE TINCR-LINE.
011900     MOVE SPACES TO TINCR-LINE.
012000     WRITE TINCR-LINE.
012100     MOVE "PROVIDERS NOT SENT - NO USABLE TAX ID OR NAME"
012200         TO TINCR-LINE.
012300     WRITE TINCR-LINE.
012400     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700
012800*----------------------------------------------------------*
012900* 2000-PROCESS-PROVIDER - SEND ONE PROVIDER WITH A USABLE   *
013000* TAX ID AND NAME, OR LIST IT AS NOT SENT, THEN READ THE    *
013100* NEXT.                                                     *
013200*----------------------------------------------------------*
013300 2000-PROCESS-PROVIDER.
013400     ADD 1 TO WS-READ-COUNT.
013500     MOVE PROV-DESC TO WS-TIN-NAME.
013600     INSPECT WS-TIN-NAME CONVERTING ".,;:'/#()""" TO SPACES.
013700     MOVE 40 TO WS-NAME-LEN.
013800     PERFORM 2150-BACK-UP-NAME THRU 2150-EXIT
013900         UNTIL WS-NAME-LEN = 1
014000             OR WS-TIN-NAME (WS-NAME-LEN:1) NOT = SPACE.
014100     IF PROV-TAX-ID NOT NUMERIC
014200             OR PROV-TAX-ID = ZEROS
014300             OR WS-TIN-NAME = SPACES
014400         PERFORM 2200-LIST-NOT-SENT THRU 2200-EXIT
014500     ELSE
014600         PERFORM 2100-WRITE-REQUEST THRU 2100-EXIT
014700     END-IF.
014800     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
014900 2000-EXIT.
015000     EXIT.
015100
015200*----------------------------------------------------------*
015300* 2100-WRITE-REQUEST - ONE TIN-MATCHING REQUEST RECORD.     *
015400*----------------------------------------------------------*
015500 2100-WRITE-REQUEST.
015600     MOVE SPACES TO TINOT-RECORD.
015700     STRING "3;" PROV-TAX-ID ";"
015800         WS-TIN-NAME (1:WS-NAME-LEN) ";"
015900         PROV-ID
016000         DELIMITED SIZE INTO TINOT-RECORD
016100     END-STRING.
016200     WRITE TINOT-RECORD.
016300     ADD 1 TO WS-SENT-COUNT.
016400 2100-EXIT.
016500     EXIT.
016600
016700*----------------------------------------------------------*
016800* 2150-BACK-UP-NAME - ONE STEP OF THE SCAN BACK FROM THE    *
016900* END OF THE NAME TO ITS LAST NON-BLANK CHARACTER, SO THE   *
017000* REQUEST CARRIES NO TRAILING BLANKS.                       *
017100*----------------------------------------------------------*
017200 2150-BACK-UP-NAME.
017300     SUBTRACT 1 FROM WS-NAME-LEN.
017400 2150-EXIT.
017500     EXIT.
017600
017700*----------------------------------------------------------*
017800* 2200-LIST-NOT-SENT - ONE CONTROL REPORT LINE FOR A        *
017900* PROVIDER THAT CANNOT BE SENT FOR MATCHING.                *
018000*----------------------------------------------------------*
018100 2200-LIST-NOT-SENT.
018200     ADD 1 TO WS-SKIPPED-COUNT.
018300     MOVE SPACES TO TINCR-LINE.
018400     STRING "  PROV-ID=" PROV-ID
018500         " TAX-ID AS FOUND=" PROV-TAX-ID
018600         " STAT=" PROV-STAT-CODE
018700         " " PROV-DESC
018800         DELIMITED SIZE INTO TINCR-LINE
018900     END-STRING.
019000     WRITE TINCR-LINE.
019100 2200-EXIT.
019200     EXIT.
019300
019400*----------------------------------------------------------*
019500* 2900-READ-MASTER - READ THE NEXT PROVIDER MASTER RECORD.  *
019600* ANY STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE    *
019700* RUN.                                                      *
019800*----------------------------------------------------------*
019900 2900-READ-MASTER.
020000     READ LFIDPROVS NEXT RECORD
020100         AT END MOVE "Y" TO MASTER-EOF-SW
020200     END-READ.
020300     IF NOT MASTER-EOF
020400         IF NOT RECORDFOUND
020500             DISPLAY "RDIDF26 ABEND - LFIDPROVS STATUS "
020600                 FILE-CHECK-KEY
020700             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
020800             MOVE 16 TO RETURN-CODE
020900             STOP RUN
021000         END-IF
021100     END-IF.
021200 2900-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------*
021600* 4000-WRITE-TOTALS - CLOSE THE CONTROL REPORT WITH THE     *
021700* RUN COUNTS AND DISPLAY THEM FOR THE JOB LOG.  THE SENT    *
021800* COUNT IS THE FIGURE TO AGREE TO THE IRS ACKNOWLEDGMENT.   *
021900*----------------------------------------------------------*
022000 4000-WRITE-TOTALS.
022100     IF WS-SKIPPED-COUNT = ZERO
022200         MOVE "  NONE" TO TINCR-LINE
022300         WRITE TINCR-LINE
022400     END-IF.
022500     MOVE SPACES TO TINCR-LINE.
022600     WRITE TINCR-LINE.
022700     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
022800     MOVE WS-SENT-COUNT TO WS-COUNT-ED-2.
022900     MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED-3.
023000     MOVE SPACES TO TINCR-LINE.
023100     STRING "PROVIDERS READ: " WS-COUNT-ED-1
023200         "  SENT FOR MATCHING: " WS-COUNT-ED-2
023300         "  NOT SENT: " WS-COUNT-ED-3
023400         DELIMITED SIZE INTO TINCR-LINE
023500     END-STRING.
023600     WRITE TINCR-LINE.
023700     DISPLAY "RDIDF26 - " TINCR-LINE (1:80).
023800 4000-EXIT.
023900     EXIT.
024000
024100*----------------------------------------------------------*
024200* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
024300*----------------------------------------------------------*
024400 9000-END-PROGRAM.
024500     CLOSE LFIDPROVS.
024600     CLOSE LFTINOT.
024700     CLOSE LFTINCR.
024800 9000-EXIT.
024900     EXIT.
025000
025100     COPY RUNCTLPR.
025200
025300 END PROGRAM RDIDF26.
