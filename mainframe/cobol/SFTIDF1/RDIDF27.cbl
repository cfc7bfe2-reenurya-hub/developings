000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF27.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF27 - IRS TIN-MATCHING RESULT INTAKE.                 *
000900*                                                           *
001000* READS THE IRS BULK TIN-MATCHING RESULT FILE, IDFTINRS.DAT *
001100* - THE RDIDF26 REQUESTS ECHOED BACK WITH A RESULT CODE:    *
001200*   TIN TYPE;TIN;NAME;ACCOUNT NUMBER;RESULT                 *
001300* THE ACCOUNT NUMBER IS THE PROV-ID.  FOR EACH RESULT THE   *
001400* PROVIDER'S TIN-MATCH STATUS AND DATE ARE SET ON THE       *
001500* MASTER, IDFPROVS.DAT:                                     *
001600*   0, 6, 7, 8 - MATCHED.  THE MISMATCH COUNT IS RESET AND  *
001700*                ANY BACKUP-WITHHOLDING FLAG IS RELEASED.   *
001800*   2, 3       - MISMATCHED (TIN NOT ISSUED, OR TIN AND     *
001900*                NAME DO NOT MATCH).  THE MISMATCH COUNT IS *
002000*                BUMPED, AND ON THE SECOND MISMATCH THE     *
002100*                PROVIDER IS FLAGGED FOR BACKUP WITHHOLDING.*
002200*   1, 4, 5    - REQUEST ERRORS.  NOTHING IS UPDATED.       *
002300* A RESULT WHOSE PROVIDER IS NOT ON FILE, OR WHOSE TIN NO   *
002400* LONGER MATCHES PROV-TAX-ID (CHANGED SINCE THE EXTRACT),   *
002500* IS NOT APPLIED.  THE WORK LIST, IDFTINWK.DAT, LISTS EVERY *
002600* MISMATCH FOR W-9 / B-NOTICE FOLLOW-UP, THEN THE RELEASED  *
002700* FLAGS AND THE RESULTS NOT APPLIED.  A RERUN ON THE SAME   *
002800* BUSINESS DATE DOES NOT COUNT A MISMATCH TWICE.            *
002900*----------------------------------------------------------*
003000* MODIFICATION HISTORY                                      *
003100*----------------------------------------------------------*
003200* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
003300*----------------------------------------------------------*
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
003900         FILE STATUS IS FILE-CHECK-KEY
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PROV-ID
004300         ALTERNATE RECORD KEY IS PROV-DESC
004400             WITH DUPLICATES.
004500
004600     SELECT LFTINRS ASSIGN TO "IDFTINRS.DAT"
004700         FILE STATUS IS TINRS-FILE-STATUS
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT LFTINWK ASSIGN TO "IDFTINWK.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
005400         FILE STATUS IS RUNC-FILE-STATUS
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RUNC-JOB-NAME.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LFIDPROVS.
006200     COPY PROVREC.
006300
006400 FD  LFTINRS
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  TINRS-RECORD                PIC X(80).
006700
006800 FD  LFTINWK
006900     RECORD CONTAINS 132 CHARACTERS.
007000 01  TINWK-LINE                  PIC X(132).
007100
007200 FD  LFRNCTL.
007300     COPY RUNCTL.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-WORK-AREAS.
007700     05  FILE-CHECK-KEY          PIC X(02).
007800         88  RECORDFOUND             VALUES "00" "02".
007900         88  RECORDNOTFOUND          VALUE "23".
008000
008100     05  TINRS-FILE-STATUS       PIC X(02).
008200         88  TINRS-FILE-OK           VALUES "00" "04".
008300         88  TINRS-EOF               VALUE "10".
008400
008500 01  WS-RESULT-FIELDS.
008600     05  WS-RS-TIN-TYPE          PIC X(01).
008700     05  WS-RS-TIN               PIC X(09).
008800     05  WS-RS-NAME              PIC X(40).
008900     05  WS-RS-ACCOUNT           PIC X(10).
009000     05  WS-RS-ACCOUNT-NUM REDEFINES WS-RS-ACCOUNT
009100                                 PIC 9(10).
009200     05  WS-RS-RESULT            PIC X(01).
009300         88  RS-MATCHED              VALUES "0" "6" "7" "8".
009400         88  RS-MISMATCHED           VALUES "2" "3".
009500     05  WS-RS-RESULT-TEXT       PIC X(30).
009600     05  WS-BWH-TEXT             PIC X(08).
009700     05  WS-EXC-REASON           PIC X(30).
009800
009900 01  WS-SWITCHES.
010000     05  TINRS-EOF-SW            PIC X(01) VALUE "N".
010100         88  TINRS-DONE              VALUE "Y".
010200
010300 01  WS-HELD-TABLE-AREA.
010400     05  WS-HELD-ENTRY           OCCURS 500 TIMES.
010500         10  WS-HELD-SECT        PIC X(01).
010600         10  WS-HELD-LINE        PIC X(132).
010700
010800 01  WS-TABLE-WORK           COMP.
010900     05  WS-HELD-USED            PIC 9(04) VALUE ZERO.
011000     05  WS-PRINT-SUB            PIC 9(04).
011100
011200 01  WS-COUNTERS             COMP.
011300     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
011400     05  WS-MATCHED-COUNT        PIC 9(07) VALUE ZERO.
011500     05  WS-MISMATCH-COUNT       PIC 9(07) VALUE ZERO.
011600     05  WS-FLAGGED-COUNT        PIC 9(07) VALUE ZERO.
011700     05  WS-RELEASED-COUNT       PIC 9(07) VALUE ZERO.
011800     05  WS-NOT-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
011900     05  WS-HELD-LOST-COUNT      PIC 9(07) VALUE ZERO.
012000
012100 01  WS-REPORT-FIELDS.
012200     05  WS-COUNT-ED-1           PIC Z(06)9.
012300     05  WS-COUNT-ED-2           PIC Z(06)9.
012400     05  WS-COUNT-ED-3           PIC Z(06)9.
012500     05  WS-SECT-CODE            PIC X(01).
012600
012700     COPY RUNCTLWS.
012800
012900 PROCEDURE DIVISION.
013000
013100 0000-MAINLINE.
013200     MOVE "RDIDF27 " TO WS-RUNC-THIS-JOB.
013300     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
013600         UNTIL TINRS-DONE.
013700     PERFORM 4000-PRINT-HELD-SECTIONS THRU 4000-EXIT.
013800     PERFORM 4500-WRITE-TOTALS THRU 4500-EXIT.
013900     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
014000     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
014100     STOP RUN.
014200
014300*----------------------------------------------------------*
014400* 1000-INITIALIZE - OPEN FILES, WRITE THE WORK LIST         *
014500* HEADINGS, AND PRIME THE RESULT LOOP.  THE RUN DOES NOT    *
014600* START WITHOUT A RESULT FILE.                              *
014700*----------------------------------------------------------*
014800 1000-INITIALIZE.
014900     OPEN INPUT LFTINRS.
015000     IF NOT TINRS-FILE-OK
015100         DISPLAY "RDIDF27 ABEND - RESULT FILE IDFTINRS.DAT "
015200             "OPEN STATUS " TINRS-FILE-STATUS
015300         MOVE 16 TO RETURN-CODE
015400         STOP RUN
015500     END-IF.
015600     OPEN I-O LFIDPROVS.
015700     IF NOT RECORDFOUND
015800         DISPLAY "RDIDF27 ABEND - LFIDPROVS OPEN STATUS "
015900             FILE-CHECK-KEY
016000         CLOSE LFTINRS
016100         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016400     OPEN OUTPUT LFTINWK.
016500     MOVE SPACES TO WS-HELD-TABLE-AREA.
016600     MOVE SPACES TO TINWK-LINE.
016700     STRING "IRS TIN-MATCHING RESULTS - MISMATCH WORK LIST"
016800         " - BUSINESS DATE " WS-RUNC-BUS-DATE
016900         DELIMITED SIZE INTO TINWK-LINE
017000     END-STRING.
017100     WRITE TINWK-LINE.
017200     MOVE SPACES TO TINWK-LINE.
017300     WRITE TINWK-LINE.
017400     MOVE "TIN MISMATCHES - OBTAIN A CORRECTED W-9" TO TINWK-LINE.
017500     WRITE TINWK-LINE.
017600     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
017700 1000-EXIT.
017800     EXIT.
017900
018000*----------------------------------------------------------*
018100* 2000-PROCESS-RESULT - SPLIT ONE RESULT RECORD, FIND ITS   *
018200* PROVIDER, AND APPLY IT.  A RESULT THAT CANNOT BE APPLIED  *
018300* IS HELD FOR THE NOT-APPLIED SECTION.                      *
018400*----------------------------------------------------------*
018500 2000-PROCESS-RESULT.
018600     ADD 1 TO WS-READ-COUNT.
018700     MOVE SPACES TO WS-RESULT-FIELDS.
018800     UNSTRING TINRS-RECORD DELIMITED BY ";"
018900         INTO WS-RS-TIN-TYPE WS-RS-TIN WS-RS-NAME
019000              WS-RS-ACCOUNT WS-RS-RESULT
019100     END-UNSTRING.
019200     PERFORM 2050-SET-RESULT-TEXT THRU 2050-EXIT.
019300     IF WS-RS-ACCOUNT NOT NUMERIC
019400         MOVE "ACCOUNT NUMBER NOT A PROV-ID" TO WS-EXC-REASON
019500         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
019600         GO TO 2000-NEXT
019700     END-IF.
019800     MOVE WS-RS-ACCOUNT-NUM TO PROV-ID.
019900     READ LFIDPROVS
020000         KEY IS PROV-ID
020100         INVALID KEY CONTINUE
020200     END-READ.
020300     IF RECORDNOTFOUND
020400         MOVE "PROVIDER NOT ON FILE" TO WS-EXC-REASON
020500         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
020600         GO TO 2000-NEXT
020700     END-IF.
020800     IF NOT RECORDFOUND
020900         DISPLAY "RDIDF27 ABEND - LFIDPROVS STATUS "
021000             FILE-CHECK-KEY " ON PROV-ID " WS-RS-ACCOUNT
021100         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
021200         MOVE 16 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021500     IF NOT RS-MATCHED AND NOT RS-MISMATCHED
021600         MOVE "REQUEST ERROR - NOT MATCHED" TO WS-EXC-REASON
021700         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
021800         GO TO 2000-NEXT
021900     END-IF.
022000     IF WS-RS-TIN NOT = PROV-TAX-ID
022100         MOVE "TAX ID CHANGED SINCE EXTRACT" TO WS-EXC-REASON
022200         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
022300         GO TO 2000-NEXT
022400     END-IF.
022500     IF RS-MATCHED
022600         PERFORM 2100-APPLY-MATCH THRU 2100-EXIT
022700     ELSE
022800         PERFORM 2200-APPLY-MISMATCH THRU 2200-EXIT
022900     END-IF.
023000 2000-NEXT.
023100     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------*
023600* 2050-SET-RESULT-TEXT - THE IRS MEANING OF THE RESULT      *
023700* CODE, FOR THE WORK LIST.                                  *
023800*----------------------------------------------------------*
023900 2050-SET-RESULT-TEXT.
024000     EVALUATE WS-RS-RESULT
024100         WHEN "0"
024200             MOVE "TIN AND NAME MATCH" TO WS-RS-RESULT-TEXT
024300         WHEN "1"
024400             MOVE "TIN MISSING OR NOT 9 DIGITS"
024500                 TO WS-RS-RESULT-TEXT
024600         WHEN "2"
024700             MOVE "TIN NOT CURRENTLY ISSUED" TO WS-RS-RESULT-TEXT
024800         WHEN "3"
024900             MOVE "TIN AND NAME DO NOT MATCH"
025000                 TO WS-RS-RESULT-TEXT
025100         WHEN "4"
025200             MOVE "INVALID REQUEST" TO WS-RS-RESULT-TEXT
025300         WHEN "5"
025400             MOVE "DUPLICATE REQUEST" TO WS-RS-RESULT-TEXT
025500         WHEN "6"
025600             MOVE "MATCHED AS SSN" TO WS-RS-RESULT-TEXT
025700         WHEN "7"
025800             MOVE "MATCHED AS EIN" TO WS-RS-RESULT-TEXT
025900         WHEN "8"
026000             MOVE "MATCHED AS SSN AND EIN" TO WS-RS-RESULT-TEXT
026100         WHEN OTHER
026200             MOVE "UNKNOWN RESULT CODE" TO WS-RS-RESULT-TEXT
026300     END-EVALUATE.
026400 2050-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------*
026800* 2100-APPLY-MATCH - RECORD THE MATCH, RESET THE MISMATCH   *
026900* COUNT, AND RELEASE ANY BACKUP-WITHHOLDING FLAG - THE IRS  *
027000* HAS NOW CONFIRMED THE TIN AND NAME ON FILE.               *
027100*----------------------------------------------------------*
027200 2100-APPLY-MATCH.
027300     ADD 1 TO WS-MATCHED-COUNT.
027400     IF PROV-BACKUP-WITHHOLD
027500         ADD 1 TO WS-RELEASED-COUNT
027600         MOVE "R" TO WS-SECT-CODE
027700         MOVE "BACKUP WITHHOLDING RELEASED" TO WS-EXC-REASON
027800         PERFORM 2650-HOLD-LINE THRU 2650-EXIT
027900     END-IF.
028000     MOVE "M" TO PROV-TIN-MATCH-STAT.
028100     MOVE WS-RUNC-BUS-DATE TO PROV-TIN-MATCH-DATE.
028200     MOVE ZERO TO PROV-TIN-MISMATCH-CNT.
028300     MOVE "N" TO PROV-BACKUP-WH-FLAG.
028400     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
028500 2100-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------*
028900* 2200-APPLY-MISMATCH - RECORD THE MISMATCH AND COUNT IT,   *
029000* UNLESS THIS SAME BUSINESS DATE ALREADY DID (A RERUN).  THE*
029100* SECOND MISMATCH FLAGS THE PROVIDER FOR BACKUP WITHHOLDING.*
029200* EVERY MISMATCH IS LISTED ON THE WORK LIST.                *
029300*----------------------------------------------------------*
029400 2200-APPLY-MISMATCH.
029500     ADD 1 TO WS-MISMATCH-COUNT.
029600     IF PROV-TIN-MISMATCH-CNT NOT NUMERIC
029700         MOVE ZERO TO PROV-TIN-MISMATCH-CNT
029800     END-IF.
029900     IF PROV-TIN-MISMATCHED
030000             AND PROV-TIN-MATCH-DATE NUMERIC
030100             AND PROV-TIN-MATCH-DATE = WS-RUNC-BUS-DATE
030200         CONTINUE
030300     ELSE
030400         IF PROV-TIN-MISMATCH-CNT < 9
030500             ADD 1 TO PROV-TIN-MISMATCH-CNT
030600         END-IF
030700     END-IF.
030800     MOVE "N" TO PROV-TIN-MATCH-STAT.
030900     MOVE WS-RUNC-BUS-DATE TO PROV-TIN-MATCH-DATE.
031000     MOVE "NO" TO WS-BWH-TEXT.
031100     IF PROV-BACKUP-WITHHOLD
031200         MOVE "ON" TO WS-BWH-TEXT
031300     ELSE
031400         IF PROV-TIN-MISMATCH-CNT >= 2
031500             MOVE "Y" TO PROV-BACKUP-WH-FLAG
031600             MOVE "STARTED" TO WS-BWH-TEXT
031700             ADD 1 TO WS-FLAGGED-COUNT
031800         END-IF
031900     END-IF.
032000     PERFORM 2800-REWRITE-MASTER THRU 2800-EXIT.
032100     MOVE SPACES TO TINWK-LINE.
032200     STRING "  PROV-ID=" PROV-ID
032300         " TIN=" PROV-TAX-ID
032400         " RESULT=" WS-RS-RESULT " " WS-RS-RESULT-TEXT
032500         " MISMATCHES=" PROV-TIN-MISMATCH-CNT
032600         " BACKUP WH=" WS-BWH-TEXT
032700         " " PROV-DESC
032800         DELIMITED SIZE INTO TINWK-LINE
032900     END-STRING.
033000     WRITE TINWK-LINE.
033100 2200-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------*
033500* 2600-HOLD-NOT-APPLIED - HOLD ONE RESULT THAT WAS NOT      *
033600* APPLIED, WITH THE REASON, FOR THE NOT-APPLIED SECTION.    *
033700*----------------------------------------------------------*
033800 2600-HOLD-NOT-APPLIED.
033900     ADD 1 TO WS-NOT-APPLIED-COUNT.
034000     MOVE "E" TO WS-SECT-CODE.
034100     PERFORM 2650-HOLD-LINE THRU 2650-EXIT.
034200 2600-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------*
034600* 2650-HOLD-LINE - BUILD ONE HELD LINE FROM THE RESULT AND  *
034700* THE REASON AND FILE IT UNDER ITS SECTION CODE.  LINES     *
034800* PAST THE TABLE CAPACITY ARE COUNTED, NOT LISTED.          *
034900*----------------------------------------------------------*
035000 2650-HOLD-LINE.
035100     IF WS-HELD-USED >= 500
035200         ADD 1 TO WS-HELD-LOST-COUNT
035300         GO TO 2650-EXIT
035400     END-IF.
035500     ADD 1 TO WS-HELD-USED.
035600     MOVE WS-SECT-CODE TO WS-HELD-SECT (WS-HELD-USED).
035700     STRING "  ACCOUNT=" WS-RS-ACCOUNT
035800         " TIN=" WS-RS-TIN
035900         " RESULT=" WS-RS-RESULT " " WS-RS-RESULT-TEXT
036000         " " WS-EXC-REASON
036100         DELIMITED SIZE INTO WS-HELD-LINE (WS-HELD-USED)
036200     END-STRING.
036300 2650-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------*
036700* 2800-REWRITE-MASTER - WRITE THE UPDATED PROVIDER BACK.    *
036800* A FAILED REWRITE HALTS THE RUN.                           *
036900*----------------------------------------------------------*
037000 2800-REWRITE-MASTER.
037100     REWRITE PROVS-RECORD
037200         INVALID KEY CONTINUE
037300     END-REWRITE.
037400     IF NOT RECORDFOUND
037500         DISPLAY "RDIDF27 ABEND - LFIDPROVS REWRITE STATUS "
037600             FILE-CHECK-KEY " ON PROV-ID " PROV-ID
037700         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100 2800-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------*
038500* 2900-READ-RESULT - READ THE NEXT RESULT RECORD.  ANY      *
038600* STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE RUN.   *
038700*----------------------------------------------------------*
038800 2900-READ-RESULT.
038900     READ LFTINRS
039000         AT END MOVE "Y" TO TINRS-EOF-SW
039100     END-READ.
039200     IF NOT TINRS-DONE
039300         IF NOT TINRS-FILE-OK
039400             DISPLAY "RDIDF27 ABEND - LFTINRS STATUS "
039500                 TINRS-FILE-STATUS
039600             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
039700             MOVE 16 TO RETURN-CODE
039800             STOP RUN
039900         END-IF
040000     END-IF.
040100 2900-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------*
040500* 4000-PRINT-HELD-SECTIONS - AFTER THE WORK LIST, THE       *
040600* RELEASED BACKUP-WITHHOLDING FLAGS AND THEN THE RESULTS    *
040700* NOT APPLIED.                                              *
040800*----------------------------------------------------------*
040900 4000-PRINT-HELD-SECTIONS.
041000     IF WS-MISMATCH-COUNT = ZERO
041100         MOVE "  NONE" TO TINWK-LINE
041200         WRITE TINWK-LINE
041300     END-IF.
041400     MOVE SPACES TO TINWK-LINE.
041500     WRITE TINWK-LINE.
041600     MOVE "BACKUP WITHHOLDING RELEASED - TIN NOW MATCHES"
041700         TO TINWK-LINE.
041800     WRITE TINWK-LINE.
041900     MOVE "R" TO WS-SECT-CODE.
042000     PERFORM 4010-PRINT-ONE-HELD THRU 4010-EXIT
042100         VARYING WS-PRINT-SUB FROM 1 BY 1
042200         UNTIL WS-PRINT-SUB > WS-HELD-USED.
042300     IF WS-RELEASED-COUNT = ZERO
042400         MOVE "  NONE" TO TINWK-LINE
042500         WRITE TINWK-LINE
042600     END-IF.
042700     MOVE SPACES TO TINWK-LINE.
042800     WRITE TINWK-LINE.
042900     MOVE "RESULTS NOT APPLIED" TO TINWK-LINE.
043000     WRITE TINWK-LINE.
043100     MOVE "E" TO WS-SECT-CODE.
043200     PERFORM 4010-PRINT-ONE-HELD THRU 4010-EXIT
043300         VARYING WS-PRINT-SUB FROM 1 BY 1
043400         UNTIL WS-PRINT-SUB > WS-HELD-USED.
043500     IF WS-NOT-APPLIED-COUNT = ZERO
043600         MOVE "  NONE" TO TINWK-LINE
043700         WRITE TINWK-LINE
043800     END-IF.
043900     IF WS-HELD-LOST-COUNT > ZERO
044000         MOVE WS-HELD-LOST-COUNT TO WS-COUNT-ED-1
044100         MOVE SPACES TO TINWK-LINE
044200         STRING "*** LINES PAST TABLE CAPACITY - NOT LISTED: "
044300             WS-COUNT-ED-1
044400             DELIMITED SIZE INTO TINWK-LINE
044500         END-STRING
044600         WRITE TINWK-LINE
044700     END-IF.
044800 4000-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------*
045200* 4010-PRINT-ONE-HELD - PRINT ONE HELD LINE IF IT BELONGS   *
045300* TO THE SECTION BEING PRINTED.                             *
045400*----------------------------------------------------------*
045500 4010-PRINT-ONE-HELD.
045600     IF WS-HELD-SECT (WS-PRINT-SUB) = WS-SECT-CODE
045700         MOVE WS-HELD-LINE (WS-PRINT-SUB) TO TINWK-LINE
045800         WRITE TINWK-LINE
045900     END-IF.
046000 4010-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------*
046400* 4500-WRITE-TOTALS - CLOSE THE WORK LIST WITH THE RUN      *
046500* COUNTS AND DISPLAY THEM FOR THE JOB LOG.                  *
046600*----------------------------------------------------------*
046700 4500-WRITE-TOTALS.
046800     MOVE SPACES TO TINWK-LINE.
046900     WRITE TINWK-LINE.
047000     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
047100     MOVE WS-MATCHED-COUNT TO WS-COUNT-ED-2.
047200     MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED-3.
047300     MOVE SPACES TO TINWK-LINE.
047400     STRING "RESULTS READ: " WS-COUNT-ED-1
047500         "  MATCHED: " WS-COUNT-ED-2
047600         "  MISMATCHED: " WS-COUNT-ED-3
047700         DELIMITED SIZE INTO TINWK-LINE
047800     END-STRING.
047900     WRITE TINWK-LINE.
048000     DISPLAY "RDIDF27 - " TINWK-LINE (1:80).
048100     MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED-1.
048200     MOVE WS-RELEASED-COUNT TO WS-COUNT-ED-2.
048300     MOVE WS-NOT-APPLIED-COUNT TO WS-COUNT-ED-3.
048400     MOVE SPACES TO TINWK-LINE.
048500     STRING "BACKUP WH STARTED: " WS-COUNT-ED-1
048600         "  RELEASED: " WS-COUNT-ED-2
048700         "  NOT APPLIED: " WS-COUNT-ED-3
048800         DELIMITED SIZE INTO TINWK-LINE
048900     END-STRING.
049000     WRITE TINWK-LINE.
049100     DISPLAY "RDIDF27 - " TINWK-LINE (1:80).
049200 4500-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------*
049600* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
049700*----------------------------------------------------------*
049800 9000-END-PROGRAM.
049900     CLOSE LFIDPROVS.
050000     CLOSE LFTINRS.
050100     CLOSE LFTINWK.
050200 9000-EXIT.
050300     EXIT.
050400
050500     COPY RUNCTLPR.
050600
050700 END PROGRAM RDIDF27.
