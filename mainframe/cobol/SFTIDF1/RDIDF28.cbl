000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF28.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF28 - RETURNED-MAIL INTAKE.                           *
000900*                                                           *
001000* READS THE MAILROOM'S RETURNED-MAIL FILE, IDFRTMAL.DAT -   *
001100* ONE RECORD PER STATEMENT (RDIDF16), REFUND CHECK (RDIDF19)*
001200* OR OTHER PIECE RETURNED UNDELIVERABLE, KEYED BY PROV-ID,  *
001300* WITH THE DATE IT CAME BACK, THE DATE IT WAS MAILED, AND   *
001400* THE POST OFFICE REASON - AND SETS THE UNDELIVERABLE-      *
001500* ADDRESS FLAG AND DATE ON THE PROVIDER MASTER,             *
001600* IDFPROVS.DAT.                                             *
001700* A FLAGGED PROVIDER'S STATEMENT IS HELD BY RDIDF16, ITS    *
001800* REFUND IS HELD BY RDIDF19, AND THE FLAG GOES TO CLAIMS ON *
001900* THE RDIDF22 DELTA.  AN ADDRESS CHANGE THROUGH RDIDF2 OR   *
002000* RDIDF12 CLEARS IT.                                        *
002100*                                                           *
002200* A RETURN IS NOT APPLIED WHEN THE PROVIDER IS NOT ON FILE  *
002300* (A MERGED-AWAY ID NAMES ITS SURVIVOR, WHOSE ADDRESS MAY   *
002400* DIFFER), OR WHEN THE CHANGE LOG, IDFCHLOG.DAT, SHOWS THE  *
002500* ADDRESS WAS CHANGED ON OR AFTER THE DATE THE PIECE WAS    *
002600* MAILED - THE PIECE WENT TO THE OLD ADDRESS.  A PROVIDER   *
002700* ALREADY FLAGGED KEEPS ITS ORIGINAL DATE, SO A RERUN OF THE*
002800* SAME FILE CHANGES NOTHING.  EVERY FLAG SET IS LOGGED ON   *
002900* IDFCHLOG.DAT.  THE REPORT, IDFRTMRP.DAT, LISTS THE        *
003000* PROVIDERS FLAGGED, THE ONES ALREADY FLAGGED, AND THE      *
003100* RETURNS NOT APPLIED.                                      *
003200*----------------------------------------------------------*
003300* MODIFICATION HISTORY                                      *
003400*----------------------------------------------------------*
003500* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
003600*----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
004200         FILE STATUS IS FILE-CHECK-KEY
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PROV-ID
004600         ALTERNATE RECORD KEY IS PROV-DESC
004700             WITH DUPLICATES.
004800
004900     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
005000         FILE STATUS IS XREF-FILE-STATUS
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS XREF-OLD-PROV-ID.
005400
005500     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
005600         FILE STATUS IS CHGL-FILE-STATUS
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CHG-KEY.
006000
006100     SELECT LFRTMAL ASSIGN TO "IDFRTMAL.DAT"
006200         FILE STATUS IS RTMAL-FILE-STATUS
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT LFRTMRP ASSIGN TO "IDFRTMRP.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
006900         FILE STATUS IS RUNC-FILE-STATUS
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS RUNC-JOB-NAME.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  LFIDPROVS.
007700     COPY PROVREC.
007800
007900 FD  LFXREF.
008000     COPY XREFREC.
008100
008200 FD  LFCHLOG.
008300     COPY CHGLOG.
008400
008500 FD  LFRTMAL
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  RTMAL-RECORD.
008800     05  RTM-PROV-ID             PIC X(10).
008900     05  RTM-PROV-ID-NUM REDEFINES RTM-PROV-ID
009000                                 PIC 9(10).
009100     05  RTM-RETURN-DATE         PIC X(08).
009200     05  RTM-RETURN-DATE-NUM REDEFINES RTM-RETURN-DATE
009300                                 PIC 9(08).
009400     05  RTM-MAILED-DATE         PIC X(08).
009500     05  RTM-MAILED-DATE-NUM REDEFINES RTM-MAILED-DATE
009600                                 PIC 9(08).
009700     05  RTM-MAIL-TYPE           PIC X(01).
009800         88  RTM-STATEMENT           VALUE "S".
009900         88  RTM-REFUND-CHECK        VALUE "R".
010000     05  RTM-REASON              PIC X(30).
010100     05  FILLER                  PIC X(23).
010200
010300 FD  LFRTMRP
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  RTMRP-LINE                  PIC X(132).
010600
010700 FD  LFRNCTL.
010800     COPY RUNCTL.
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-WORK-AREAS.
011200     05  FILE-CHECK-KEY          PIC X(02).
011300         88  RECORDFOUND             VALUES "00" "02".
011400         88  RECORDNOTFOUND          VALUE "23".
011500
011600     05  RTMAL-FILE-STATUS       PIC X(02).
011700         88  RTMAL-FILE-OK           VALUES "00" "04".
011800         88  RTMAL-EOF               VALUE "10".
011900
012000     05  XREF-FILE-STATUS        PIC X(02).
012100         88  XREF-FILE-OK            VALUE "00".
012200
012300     05  WS-RETURN-DATE          PIC 9(08).
012400     05  WS-SURV-PROV-ID         PIC 9(10).
012500     05  WS-MAIL-TYPE-TEXT       PIC X(12).
012600     05  WS-EXC-REASON           PIC X(45).
012700
012800 01  WS-SWITCHES.
012900     05  RTMAL-EOF-SW            PIC X(01) VALUE "N".
013000         88  RTMAL-DONE              VALUE "Y".
013100     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
013200         88  XREF-PRESENT            VALUE "Y".
013300     05  XREF-DONE-SW            PIC X(01) VALUE "N".
013400         88  XREF-DONE               VALUE "Y".
013500     05  CHGL-WALK-DONE-SW       PIC X(01) VALUE "N".
013600         88  CHGL-WALK-DONE          VALUE "Y".
013700     05  ADDR-CHANGED-SW         PIC X(01) VALUE "N".
013800         88  ADDR-CHANGED            VALUE "Y".
013900
014000     COPY CHGLOGWS.
014100
014200 01  WS-HELD-TABLE-AREA.
014300     05  WS-HELD-ENTRY           OCCURS 500 TIMES.
014400         10  WS-HELD-SECT        PIC X(01).
014500         10  WS-HELD-LINE        PIC X(132).
014600
014700 01  WS-TABLE-WORK           COMP.
014800     05  WS-HELD-USED            PIC 9(04) VALUE ZERO.
014900     05  WS-PRINT-SUB            PIC 9(04).
015000
015100 01  WS-CONSTANTS            COMP.
015200     05  WS-MAX-XREF-HOPS        PIC 9(03) VALUE 20.
015300
015400 01  WS-COUNTERS             COMP.
015500     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
015600     05  WS-FLAGGED-COUNT        PIC 9(07) VALUE ZERO.
015700     05  WS-ALREADY-COUNT        PIC 9(07) VALUE ZERO.
015800     05  WS-NOT-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
015900     05  WS-HELD-LOST-COUNT      PIC 9(07) VALUE ZERO.
016000     05  WS-XREF-HOPS            PIC 9(03) VALUE ZERO.
016100
016200 01  WS-REPORT-FIELDS.
016300     05  WS-COUNT-ED-1           PIC Z(06)9.
016400     05  WS-COUNT-ED-2           PIC Z(06)9.
016500     05  WS-COUNT-ED-3           PIC Z(06)9.
016600     05  WS-COUNT-ED-4           PIC Z(06)9.
016700     05  WS-SECT-CODE            PIC X(01).
016800
016900     COPY RUNCTLWS.
017000
017100 PROCEDURE DIVISION.
017200
017300 0000-MAINLINE.
017400     MOVE "RDIDF28 " TO WS-RUNC-THIS-JOB.
017500     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
017800         UNTIL RTMAL-DONE.
017900     PERFORM 4000-PRINT-HELD-SECTIONS THRU 4000-EXIT.
018000     PERFORM 4500-WRITE-TOTALS THRU 4500-EXIT.
018100     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
018200     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
018300     STOP RUN.
018400
018500*----------------------------------------------------------*
018600* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADINGS,  *
018700* AND PRIME THE RETURN LOOP.  THE RUN DOES NOT START        *
018800* WITHOUT THE RETURNED-MAIL FILE OR THE CHANGE LOG.  THE    *
018900* CROSS-REFERENCE IS OPTIONAL - WITHOUT IT A MERGED-AWAY ID *
019000* IS SIMPLY NOT ON FILE.                                    *
019100*----------------------------------------------------------*
019200 1000-INITIALIZE.
019300     OPEN INPUT LFRTMAL.
019400     IF NOT RTMAL-FILE-OK
019500         DISPLAY "RDIDF28 ABEND - RETURNED-MAIL FILE "
019600             "IDFRTMAL.DAT OPEN STATUS " RTMAL-FILE-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     MOVE "RDIDF28" TO WS-CHGL-SOURCE-PGM.
020100     MOVE "RDIDF28 " TO WS-CHGL-OPER-ID.
020200     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
020300     IF NOT CHGL-LOG-OPEN
020400         DISPLAY "RDIDF28 ABEND - CHANGE LOG IDFCHLOG.DAT NOT "
020500             "AVAILABLE"
020600         CLOSE LFRTMAL
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     OPEN I-O LFIDPROVS.
021100     IF NOT RECORDFOUND
021200         DISPLAY "RDIDF28 ABEND - LFIDPROVS OPEN STATUS "
021300             FILE-CHECK-KEY
021400         CLOSE LFRTMAL
021500         PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     OPEN INPUT LFXREF.
022000     IF NOT XREF-FILE-OK
022100         MOVE "N" TO XREF-PRESENT-SW
022200     END-IF.
022300     OPEN OUTPUT LFRTMRP.
022400     MOVE SPACES TO WS-HELD-TABLE-AREA.
022500     MOVE SPACES TO RTMRP-LINE.
022600     STRING "RETURNED-MAIL INTAKE - BUSINESS DATE "
022700         WS-RUNC-BUS-DATE
022800         DELIMITED SIZE INTO RTMRP-LINE
022900     END-STRING.
023000     WRITE RTMRP-LINE.
023100     MOVE SPACES TO RTMRP-LINE.
023200     WRITE RTMRP-LINE.
023300     MOVE "ADDRESSES FLAGGED UNDELIVERABLE - OBTAIN A NEW ADDRESS"
023400         TO RTMRP-LINE.
023500     WRITE RTMRP-LINE.
023600     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------*
024100* 2000-PROCESS-RETURN - FIND THE PROVIDER FOR ONE RETURNED  *
024200* PIECE AND FLAG ITS ADDRESS UNDELIVERABLE.  A RETURN THAT  *
024300* CANNOT BE APPLIED IS HELD FOR THE NOT-APPLIED SECTION.    *
024400* AN UNUSABLE OR FUTURE RETURN DATE IS TAKEN AS THE         *
024500* BUSINESS DATE.                                            *
024600*----------------------------------------------------------*
024700 2000-PROCESS-RETURN.
024800     ADD 1 TO WS-READ-COUNT.
024900     PERFORM 2050-SET-MAIL-TYPE-TEXT THRU 2050-EXIT.
025000     IF RTM-PROV-ID NOT NUMERIC
025100         MOVE "PROV-ID NOT NUMERIC" TO WS-EXC-REASON
025200         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
025300         GO TO 2000-NEXT
025400     END-IF.
025500     MOVE RTM-PROV-ID-NUM TO PROV-ID.
025600     READ LFIDPROVS
025700         KEY IS PROV-ID
025800         INVALID KEY CONTINUE
025900     END-READ.
026000     IF RECORDNOTFOUND
026100         PERFORM 2400-CHECK-MERGED THRU 2400-EXIT
026200         PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
026300         GO TO 2000-NEXT
026400     END-IF.
026500     IF NOT RECORDFOUND
026600         DISPLAY "RDIDF28 ABEND - LFIDPROVS STATUS "
026700             FILE-CHECK-KEY " ON PROV-ID " RTM-PROV-ID
026800         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
026900         MOVE 16 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     MOVE WS-RUNC-BUS-DATE TO WS-RETURN-DATE.
027300     IF RTM-RETURN-DATE NUMERIC
027400             AND RTM-RETURN-DATE-NUM > ZERO
027500             AND RTM-RETURN-DATE-NUM NOT > WS-RUNC-BUS-DATE
027600         MOVE RTM-RETURN-DATE-NUM TO WS-RETURN-DATE
027700     END-IF.
027800     IF PROV-ADDR-UNDELIVERABLE
027900         ADD 1 TO WS-ALREADY-COUNT
028000         MOVE SPACES TO WS-EXC-REASON
028100         STRING "ALREADY FLAGGED SINCE " PROV-ADDR-UNDELIV-DATE
028200             DELIMITED SIZE INTO WS-EXC-REASON
028300         END-STRING
028400         MOVE "A" TO WS-SECT-CODE
028500         PERFORM 2650-HOLD-LINE THRU 2650-EXIT
028600         GO TO 2000-NEXT
028700     END-IF.
028800     IF RTM-MAILED-DATE NUMERIC
028900             AND RTM-MAILED-DATE-NUM > ZERO
029000         PERFORM 2300-CHECK-ADDRESS-CHANGED THRU 2300-EXIT
029100         IF ADDR-CHANGED
029200             MOVE "ADDRESS CHANGED SINCE MAILING - NOT FLAGGED"
029300                 TO WS-EXC-REASON
029400             PERFORM 2600-HOLD-NOT-APPLIED THRU 2600-EXIT
029500             GO TO 2000-NEXT
029600         END-IF
029700     END-IF.
029800     PERFORM 2200-FLAG-PROVIDER THRU 2200-EXIT.
029900 2000-NEXT.
030000     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
030100 2000-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------*
030500* 2050-SET-MAIL-TYPE-TEXT - WHAT CAME BACK, FOR THE REPORT. *
030600*----------------------------------------------------------*
030700 2050-SET-MAIL-TYPE-TEXT.
030800     EVALUATE TRUE
030900         WHEN RTM-STATEMENT
031000             MOVE "STATEMENT" TO WS-MAIL-TYPE-TEXT
031100         WHEN RTM-REFUND-CHECK
031200             MOVE "REFUND CHECK" TO WS-MAIL-TYPE-TEXT
031300         WHEN OTHER
031400             MOVE "OTHER MAIL" TO WS-MAIL-TYPE-TEXT
031500     END-EVALUATE.
031600 2050-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------*
032000* 2200-FLAG-PROVIDER - SET THE UNDELIVERABLE-ADDRESS FLAG   *
032100* AND DATE, REWRITE THE MASTER, LOG THE CHANGE, AND LIST    *
032200* THE PROVIDER.  A FAILED REWRITE HALTS THE RUN.            *
032300*----------------------------------------------------------*
032400 2200-FLAG-PROVIDER.
032500     PERFORM 8710-CHGL-SAVE-BEFORE THRU 8710-EXIT.
032600     MOVE "Y" TO PROV-ADDR-UNDELIV-FLAG.
032700     MOVE WS-RETURN-DATE TO PROV-ADDR-UNDELIV-DATE.
032800     REWRITE PROVS-RECORD
032900         INVALID KEY CONTINUE
033000     END-REWRITE.
033100     IF NOT RECORDFOUND
033200         DISPLAY "RDIDF28 ABEND - LFIDPROVS REWRITE STATUS "
033300             FILE-CHECK-KEY " ON PROV-ID " PROV-ID
033400         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT.
033900     ADD 1 TO WS-FLAGGED-COUNT.
034000     MOVE SPACES TO RTMRP-LINE.
034100     STRING "  PROV-ID=" PROV-ID
034200         " RETURNED=" WS-RETURN-DATE
034300         " " WS-MAIL-TYPE-TEXT
034400         " " RTM-REASON
034500         " " PROV-DESC
034600         DELIMITED SIZE INTO RTMRP-LINE
034700     END-STRING.
034800     WRITE RTMRP-LINE.
034900     MOVE SPACES TO RTMRP-LINE.
035000     STRING "             ADDRESS ON FILE: " PROV-ADDR-LINE-1
035100         " " PROV-ADDR-CITY
035200         " " PROV-ADDR-STATE
035300         " " PROV-ADDR-ZIP
035400         DELIMITED SIZE INTO RTMRP-LINE
035500     END-STRING.
035600     WRITE RTMRP-LINE.
035700 2200-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------*
036100* 2300-CHECK-ADDRESS-CHANGED - WALK THE PROVIDER'S CHANGE   *
036200* LOG ENTRIES, NEWEST FIRST, BACK TO THE DATE THE PIECE WAS *
036300* MAILED.  ANY ADDRESS FIELD CHANGED IN THAT SPAN MEANS THE *
036400* PIECE WENT TO AN ADDRESS NO LONGER ON FILE.               *
036500*----------------------------------------------------------*
036600 2300-CHECK-ADDRESS-CHANGED.
036700     MOVE "N" TO ADDR-CHANGED-SW.
036800     MOVE "N" TO CHGL-WALK-DONE-SW.
036900     MOVE PROV-ID TO CHG-PROV-ID.
037000     MOVE ZERO TO CHG-INV-DATE.
037100     MOVE ZERO TO CHG-INV-TIME.
037200     MOVE ZERO TO CHG-SEQ-NO.
037300     START LFCHLOG KEY IS NOT LESS THAN CHG-KEY
037400         INVALID KEY MOVE "Y" TO CHGL-WALK-DONE-SW
037500     END-START.
037600     PERFORM 2310-CHECK-ONE-CHANGE THRU 2310-EXIT
037700         UNTIL CHGL-WALK-DONE.
037800 2300-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------*
038200* 2310-CHECK-ONE-CHANGE - READ AND TEST ONE CHANGE LOG      *
038300* RECORD.  THE WALK ENDS AT END OF FILE, AT THE NEXT        *
038400* PROVIDER, AT THE FIRST CHANGE OLDER THAN THE MAILING, OR  *
038500* AT THE FIRST ADDRESS CHANGE FOUND.  THE FLAG'S OWN        *
038600* ENTRIES (ADDR-UNDELIV) ARE NOT ADDRESS CHANGES.           *
038700*----------------------------------------------------------*
038800 2310-CHECK-ONE-CHANGE.
038900     READ LFCHLOG NEXT RECORD
039000         AT END MOVE "Y" TO CHGL-WALK-DONE-SW
039100     END-READ.
039200     IF CHGL-WALK-DONE
039300         GO TO 2310-EXIT
039400     END-IF.
039500     IF NOT CHGL-FILE-OK
039600         DISPLAY "RDIDF28 - CHANGE LOG READ STATUS "
039700             CHGL-FILE-STATUS " ON PROV-ID " PROV-ID
039800         MOVE "Y" TO CHGL-WALK-DONE-SW
039900         GO TO 2310-EXIT
040000     END-IF.
040100     IF CHG-PROV-ID NOT = PROV-ID
040200             OR CHG-DATE < RTM-MAILED-DATE-NUM
040300         MOVE "Y" TO CHGL-WALK-DONE-SW
040400         GO TO 2310-EXIT
040500     END-IF.
040600     IF CHG-FIELD-NAME (1:5) = "ADDR-"
040700             AND CHG-FIELD-NAME NOT = "ADDR-UNDELIV"
040800         MOVE "Y" TO ADDR-CHANGED-SW
040900         MOVE "Y" TO CHGL-WALK-DONE-SW
041000     END-IF.
041100 2310-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------*
041500* 2400-CHECK-MERGED - A PROV-ID NOT ON THE MASTER.  IF THE  *
041600* CROSS-REFERENCE SHOWS IT WAS MERGED AWAY, NAME THE FINAL  *
041700* SURVIVOR SO PROVIDER RELATIONS CAN CHECK THAT ADDRESS -   *
041800* THE SURVIVOR IS NOT FLAGGED, AS ITS ADDRESS MAY DIFFER.   *
041900*----------------------------------------------------------*
042000 2400-CHECK-MERGED.
042100     MOVE "PROVIDER NOT ON FILE" TO WS-EXC-REASON.
042200     IF NOT XREF-PRESENT
042300         GO TO 2400-EXIT
042400     END-IF.
042500     MOVE PROV-ID TO WS-SURV-PROV-ID.
042600     MOVE ZERO TO WS-XREF-HOPS.
042700     MOVE "N" TO XREF-DONE-SW.
042800     PERFORM 2410-FOLLOW-XREF THRU 2410-EXIT
042900         UNTIL XREF-DONE.
043000     IF WS-XREF-HOPS > ZERO
043100         MOVE SPACES TO WS-EXC-REASON
043200         STRING "MERGED INTO " WS-SURV-PROV-ID
043300             " - CHECK ITS ADDRESS"
043400             DELIMITED SIZE INTO WS-EXC-REASON
043500         END-STRING
043600     END-IF.
043700 2400-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------*
044100* 2410-FOLLOW-XREF - ONE STEP DOWN THE MERGE CHAIN.  THE    *
044200* WALK ENDS WHEN THE CURRENT ID WAS NEVER MERGED AWAY, OR   *
044300* AFTER WS-MAX-XREF-HOPS STEPS IN CASE OF A LOOP.           *
044400*----------------------------------------------------------*
044500 2410-FOLLOW-XREF.
044600     MOVE WS-SURV-PROV-ID TO XREF-OLD-PROV-ID.
044700     READ LFXREF
044800         KEY IS XREF-OLD-PROV-ID
044900         INVALID KEY CONTINUE
045000     END-READ.
045100     IF NOT XREF-FILE-OK
045200         MOVE "Y" TO XREF-DONE-SW
045300         GO TO 2410-EXIT
045400     END-IF.
045500     MOVE XREF-NEW-PROV-ID TO WS-SURV-PROV-ID.
045600     ADD 1 TO WS-XREF-HOPS.
045700     IF WS-XREF-HOPS >= WS-MAX-XREF-HOPS
045800         MOVE "Y" TO XREF-DONE-SW
045900     END-IF.
046000 2410-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------*
046400* 2600-HOLD-NOT-APPLIED - HOLD ONE RETURN THAT WAS NOT      *
046500* APPLIED, WITH THE REASON, FOR THE NOT-APPLIED SECTION.    *
046600*----------------------------------------------------------*
046700 2600-HOLD-NOT-APPLIED.
046800     ADD 1 TO WS-NOT-APPLIED-COUNT.
046900     MOVE "E" TO WS-SECT-CODE.
047000     PERFORM 2650-HOLD-LINE THRU 2650-EXIT.
047100 2600-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------*
047500* 2650-HOLD-LINE - BUILD ONE HELD LINE FROM THE RETURN AND  *
047600* THE REASON AND FILE IT UNDER ITS SECTION CODE.  LINES     *
047700* PAST THE TABLE CAPACITY ARE COUNTED, NOT LISTED.          *
047800*----------------------------------------------------------*
047900 2650-HOLD-LINE.
048000     IF WS-HELD-USED >= 500
048100         ADD 1 TO WS-HELD-LOST-COUNT
048200         GO TO 2650-EXIT
048300     END-IF.
048400     ADD 1 TO WS-HELD-USED.
048500     MOVE WS-SECT-CODE TO WS-HELD-SECT (WS-HELD-USED).
048600     STRING "  PROV-ID=" RTM-PROV-ID
048700         " MAILED=" RTM-MAILED-DATE
048800         " RETURNED=" RTM-RETURN-DATE
048900         " " WS-MAIL-TYPE-TEXT
049000         " " WS-EXC-REASON
049100         DELIMITED SIZE INTO WS-HELD-LINE (WS-HELD-USED)
049200     END-STRING.
049300 2650-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------*
049700* 2900-READ-RETURN - READ THE NEXT RETURNED-MAIL RECORD.    *
049800* ANY STATUS OTHER THAN A CLEAN READ OR AT-END HALTS THE    *
049900* RUN.                                                      *
050000*----------------------------------------------------------*
050100 2900-READ-RETURN.
050200     READ LFRTMAL
050300         AT END MOVE "Y" TO RTMAL-EOF-SW
050400     END-READ.
050500     IF NOT RTMAL-DONE
050600         IF NOT RTMAL-FILE-OK
050700             DISPLAY "RDIDF28 ABEND - LFRTMAL STATUS "
050800                 RTMAL-FILE-STATUS
050900             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
051000             MOVE 16 TO RETURN-CODE
051100             STOP RUN
051200         END-IF
051300     END-IF.
051400 2900-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------*
051800* 4000-PRINT-HELD-SECTIONS - AFTER THE PROVIDERS FLAGGED,   *
051900* THE RETURNS FOR PROVIDERS ALREADY FLAGGED AND THEN THE    *
052000* RETURNS NOT APPLIED.                                      *
052100*----------------------------------------------------------*
052200 4000-PRINT-HELD-SECTIONS.
052300     IF WS-FLAGGED-COUNT = ZERO
052400         MOVE "  NONE" TO RTMRP-LINE
052500         WRITE RTMRP-LINE
052600     END-IF.
052700     MOVE SPACES TO RTMRP-LINE.
052800     WRITE RTMRP-LINE.
052900     MOVE "ALREADY FLAGGED UNDELIVERABLE - NO CHANGE"
053000         TO RTMRP-LINE.
053100     WRITE RTMRP-LINE.
053200     MOVE "A" TO WS-SECT-CODE.
053300     PERFORM 4010-PRINT-ONE-HELD THRU 4010-EXIT
053400         VARYING WS-PRINT-SUB FROM 1 BY 1
053500         UNTIL WS-PRINT-SUB > WS-HELD-USED.
053600     IF WS-ALREADY-COUNT = ZERO
053700         MOVE "  NONE" TO RTMRP-LINE
053800         WRITE RTMRP-LINE
053900     END-IF.
054000     MOVE SPACES TO RTMRP-LINE.
054100     WRITE RTMRP-LINE.
054200     MOVE "RETURNS NOT APPLIED" TO RTMRP-LINE.
054300     WRITE RTMRP-LINE.
054400     MOVE "E" TO WS-SECT-CODE.
054500     PERFORM 4010-PRINT-ONE-HELD THRU 4010-EXIT
054600         VARYING WS-PRINT-SUB FROM 1 BY 1
054700         UNTIL WS-PRINT-SUB > WS-HELD-USED.
054800     IF WS-NOT-APPLIED-COUNT = ZERO
054900         MOVE "  NONE" TO RTMRP-LINE
055000         WRITE RTMRP-LINE
055100     END-IF.
055200     IF WS-HELD-LOST-COUNT > ZERO
055300         MOVE WS-HELD-LOST-COUNT TO WS-COUNT-ED-1
055400         MOVE SPACES TO RTMRP-LINE
055500         STRING "*** LINES PAST TABLE CAPACITY - NOT LISTED: "
055600             WS-COUNT-ED-1
055700             DELIMITED SIZE INTO RTMRP-LINE
055800         END-STRING
055900         WRITE RTMRP-LINE
056000     END-IF.
056100 4000-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------*
056500* 4010-PRINT-ONE-HELD - PRINT ONE HELD LINE IF IT BELONGS   *
056600* TO THE SECTION BEING PRINTED.                             *
056700*----------------------------------------------------------*
056800 4010-PRINT-ONE-HELD.
056900     IF WS-HELD-SECT (WS-PRINT-SUB) = WS-SECT-CODE
057000         MOVE WS-HELD-LINE (WS-PRINT-SUB) TO RTMRP-LINE
057100         WRITE RTMRP-LINE
057200     END-IF.
057300 4010-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------*
057700* 4500-WRITE-TOTALS - CLOSE THE REPORT WITH THE RUN COUNTS  *
057800* AND DISPLAY THEM FOR THE JOB LOG.                         *
057900*----------------------------------------------------------*
058000 4500-WRITE-TOTALS.
058100     MOVE SPACES TO RTMRP-LINE.
058200     WRITE RTMRP-LINE.
058300     MOVE WS-READ-COUNT TO WS-COUNT-ED-1.
058400     MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED-2.
058500     MOVE WS-ALREADY-COUNT TO WS-COUNT-ED-3.
058600     MOVE WS-NOT-APPLIED-COUNT TO WS-COUNT-ED-4.
058700     MOVE SPACES TO RTMRP-LINE.
058800     STRING "RETURNS READ: " WS-COUNT-ED-1
058900         "  FLAGGED: " WS-COUNT-ED-2
059000         "  ALREADY FLAGGED: " WS-COUNT-ED-3
059100         "  NOT APPLIED: " WS-COUNT-ED-4
059200         DELIMITED SIZE INTO RTMRP-LINE
059300     END-STRING.
059400     WRITE RTMRP-LINE.
059500     DISPLAY "RDIDF28 - " RTMRP-LINE (1:80).
059600     IF WS-CHGL-FAIL-COUNT > ZERO
059700         MOVE WS-CHGL-FAIL-COUNT TO WS-COUNT-ED-1
059800         MOVE SPACES TO RTMRP-LINE
059900         STRING "CHANGE LOG WRITES FAILED: " WS-COUNT-ED-1
060000             DELIMITED SIZE INTO RTMRP-LINE
060100         END-STRING
060200         WRITE RTMRP-LINE
060300         DISPLAY "RDIDF28 - " RTMRP-LINE (1:80)
060400     END-IF.
060500 4500-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------*
060900* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
061000*----------------------------------------------------------*
061100 9000-END-PROGRAM.
061200     CLOSE LFIDPROVS.
061300     IF XREF-PRESENT
061400         CLOSE LFXREF
061500     END-IF.
061600     CLOSE LFRTMAL.
061700     CLOSE LFRTMRP.
061800     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
061900 9000-EXIT.
062000     EXIT.
062100
062200     COPY CHGLOGPR.
062300
062400     COPY RUNCTLPR.
062500
062600 END PROGRAM RDIDF28.
