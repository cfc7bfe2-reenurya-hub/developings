000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RDIDF25.
000300 AUTHOR.        D KOVACS.
000400 INSTALLATION.  COASTAL HEALTH PLAN - INFORMATION SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* RDIDF25 - NIGHTLY FUTURE-DATED STATUS CHANGE APPLY.       *
000900*                                                           *
001000* WORKS THE PENDING STATUS-CHANGE FILE, IDFPNDST.DAT        *
001100* (COPYBOOK PNDSTREC), THAT RDIDF2 APPENDS A RECORD TO FOR  *
001200* EVERY TERM, SUSPENSION, OR REINSTATEMENT KEYED AHEAD OF   *
001300* ITS EFFECTIVE DATE.  EVERY PENDING CHANGE WHOSE EFFECTIVE *
001400* DATE IS ON OR BEFORE THE BUSINESS DATE IS APPLIED TO THE  *
001500* PROVIDER MASTER - PROV-STAT-CODE AND PROV-STAT-EFF-DATE - *
001600* AND LOGGED TO THE PROVIDER CHANGE LOG, IDFCHLOG.DAT, UNDER*
001700* THE OPERATOR WHO KEYED IT.  RDIDF22 LATER IN THE STREAM   *
001800* SEES THE NEW STATUS ON ITS SNAPSHOT COMPARE AND SENDS IT  *
001900* TO CLAIMS AS A STATUS-CHANGE DELTA.                       *
002000*                                                           *
002100* A PENDING CHANGE WHOSE PROVIDER IS NO LONGER ON THE MASTER*
002200* IS MARKED ORPHANED - MERGED AWAY WHEN IDFXREF.DAT NAMES A *
002300* SURVIVOR (FOLLOWED TO THE LAST ONE), DELETED OTHERWISE -  *
002400* AND IS NOT APPLIED TO ANY OTHER PROVIDER.  APPLIED AND    *
002500* ORPHANED ENTRIES ARE CARRIED FOR THE RETENTION PERIOD,    *
002600* THEN PURGED.                                              *
002700*                                                           *
002800* THE REPORT, IDFPSTRP.DAT, HAS THREE SECTIONS: CHANGES     *
002900* APPLIED TONIGHT, PENDING CHANGES DUE IN THE NEXT 30 DAYS, *
003000* AND CHANGES ORPHANED TONIGHT.  THE NEW GENERATION IS      *
003100* WRITTEN TO IDFPSTNW.DAT, WHICH OPERATIONS RENAMES OVER    *
003200* IDFPNDST.DAT AFTER A CLEAN RUN.  A RERUN AFTER AN ABEND   *
003300* RE-APPLIES THE SAME STATUSES, WHICH CHANGES NOTHING.      *
003400*                                                           *
003500* RUNS IN THE NIGHTLY STREAM AFTER THE RDIDF13 BACKUP AND   *
003600* BEFORE RDIDF7 POSTING.                                    *
003700*----------------------------------------------------------*
003800* MODIFICATION HISTORY                                      *
003900*----------------------------------------------------------*
004000* 10/15/2026  DK   ORIGINAL PROGRAM.                         *
004100*----------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LFPNDST ASSIGN TO "IDFPNDST.DAT"
004700         FILE STATUS IS PNDST-FILE-STATUS
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT LFPSTNW ASSIGN TO "IDFPSTNW.DAT"
005100         FILE STATUS IS PSTNW-FILE-STATUS
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT LFIDPROVS ASSIGN TO "IDFPROVS.DAT"
005500         FILE STATUS IS FILE-CHECK-KEY
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PROV-ID
005900         ALTERNATE RECORD KEY IS PROV-DESC
006000             WITH DUPLICATES.
006100
006200     SELECT LFXREF ASSIGN TO "IDFXREF.DAT"
006300         FILE STATUS IS XREF-FILE-STATUS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS XREF-OLD-PROV-ID.
006700
006800     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
006900         FILE STATUS IS CHGL-FILE-STATUS
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CHG-KEY.
007300
007400     SELECT LFPSTRP ASSIGN TO "IDFPSTRP.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT LFRNCTL ASSIGN TO "IDFRNCTL.DAT"
007800         FILE STATUS IS RUNC-FILE-STATUS
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS RUNC-JOB-NAME.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  LFPNDST
008600     RECORD CONTAINS 120 CHARACTERS.
008700 01  PNDST-FILE-REC              PIC X(120).
008800
008900 FD  LFPSTNW
009000     RECORD CONTAINS 120 CHARACTERS.
009100 01  PSTNW-FILE-REC              PIC X(120).
009200
009300 FD  LFIDPROVS.
009400     COPY PROVREC.
009500
009600 FD  LFXREF.
009700     COPY XREFREC.
009800
009900 FD  LFCHLOG.
010000     COPY CHGLOG.
010100
010200 FD  LFPSTRP
010300     RECORD CONTAINS 132 CHARACTERS.
010400 01  PSTRP-LINE                  PIC X(132).
010500
010600 FD  LFRNCTL.
010700     COPY RUNCTL.
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-WORK-AREAS.
011100     05  FILE-CHECK-KEY          PIC X(02).
011200         88  RECORDFOUND             VALUES "00" "02".
011300         88  RECORDNOTFOUND          VALUE "23".
011400
011500     05  PNDST-FILE-STATUS       PIC X(02).
011600         88  PNDST-FILE-OK           VALUES "00" "04".
011700         88  PNDST-EOF               VALUE "10".
011800         88  PNDST-NOT-FOUND         VALUE "35".
011900
012000     05  PSTNW-FILE-STATUS       PIC X(02).
012100         88  PSTNW-FILE-OK           VALUES "00" "04".
012200         88  PSTNW-EOF               VALUE "10".
012300
012400     05  XREF-FILE-STATUS        PIC X(02).
012500         88  XREF-FILE-OK            VALUE "00".
012600
012700     05  WS-SURV-PROV-ID         PIC 9(10).
012800     05  WS-PROV-NAME            PIC X(40).
012900
013000 01  WS-SWITCHES.
013100     05  PNDST-PRESENT-SW        PIC X(01) VALUE "Y".
013200         88  PNDST-PRESENT           VALUE "Y".
013300     05  XREF-PRESENT-SW         PIC X(01) VALUE "Y".
013400         88  XREF-PRESENT            VALUE "Y".
013500     05  NEWGEN-OPEN-SW          PIC X(01) VALUE "N".
013600         88  NEWGEN-OPEN             VALUE "Y".
013700     05  PASS-EOF-SW             PIC X(01) VALUE "N".
013800         88  PASS-EOF                VALUE "Y".
013900     05  XREF-DONE-SW            PIC X(01) VALUE "N".
014000         88  XREF-DONE               VALUE "Y".
014100
014200     COPY PNDSTREC.
014300
014400     COPY CHGLOGWS.
014500
014600 01  WS-DATE-WORK.
014700     05  WS-DATE-CCYYMMDD        PIC 9(08).
014800     05  WS-DATE-PARTS REDEFINES WS-DATE-CCYYMMDD.
014900         10  WS-DATE-CC          PIC 9(02).
015000         10  WS-DATE-YY          PIC 9(02).
015100         10  WS-DATE-MM          PIC 9(02).
015200         10  WS-DATE-DD          PIC 9(02).
015300     05  WS-DTS-YY               PIC 9(02).
015400     05  WS-DTS-MM               PIC 9(02).
015500     05  WS-DTS-DD               PIC 9(02).
015600     05  WS-DTS-SERIAL       COMP PIC 9(07).
015700     05  WS-TODAY-SERIAL     COMP PIC 9(07).
015800     05  WS-DAYS             COMP PIC S9(05).
015900     05  WS-LEAP-QUOT        COMP PIC 9(04).
016000     05  WS-LEAP-REM         COMP PIC 9(04).
016100
016200 01  WS-CUM-DAYS-TABLE       COMP.
016300     05  FILLER                  PIC 9(03) VALUE 0.
016400     05  FILLER                  PIC 9(03) VALUE 31.
016500     05  FILLER                  PIC 9(03) VALUE 59.
016600     05  FILLER                  PIC 9(03) VALUE 90.
016700     05  FILLER                  PIC 9(03) VALUE 120.
016800     05  FILLER                  PIC 9(03) VALUE 151.
016900     05  FILLER                  PIC 9(03) VALUE 181.
017000     05  FILLER                  PIC 9(03) VALUE 212.
017100     05  FILLER                  PIC 9(03) VALUE 243.
017200     05  FILLER                  PIC 9(03) VALUE 273.
017300     05  FILLER                  PIC 9(03) VALUE 304.
017400     05  FILLER                  PIC 9(03) VALUE 334.
017500 01  WS-CUM-DAYS-ENTRIES REDEFINES WS-CUM-DAYS-TABLE
017600                             COMP.
017700     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
017800
017900 01  WS-CONSTANTS            COMP.
018000     05  WS-RETENTION-DAYS       PIC 9(03) VALUE 30.
018100     05  WS-LOOKAHEAD-DAYS       PIC 9(03) VALUE 30.
018200     05  WS-MAX-XREF-HOPS        PIC 9(03) VALUE 20.
018300
018400 01  WS-COUNTERS             COMP.
018500     05  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
018600     05  WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
018700     05  WS-UPCOMING-COUNT       PIC 9(07) VALUE ZERO.
018800     05  WS-WAITING-COUNT        PIC 9(07) VALUE ZERO.
018900     05  WS-ORPHAN-COUNT         PIC 9(07) VALUE ZERO.
019000     05  WS-CARRIED-COUNT        PIC 9(07) VALUE ZERO.
019100     05  WS-PURGED-COUNT         PIC 9(07) VALUE ZERO.
019200     05  WS-XREF-HOPS            PIC 9(03) VALUE ZERO.
019300
019400 01  WS-REPORT-FIELDS.
019500     05  WS-COUNT-ED-1           PIC Z(06)9.
019600     05  WS-COUNT-ED-2           PIC Z(06)9.
019700     05  WS-COUNT-ED-3           PIC Z(06)9.
019800     05  WS-DAYS-ED              PIC ZZ9.
019900
020000     COPY RUNCTLWS.
020100
020200 PROCEDURE DIVISION.
020300
020400 0000-MAINLINE.
020500     MOVE "RDIDF25 " TO WS-RUNC-THIS-JOB.
020600     MOVE "RDIDF13 " TO WS-RUNC-PRED-JOB.
020700     PERFORM 8800-RUNCTL-START THRU 8800-EXIT.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 2000-WORK-ONE-CHANGE THRU 2000-EXIT
021000         UNTIL PNDST-EOF.
021100     CLOSE LFPSTNW.
021200     MOVE "N" TO NEWGEN-OPEN-SW.
021300     PERFORM 3000-REPORT-UPCOMING THRU 3000-EXIT.
021400     PERFORM 3500-REPORT-ORPHANS THRU 3500-EXIT.
021500     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
021600     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
021700     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
021800     STOP RUN.
021900
022000*----------------------------------------------------------*
022100* 1000-INITIALIZE - OPEN THE MASTER FOR UPDATE, THE CHANGE  *
022200* LOG, THE CROSS-REFERENCE FILE (OPTIONAL - NO MERGE EVER   *
022300* RUN), THE NEW GENERATION, AND THE REPORT, AND PRIME THE   *
022400* PENDING FILE.  A MISSING PENDING FILE (NOTHING EVER       *
022500* SCHEDULED) IS A CLEAN EMPTY RUN, NOT AN ERROR.  THE RUN   *
022600* DOES NOT START WITHOUT THE CHANGE LOG.                    *
022700*----------------------------------------------------------*
022800 1000-INITIALIZE.
022900     MOVE WS-RUNC-BUS-DATE TO WS-DATE-CCYYMMDD.
023000     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
023100     MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
023200     MOVE "RDIDF25" TO WS-CHGL-SOURCE-PGM.
023300     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
023400     IF NOT CHGL-LOG-OPEN
023500         DISPLAY "RDIDF25 ABEND - CHANGE LOG IDFCHLOG.DAT NOT "
023600             "AVAILABLE"
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     OPEN I-O LFIDPROVS.
024100     IF NOT RECORDFOUND
024200         DISPLAY "RDIDF25 ABEND - LFIDPROVS OPEN STATUS "
024300             FILE-CHECK-KEY
024400         PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     OPEN INPUT LFXREF.
024900     IF NOT XREF-FILE-OK
025000         MOVE "N" TO XREF-PRESENT-SW
025100     END-IF.
025200     OPEN OUTPUT LFPSTNW.
025300     MOVE "Y" TO NEWGEN-OPEN-SW.
025400     OPEN OUTPUT LFPSTRP.
025500     MOVE SPACES TO PSTRP-LINE.
025600     STRING "FUTURE-DATED PROVIDER STATUS CHANGES - BUSINESS "
025700         "DATE " WS-RUNC-BUS-DATE
025800         DELIMITED SIZE INTO PSTRP-LINE
025900     END-STRING.
026000     WRITE PSTRP-LINE.
026100     MOVE SPACES TO PSTRP-LINE.
026200     WRITE PSTRP-LINE.
026300     MOVE "CHANGES APPLIED TONIGHT" TO PSTRP-LINE.
026400     WRITE PSTRP-LINE.
026500     MOVE "  PROV-ID    PROVIDER NAME" TO PSTRP-LINE.
026600     MOVE "OLD NEW EFF-DATE REQ-OPER" TO PSTRP-LINE (58:25).
026700     WRITE PSTRP-LINE.
026800     OPEN INPUT LFPNDST.
026900     IF PNDST-NOT-FOUND
027000         MOVE "N" TO PNDST-PRESENT-SW
027100         MOVE "10" TO PNDST-FILE-STATUS
027200     ELSE
027300         PERFORM 2900-READ-PENDING THRU 2900-EXIT
027400     END-IF.
027500 1000-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------*
027900* 2000-WORK-ONE-CHANGE - ROUTE ONE PENDING-FILE RECORD.  A  *
028000* PENDING CHANGE IS CHECKED AGAINST THE MASTER; AN APPLIED  *
028100* OR ORPHANED ONE IS CHECKED FOR RETENTION.                 *
028200*----------------------------------------------------------*
028300 2000-WORK-ONE-CHANGE.
028400     ADD 1 TO WS-READ-COUNT.
028500     IF PNDST-APPLIED OR PNDST-ORPHANED
028600         PERFORM 2500-CHECK-RETENTION THRU 2500-EXIT
028700     ELSE
028800         PERFORM 2100-CHECK-PENDING THRU 2100-EXIT
028900     END-IF.
029000     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------*
029500* 2100-CHECK-PENDING - LOOK THE PROVIDER UP.  GONE FROM THE *
029600* MASTER: ORPHANED.  EFFECTIVE ON OR BEFORE THE BUSINESS    *
029700* DATE: APPLIED.  OTHERWISE IT STAYS PENDING.  ANY ABNORMAL *
029800* READ STATUS HALTS THE RUN BEFORE THE NEW GENERATION CAN   *
029900* LOSE THE ENTRY.                                           *
030000*----------------------------------------------------------*
030100 2100-CHECK-PENDING.
030200     MOVE "P" TO PNDST-STATUS.
030300     MOVE PNDST-PROV-ID TO PROV-ID.
030400     READ LFIDPROVS
030500         KEY IS PROV-ID
030600         INVALID KEY CONTINUE
030700     END-READ.
030800     IF RECORDNOTFOUND
030900         PERFORM 2400-MARK-ORPHANED THRU 2400-EXIT
031000         GO TO 2100-EXIT
031100     END-IF.
031200     IF NOT RECORDFOUND
031300         DISPLAY "RDIDF25 ABEND - LFIDPROVS STATUS "
031400             FILE-CHECK-KEY " ON PROV-ID " PNDST-PROV-ID
031500         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     IF PNDST-EFF-DATE > WS-RUNC-BUS-DATE
032000         ADD 1 TO WS-WAITING-COUNT
032100         PERFORM 2800-WRITE-FORWARD THRU 2800-EXIT
032200         GO TO 2100-EXIT
032300     END-IF.
032400     PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT.
032500 2100-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------*
032900* 2200-APPLY-CHANGE - SET THE NEW STATUS AND ITS EFFECTIVE  *
033000* DATE ON THE MASTER, LOG EVERY FIELD THAT MOVED UNDER THE  *
033100* OPERATOR WHO KEYED THE CHANGE, MARK THE ENTRY APPLIED WITH*
033200* THE STATUS IT REPLACED, AND LIST IT.                      *
033300*----------------------------------------------------------*
033400 2200-APPLY-CHANGE.
033500     PERFORM 8710-CHGL-SAVE-BEFORE THRU 8710-EXIT.
033600     MOVE PROV-STAT-CODE TO PNDST-OLD-STAT-CODE.
033700     MOVE PNDST-NEW-STAT-CODE TO PROV-STAT-CODE.
033800     MOVE PNDST-EFF-DATE TO PROV-STAT-EFF-DATE.
033900     REWRITE PROVS-RECORD
034000         INVALID KEY CONTINUE
034100     END-REWRITE.
034200     IF NOT RECORDFOUND
034300         DISPLAY "RDIDF25 ABEND - LFIDPROVS REWRITE STATUS "
034400             FILE-CHECK-KEY " ON PROV-ID " PNDST-PROV-ID
034500         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     MOVE PNDST-REQ-OPER-ID TO WS-CHGL-OPER-ID.
035000     PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT.
035100     MOVE "A" TO PNDST-STATUS.
035200     MOVE WS-RUNC-BUS-DATE TO PNDST-DONE-DATE.
035300     ADD 1 TO WS-APPLIED-COUNT.
035400     MOVE SPACES TO PSTRP-LINE.
035500     STRING "  " PNDST-PROV-ID " " PROV-DESC
035600         "  " PNDST-OLD-STAT-CODE "   " PNDST-NEW-STAT-CODE
035700         "   " PNDST-EFF-DATE " " PNDST-REQ-OPER-ID
035800         DELIMITED SIZE INTO PSTRP-LINE
035900     END-STRING.
036000     WRITE PSTRP-LINE.
036100     PERFORM 2800-WRITE-FORWARD THRU 2800-EXIT.
036200 2200-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------*
036600* 2400-MARK-ORPHANED - THE PROVIDER IS GONE.  IF IT WAS     *
036700* MERGED AWAY THE CROSS-REFERENCE FILE NAMES THE SURVIVOR,  *
036800* FOLLOWED THROUGH ANY LATER MERGES; OTHERWISE IT WAS       *
036900* DELETED.  THE CHANGE IS NOT APPLIED TO THE SURVIVOR -     *
037000* PROVIDER RELATIONS DECIDES THAT FROM THE REPORT.          *
037100*----------------------------------------------------------*
037200 2400-MARK-ORPHANED.
037300     MOVE "O" TO PNDST-STATUS.
037400     MOVE WS-RUNC-BUS-DATE TO PNDST-DONE-DATE.
037500     MOVE "D" TO PNDST-ORPHAN-REASON.
037600     MOVE ZERO TO PNDST-SURV-PROV-ID.
037700     IF XREF-PRESENT
037800         MOVE PNDST-PROV-ID TO WS-SURV-PROV-ID
037900         MOVE ZERO TO WS-XREF-HOPS
038000         MOVE "N" TO XREF-DONE-SW
038100         PERFORM 2410-FOLLOW-XREF THRU 2410-EXIT
038200             UNTIL XREF-DONE
038300         IF WS-XREF-HOPS > ZERO
038400             MOVE "M" TO PNDST-ORPHAN-REASON
038500             MOVE WS-SURV-PROV-ID TO PNDST-SURV-PROV-ID
038600         END-IF
038700     END-IF.
038800     ADD 1 TO WS-ORPHAN-COUNT.
038900     PERFORM 2800-WRITE-FORWARD THRU 2800-EXIT.
039000 2400-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------*
039400* 2410-FOLLOW-XREF - ONE STEP DOWN THE MERGE CHAIN.  THE    *
039500* WALK ENDS WHEN THE CURRENT ID WAS NEVER MERGED AWAY, OR   *
039600* AFTER WS-MAX-XREF-HOPS STEPS IN CASE OF A LOOP.           *
039700*----------------------------------------------------------*
039800 2410-FOLLOW-XREF.
039900     MOVE WS-SURV-PROV-ID TO XREF-OLD-PROV-ID.
040000     READ LFXREF
040100         KEY IS XREF-OLD-PROV-ID
040200         INVALID KEY CONTINUE
040300     END-READ.
040400     IF NOT XREF-FILE-OK
040500         MOVE "Y" TO XREF-DONE-SW
040600         GO TO 2410-EXIT
040700     END-IF.
040800     MOVE XREF-NEW-PROV-ID TO WS-SURV-PROV-ID.
040900     ADD 1 TO WS-XREF-HOPS.
041000     IF WS-XREF-HOPS >= WS-MAX-XREF-HOPS
041100         MOVE "Y" TO XREF-DONE-SW
041200     END-IF.
041300 2410-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------*
041700* 2500-CHECK-RETENTION - AN ENTRY APPLIED OR ORPHANED ON AN *
041800* EARLIER NIGHT IS PURGED (NOT WRITTEN FORWARD) ONCE IT IS  *
041900* MORE THAN THE RETENTION PERIOD OLD.                       *
042000*----------------------------------------------------------*
042100 2500-CHECK-RETENTION.
042200     MOVE PNDST-DONE-DATE TO WS-DATE-CCYYMMDD.
042300     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
042400     COMPUTE WS-DAYS = WS-TODAY-SERIAL - WS-DTS-SERIAL.
042500     IF WS-DAYS > WS-RETENTION-DAYS
042600         ADD 1 TO WS-PURGED-COUNT
042700     ELSE
042800         ADD 1 TO WS-CARRIED-COUNT
042900         PERFORM 2800-WRITE-FORWARD THRU 2800-EXIT
043000     END-IF.
043100 2500-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------*
043500* 2800-WRITE-FORWARD - WRITE THE CURRENT ENTRY, WITH ITS    *
043600* STATE, TO THE NEW GENERATION.                             *
043700*----------------------------------------------------------*
043800 2800-WRITE-FORWARD.
043900     MOVE PNDST-RECORD TO PSTNW-FILE-REC.
044000     WRITE PSTNW-FILE-REC.
044100     IF NOT PSTNW-FILE-OK
044200         DISPLAY "RDIDF25 ABEND - LFPSTNW WRITE STATUS "
044300             PSTNW-FILE-STATUS
044400         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800 2800-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------*
045200* 2900-READ-PENDING - READ THE NEXT PENDING-FILE RECORD INTO*
045300* THE WORK AREA.  ANY STATUS OTHER THAN A CLEAN READ OR     *
045400* AT-END HALTS THE RUN - CONTINUING WOULD REPROCESS THE     *
045500* PRIOR ENTRY AND DOUBLE IT ON THE NEW GENERATION.          *
045600*----------------------------------------------------------*
045700 2900-READ-PENDING.
045800     READ LFPNDST.
045900     IF PNDST-FILE-OK
046000         MOVE PNDST-FILE-REC TO PNDST-RECORD
046100     ELSE
046200         IF NOT PNDST-EOF
046300             DISPLAY "RDIDF25 ABEND - LFPNDST STATUS "
046400                 PNDST-FILE-STATUS
046500             PERFORM 9000-END-PROGRAM THRU 9000-EXIT
046600             MOVE 16 TO RETURN-CODE
046700             STOP RUN
046800         END-IF
046900     END-IF.
047000 2900-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------*
047400* 3000-REPORT-UPCOMING - SECOND SECTION.  RE-READ THE NEW   *
047500* GENERATION AND LIST EVERY CHANGE STILL PENDING THAT FALLS *
047600* DUE WITHIN THE LOOK-AHEAD WINDOW, WITH THE DAYS TO GO.    *
047700*----------------------------------------------------------*
047800 3000-REPORT-UPCOMING.
047900     MOVE SPACES TO PSTRP-LINE.
048000     WRITE PSTRP-LINE.
048100     MOVE WS-LOOKAHEAD-DAYS TO WS-DAYS-ED.
048200     MOVE SPACES TO PSTRP-LINE.
048300     STRING "CHANGES DUE IN THE NEXT" WS-DAYS-ED
048400         " DAYS"
048500         DELIMITED SIZE INTO PSTRP-LINE
048600     END-STRING.
048700     WRITE PSTRP-LINE.
048800     MOVE "  PROV-ID    PROVIDER NAME" TO PSTRP-LINE.
048900     MOVE "CUR NEW EFF-DATE REQ-OPER DAYS" TO PSTRP-LINE (58:30).
049000     WRITE PSTRP-LINE.
049100     OPEN INPUT LFPSTNW.
049200     MOVE "N" TO PASS-EOF-SW.
049300     PERFORM 3100-LIST-ONE-UPCOMING THRU 3100-EXIT
049400         UNTIL PASS-EOF.
049500     CLOSE LFPSTNW.
049600 3000-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------*
050000* 3100-LIST-ONE-UPCOMING - READ ONE NEW-GENERATION ENTRY AND*
050100* LIST IT IF IT IS PENDING AND DUE WITHIN THE WINDOW.       *
050200*----------------------------------------------------------*
050300 3100-LIST-ONE-UPCOMING.
050400     PERFORM 3900-READ-NEW-GENERATION THRU 3900-EXIT.
050500     IF PASS-EOF OR NOT PNDST-PENDING
050600         GO TO 3100-EXIT
050700     END-IF.
050800     MOVE PNDST-EFF-DATE TO WS-DATE-CCYYMMDD.
050900     PERFORM 7800-DATE-TO-SERIAL THRU 7800-EXIT.
051000     COMPUTE WS-DAYS = WS-DTS-SERIAL - WS-TODAY-SERIAL.
051100     IF WS-DAYS > WS-LOOKAHEAD-DAYS
051200         GO TO 3100-EXIT
051300     END-IF.
051400     ADD 1 TO WS-UPCOMING-COUNT.
051500     PERFORM 3800-GET-PROVIDER-NAME THRU 3800-EXIT.
051600     MOVE WS-DAYS TO WS-DAYS-ED.
051700     MOVE SPACES TO PSTRP-LINE.
051800     STRING "  " PNDST-PROV-ID " " WS-PROV-NAME
051900         "  " PROV-STAT-CODE "   " PNDST-NEW-STAT-CODE
052000         "   " PNDST-EFF-DATE " " PNDST-REQ-OPER-ID
052100         " " WS-DAYS-ED
052200         DELIMITED SIZE INTO PSTRP-LINE
052300     END-STRING.
052400     WRITE PSTRP-LINE.
052500 3100-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------*
052900* 3500-REPORT-ORPHANS - THIRD SECTION.  RE-READ THE NEW     *
053000* GENERATION AND LIST EVERY CHANGE ORPHANED TONIGHT, WITH   *
053100* THE SURVIVING PROV-ID WHEN THE PROVIDER WAS MERGED AWAY.  *
053200*----------------------------------------------------------*
053300 3500-REPORT-ORPHANS.
053400     MOVE SPACES TO PSTRP-LINE.
053500     WRITE PSTRP-LINE.
053600     MOVE "CHANGES ORPHANED - PROVIDER DELETED OR MERGED AWAY"
053700         TO PSTRP-LINE.
053800     WRITE PSTRP-LINE.
053900     MOVE "  PROV-ID    NEW EFF-DATE REQ-OPER REASON   SURVIVOR"
054000         TO PSTRP-LINE.
054100     WRITE PSTRP-LINE.
054200     OPEN INPUT LFPSTNW.
054300     MOVE "N" TO PASS-EOF-SW.
054400     PERFORM 3600-LIST-ONE-ORPHAN THRU 3600-EXIT
054500         UNTIL PASS-EOF.
054600     CLOSE LFPSTNW.
054700 3500-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------*
055100* 3600-LIST-ONE-ORPHAN - READ ONE NEW-GENERATION ENTRY AND  *
055200* LIST IT IF IT WAS ORPHANED ON THIS BUSINESS DATE.         *
055300*----------------------------------------------------------*
055400 3600-LIST-ONE-ORPHAN.
055500     PERFORM 3900-READ-NEW-GENERATION THRU 3900-EXIT.
055600     IF PASS-EOF OR NOT PNDST-ORPHANED
055700         GO TO 3600-EXIT
055800     END-IF.
055900     IF PNDST-DONE-DATE NOT = WS-RUNC-BUS-DATE
056000         GO TO 3600-EXIT
056100     END-IF.
056200     MOVE SPACES TO PSTRP-LINE.
056300     IF PNDST-PROV-MERGED
056400         STRING "  " PNDST-PROV-ID " " PNDST-NEW-STAT-CODE
056500             "   " PNDST-EFF-DATE " " PNDST-REQ-OPER-ID
056600             " MERGED   " PNDST-SURV-PROV-ID
056700             DELIMITED SIZE INTO PSTRP-LINE
056800         END-STRING
056900     ELSE
057000         STRING "  " PNDST-PROV-ID " " PNDST-NEW-STAT-CODE
057100             "   " PNDST-EFF-DATE " " PNDST-REQ-OPER-ID
057200             " DELETED"
057300             DELIMITED SIZE INTO PSTRP-LINE
057400         END-STRING
057500     END-IF.
057600     WRITE PSTRP-LINE.
057700 3600-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------*
058100* 3800-GET-PROVIDER-NAME - READ THE PROVIDER FOR ITS NAME   *
058200* AND CURRENT STATUS.  A PROVIDER THAT CANNOT BE READ IS    *
058300* LISTED WITHOUT THEM.                                      *
058400*----------------------------------------------------------*
058500 3800-GET-PROVIDER-NAME.
058600     MOVE PNDST-PROV-ID TO PROV-ID.
058700     READ LFIDPROVS
058800         KEY IS PROV-ID
058900         INVALID KEY CONTINUE
059000     END-READ.
059100     IF RECORDFOUND
059200         MOVE PROV-DESC TO WS-PROV-NAME
059300     ELSE
059400         MOVE "** NOT ON FILE **" TO WS-PROV-NAME
059500         MOVE SPACE TO PROV-STAT-CODE
059600     END-IF.
059700 3800-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------*
060100* 3900-READ-NEW-GENERATION - READ THE NEXT ENTRY OF THE NEW *
060200* GENERATION INTO THE WORK AREA FOR THE REPORT PASSES.      *
060300*----------------------------------------------------------*
060400 3900-READ-NEW-GENERATION.
060500     READ LFPSTNW.
060600     IF PSTNW-FILE-OK
060700         MOVE PSTNW-FILE-REC TO PNDST-RECORD
060800     ELSE
060900         MOVE "Y" TO PASS-EOF-SW
061000     END-IF.
061100 3900-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------*
061500* 4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE NIGHT'S    *
061600* COUNTS AND DISPLAY THEM FOR THE JOB LOG.                  *
061700*----------------------------------------------------------*
061800 4000-WRITE-SUMMARY.
061900     MOVE SPACES TO PSTRP-LINE.
062000     WRITE PSTRP-LINE.
062100     MOVE WS-APPLIED-COUNT TO WS-COUNT-ED-1.
062200     MOVE WS-UPCOMING-COUNT TO WS-COUNT-ED-2.
062300     MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED-3.
062400     MOVE SPACES TO PSTRP-LINE.
062500     STRING "APPLIED TONIGHT: " WS-COUNT-ED-1
062600         "  DUE IN WINDOW: "    WS-COUNT-ED-2
062700         "  ORPHANED TONIGHT: " WS-COUNT-ED-3
062800         DELIMITED SIZE INTO PSTRP-LINE
062900     END-STRING.
063000     WRITE PSTRP-LINE.
063100     DISPLAY "RDIDF25 - " PSTRP-LINE (1:80).
063200     MOVE WS-WAITING-COUNT TO WS-COUNT-ED-1.
063300     MOVE WS-CARRIED-COUNT TO WS-COUNT-ED-2.
063400     MOVE WS-PURGED-COUNT TO WS-COUNT-ED-3.
063500     MOVE SPACES TO PSTRP-LINE.
063600     STRING "STILL PENDING: "   WS-COUNT-ED-1
063700         "  DONE CARRIED: "     WS-COUNT-ED-2
063800         "  PURGED: "           WS-COUNT-ED-3
063900         DELIMITED SIZE INTO PSTRP-LINE
064000     END-STRING.
064100     WRITE PSTRP-LINE.
064200     DISPLAY "RDIDF25 - " PSTRP-LINE (1:80).
064300     IF WS-CHGL-FAIL-COUNT > ZERO
064400         MOVE WS-CHGL-FAIL-COUNT TO WS-COUNT-ED-1
064500         MOVE SPACES TO PSTRP-LINE
064600         STRING "CHANGE LOG WRITES FAILED: " WS-COUNT-ED-1
064700             DELIMITED SIZE INTO PSTRP-LINE
064800         END-STRING
064900         WRITE PSTRP-LINE
065000         DISPLAY "RDIDF25 - " PSTRP-LINE (1:80)
065100     END-IF.
065200 4000-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------*
065600* 7800-DATE-TO-SERIAL - CONVERT WS-DATE-CCYYMMDD TO A DAY   *
065700* SERIAL FOR DAY-COUNT ARITHMETIC: 365 PER YEAR PLUS ONE PER*
065800* ELAPSED LEAP YEAR, PLUS THE CUMULATIVE DAYS OF THE        *
065900* COMPLETED MONTHS, PLUS THE DAY - THE SAME SERIAL RDIDF9   *
066000* AGES ITS SUSPENSE ENTRIES BY.  ACCURATE FOR 2000-2099.    *
066100*----------------------------------------------------------*
066200 7800-DATE-TO-SERIAL.
066300     MOVE WS-DATE-YY TO WS-DTS-YY.
066400     MOVE WS-DATE-MM TO WS-DTS-MM.
066500     MOVE WS-DATE-DD TO WS-DTS-DD.
066600     IF WS-DTS-MM < 1 OR WS-DTS-MM > 12
066700         MOVE 1 TO WS-DTS-MM
066800     END-IF.
066900     COMPUTE WS-LEAP-QUOT = (WS-DTS-YY + 3) / 4.
067000     COMPUTE WS-DTS-SERIAL =
067100         (WS-DTS-YY * 365)
067200         + WS-LEAP-QUOT
067300         + WS-CUM-DAYS (WS-DTS-MM)
067400         + WS-DTS-DD.
067500     DIVIDE WS-DTS-YY BY 4
067600         GIVING WS-LEAP-QUOT
067700         REMAINDER WS-LEAP-REM.
067800     IF WS-LEAP-REM = ZERO AND WS-DTS-MM > 2
067900         ADD 1 TO WS-DTS-SERIAL
068000     END-IF.
068100 7800-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------*
068500* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.     *
068600*----------------------------------------------------------*
068700 9000-END-PROGRAM.
068800     CLOSE LFIDPROVS.
068900     IF XREF-PRESENT
069000         CLOSE LFXREF
069100     END-IF.
069200     IF PNDST-PRESENT
069300         CLOSE LFPNDST
069400     END-IF.
069500     IF NEWGEN-OPEN
069600         CLOSE LFPSTNW
069700     END-IF.
069800     CLOSE LFPSTRP.
069900     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
070000 9000-EXIT.
070100     EXIT.
070200
070300     COPY CHGLOGPR.
070400
070500     COPY RUNCTLPR.
070600
070700 END PROGRAM RDIDF25.
