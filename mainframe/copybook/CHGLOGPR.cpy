000100*----------------------------------------------------------*
000200* CHGLOGPR - SHARED PROVIDER CHANGE LOG PARAGRAPHS.         *
000300*                                                           *
000400* COPY AT THE END OF THE PROCEDURE DIVISION OF EVERY        *
000500* PROGRAM THAT CHANGES PROVIDER DEMOGRAPHICS, WITH LFCHLOG  *
000600* SELECTED AND ITS FD COPYING CHGLOG, PROVREC IN AN FD, AND *
000700* CHGLOGWS IN WORKING-STORAGE.                              *
000800*                                                           *
000900* 8700-CHGL-OPEN - OPEN THE CHANGE LOG FOR UPDATE, CREATING *
001000* IT ON FIRST USE.  CHGL-LOG-OPEN TELLS THE CALLER WHETHER  *
001100* IT IS AVAILABLE.                                          *
001200*                                                           *
001300* 8710-CHGL-SAVE-BEFORE - PERFORM RIGHT AFTER READING THE   *
001400* PROVIDER AND BEFORE CHANGING IT.  8715-CHGL-CLEAR-BEFORE  *
001500* IS USED INSTEAD FOR AN ADD, SO EVERY NON-BLANK FIELD OF   *
001600* THE NEW PROVIDER LOGS AGAINST A BLANK OLD VALUE.          *
001700*                                                           *
001800* 8720-CHGL-LOG-CHANGES - PERFORM ONCE THE UPDATED RECORD   *
001900* HAS BEEN WRITTEN.  COMPARES EACH LOGGED FIELD OF          *
002000* PROVS-RECORD WITH THE BEFORE IMAGE AND WRITES ONE RECORD  *
002100* PER FIELD THAT DIFFERS, ALL WITH THE SAME TIMESTAMP.      *
002200*                                                           *
002300* 8725-CHGL-GET-STAMP AND 8740-CHGL-WRITE-ENTRY MAY BE      *
002400* PERFORMED DIRECTLY TO LOG AN EVENT THAT IS NOT A FIELD    *
002500* COMPARISON (A MERGE) - SET WS-CHGL-PROV-ID, THE FIELD     *
002600* NAME, AND THE OLD AND NEW VALUES FIRST.                   *
002700*                                                           *
002800* 8790-CHGL-CLOSE - CLOSE THE CHANGE LOG IF IT IS OPEN.     *
002900*                                                           *
003000* A FAILED WRITE IS ANNOUNCED AND COUNTED IN                *
003100* WS-CHGL-FAIL-COUNT; THE MASTER UPDATE IT DESCRIBES HAS    *
003200* ALREADY BEEN APPLIED AND IS NOT BACKED OUT.               *
003300*----------------------------------------------------------*
003400* MODIFICATION HISTORY                                      *
003500*----------------------------------------------------------*
003600* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
003610* 10/15/2026  DK   8720-CHGL-LOG-CHANGES ALSO LOGS THE       *
003611*                  UNDELIVERABLE-ADDRESS FLAG                *
003612*                  (ADDR-UNDELIV), SO A FLAG SET BY RDIDF28  *
003613*                  OR CLEARED BY AN ADDRESS CHANGE IS ON THE *
003614*                  LOG.                                      *
003700*----------------------------------------------------------*
003800 8700-CHGL-OPEN.
003900     MOVE "N" TO CHGL-OPEN-SW.
004000     OPEN I-O LFCHLOG.
004100     IF CHGL-FILE-NOT-FOUND
004200         OPEN OUTPUT LFCHLOG
004300         CLOSE LFCHLOG
004400         OPEN I-O LFCHLOG
004500     END-IF.
004600     IF CHGL-FILE-OK
004700         MOVE "Y" TO CHGL-OPEN-SW
004800     ELSE
004900         DISPLAY WS-CHGL-SOURCE-PGM " - CHANGE LOG IDFCHLOG.DAT "
005000             "NOT AVAILABLE - STATUS " CHGL-FILE-STATUS
005100     END-IF.
005200 8700-EXIT.
005300     EXIT.
005400
005500*----------------------------------------------------------*
005600* 8710-CHGL-SAVE-BEFORE - KEEP THE PROVIDER RECORD AS READ. *
005700*----------------------------------------------------------*
005800 8710-CHGL-SAVE-BEFORE.
005900     MOVE PROVS-RECORD TO WS-CHGL-BEFORE.
006000 8710-EXIT.
006100     EXIT.
006200
006300*----------------------------------------------------------*
006400* 8715-CHGL-CLEAR-BEFORE - BLANK BEFORE IMAGE FOR AN ADD.   *
006500*----------------------------------------------------------*
006600 8715-CHGL-CLEAR-BEFORE.
006700     MOVE SPACES TO WS-CHGL-BEFORE.
006800 8715-EXIT.
006900     EXIT.
007000
007100*----------------------------------------------------------*
007200* 8720-CHGL-LOG-CHANGES - ONE LOG RECORD FOR EACH LOGGED    *
007300* FIELD OF PROVS-RECORD THAT DIFFERS FROM THE BEFORE IMAGE. *
007400*----------------------------------------------------------*
007500 8720-CHGL-LOG-CHANGES.
007600     MOVE PROV-ID TO WS-CHGL-PROV-ID.
007700     PERFORM 8725-CHGL-GET-STAMP THRU 8725-EXIT.
007800     MOVE "NAME" TO WS-CHGL-FIELD-NAME.
007900     MOVE CHGB-PROV-DESC TO WS-CHGL-OLD-VALUE.
008000     MOVE PROV-DESC TO WS-CHGL-NEW-VALUE.
008100     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
008200     MOVE "ADDR-LINE-1" TO WS-CHGL-FIELD-NAME.
008300     MOVE CHGB-ADDR-LINE-1 TO WS-CHGL-OLD-VALUE.
008400     MOVE PROV-ADDR-LINE-1 TO WS-CHGL-NEW-VALUE.
008500     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
008600     MOVE "ADDR-LINE-2" TO WS-CHGL-FIELD-NAME.
008700     MOVE CHGB-ADDR-LINE-2 TO WS-CHGL-OLD-VALUE.
008800     MOVE PROV-ADDR-LINE-2 TO WS-CHGL-NEW-VALUE.
008900     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
009000     MOVE "ADDR-CITY" TO WS-CHGL-FIELD-NAME.
009100     MOVE CHGB-ADDR-CITY TO WS-CHGL-OLD-VALUE.
009200     MOVE PROV-ADDR-CITY TO WS-CHGL-NEW-VALUE.
009300     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
009400     MOVE "ADDR-STATE" TO WS-CHGL-FIELD-NAME.
009500     MOVE CHGB-ADDR-STATE TO WS-CHGL-OLD-VALUE.
009600     MOVE PROV-ADDR-STATE TO WS-CHGL-NEW-VALUE.
009700     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
009800     MOVE "ADDR-ZIP" TO WS-CHGL-FIELD-NAME.
009900     MOVE CHGB-ADDR-ZIP TO WS-CHGL-OLD-VALUE.
010000     MOVE PROV-ADDR-ZIP TO WS-CHGL-NEW-VALUE.
010100     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
010200     MOVE "TAX-ID" TO WS-CHGL-FIELD-NAME.
010300     MOVE CHGB-TAX-ID TO WS-CHGL-OLD-VALUE.
010400     MOVE PROV-TAX-ID TO WS-CHGL-NEW-VALUE.
010500     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
010600     MOVE "TYPE" TO WS-CHGL-FIELD-NAME.
010700     MOVE CHGB-TYPE-CODE TO WS-CHGL-OLD-VALUE.
010800     MOVE PROV-TYPE-CODE TO WS-CHGL-NEW-VALUE.
010900     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
011000     MOVE "STATUS" TO WS-CHGL-FIELD-NAME.
011100     MOVE CHGB-STAT-CODE TO WS-CHGL-OLD-VALUE.
011200     MOVE PROV-STAT-CODE TO WS-CHGL-NEW-VALUE.
011300     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
011400     MOVE "STATUS-EFF" TO WS-CHGL-FIELD-NAME.
011500     MOVE CHGB-STAT-EFF-DATE TO WS-CHGL-OLD-VALUE.
011600     MOVE PROV-STAT-EFF-DATE TO WS-CHGL-NEW-VALUE.
011700     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
011710     MOVE "ADDR-UNDELIV" TO WS-CHGL-FIELD-NAME.
011720     MOVE CHGB-ADDR-UNDELIV-FLAG TO WS-CHGL-OLD-VALUE.
011730     MOVE PROV-ADDR-UNDELIV-FLAG TO WS-CHGL-NEW-VALUE.
011740     PERFORM 8730-CHGL-COMPARE-FIELD THRU 8730-EXIT.
011800 8720-EXIT.
011900     EXIT.
012000
012100*----------------------------------------------------------*
012200* 8725-CHGL-GET-STAMP - TAKE THE DATE AND TIME FOR ONE      *
012300* UPDATE AND RESTART ITS FIELD SEQUENCE.                    *
012400*----------------------------------------------------------*
012500 8725-CHGL-GET-STAMP.
012600     ACCEPT WS-CHGL-YYMMDD FROM DATE.
012700     ACCEPT WS-CHGL-STAMP-TIME FROM TIME.
012800     MOVE ZERO TO WS-CHGL-SEQ-NO.
012900 8725-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------*
013300* 8730-CHGL-COMPARE-FIELD - LOG THE FIELD ONLY IF ITS OLD   *
013400* AND NEW VALUES DIFFER.                                    *
013500*----------------------------------------------------------*
013600 8730-CHGL-COMPARE-FIELD.
013700     IF WS-CHGL-OLD-VALUE = WS-CHGL-NEW-VALUE
013800         GO TO 8730-EXIT
013900     END-IF.
014000     PERFORM 8740-CHGL-WRITE-ENTRY THRU 8740-EXIT.
014100 8730-EXIT.
014200     EXIT.
014300
014400*----------------------------------------------------------*
014500* 8740-CHGL-WRITE-ENTRY - BUILD AND WRITE ONE CHANGE LOG    *
014600* RECORD.  A DUPLICATE KEY (THE SAME PROVIDER UPDATED TWICE *
014700* IN ONE HUNDREDTH OF A SECOND) STEPS THE SEQUENCE NUMBER   *
014800* AND WRITES AGAIN.                                         *
014900*----------------------------------------------------------*
015000 8740-CHGL-WRITE-ENTRY.
015100     IF NOT CHGL-LOG-OPEN
015200         ADD 1 TO WS-CHGL-FAIL-COUNT
015300         GO TO 8740-EXIT
015400     END-IF.
015500     ADD 1 TO WS-CHGL-SEQ-NO.
015600     MOVE SPACES TO CHGLOG-RECORD.
015700     MOVE WS-CHGL-PROV-ID TO CHG-PROV-ID.
015800     COMPUTE CHG-INV-DATE = 99999999 - WS-CHGL-STAMP-DATE-NUM.
015900     COMPUTE CHG-INV-TIME = 99999999 - WS-CHGL-STAMP-TIME.
016000     MOVE WS-CHGL-SEQ-NO TO CHG-SEQ-NO.
016100     MOVE WS-CHGL-FIELD-NAME TO CHG-FIELD-NAME.
016200     MOVE WS-CHGL-OLD-VALUE TO CHG-OLD-VALUE.
016300     MOVE WS-CHGL-NEW-VALUE TO CHG-NEW-VALUE.
016400     MOVE WS-CHGL-SOURCE-PGM TO CHG-SOURCE-PGM.
016500     MOVE WS-CHGL-OPER-ID TO CHG-OPER-ID.
016600     MOVE WS-CHGL-STAMP-DATE-NUM TO CHG-DATE.
016700     MOVE WS-CHGL-STAMP-TIME TO CHG-TIME.
016800     WRITE CHGLOG-RECORD
016900         INVALID KEY CONTINUE
017000     END-WRITE.
017100     PERFORM 8745-CHGL-RETRY-WRITE THRU 8745-EXIT
017200         UNTIL NOT CHGL-DUPLICATE
017300             OR WS-CHGL-SEQ-NO >= 9999.
017400     IF CHGL-FILE-OK
017500         ADD 1 TO WS-CHGL-WRITE-COUNT
017600     ELSE
017700         ADD 1 TO WS-CHGL-FAIL-COUNT
017800         DISPLAY WS-CHGL-SOURCE-PGM " - CHANGE LOG WRITE FAILED "
017900             "- STATUS " CHGL-FILE-STATUS " PROV-ID "
018000             WS-CHGL-PROV-ID " " WS-CHGL-FIELD-NAME
018100     END-IF.
018200 8740-EXIT.
018300     EXIT.
018400
018500*----------------------------------------------------------*
018600* 8745-CHGL-RETRY-WRITE - STEP THE SEQUENCE NUMBER AND      *
018700* WRITE THE RECORD AGAIN.                                   *
018800*----------------------------------------------------------*
018900 8745-CHGL-RETRY-WRITE.
019000     ADD 1 TO WS-CHGL-SEQ-NO.
019100     MOVE WS-CHGL-SEQ-NO TO CHG-SEQ-NO.
019200     WRITE CHGLOG-RECORD
019300         INVALID KEY CONTINUE
019400     END-WRITE.
019500 8745-EXIT.
019600     EXIT.
019700
019800*----------------------------------------------------------*
019900* 8790-CHGL-CLOSE - RELEASE THE CHANGE LOG.                 *
020000*----------------------------------------------------------*
020100 8790-CHGL-CLOSE.
020200     IF CHGL-LOG-OPEN
020300         CLOSE LFCHLOG
020400         MOVE "N" TO CHGL-OPEN-SW
020500     END-IF.
020600 8790-EXIT.
020700     EXIT.
