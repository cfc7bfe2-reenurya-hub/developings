001600* RUN.  MARKS THIS JOB COMPLETED FOR THE BUSINESS DATE.  A  *
001700* RUN THAT ABENDS NEVER GETS HERE, SO ITS STATUS STAYS      *
001800* STARTED AND A RERUN IS PERMITTED.                         *
001810*                                                            *
001820* 8850-RUNCTL-NEXT-BATCH-ID - PERFORM RIGHT AFTER 8800, BEFORE*
001830* ANY OTHER FILE IS OPENED, IN A JOB THAT BUILDS A POSTING   *
001840* BATCH FOR RDIDF7.  SEE COPYBOOK RUNCTLWS.                  *
001900*----------------------------------------------------------*
002000* MODIFICATION HISTORY                                      *
002100*----------------------------------------------------------*
002200* 08/22/2026  DK   ORIGINAL COPYBOOK.                        *
002210* 10/15/2026  DK   8850-RUNCTL-NEXT-BATCH-ID ADDED.          *
002300*----------------------------------------------------------*
002400 8800-RUNCTL-START.
002500     OPEN I-O LFRNCTL.
013900     CLOSE LFRNCTL.
014000 8900-EXIT.
014100     EXIT.
014200
014300*----------------------------------------------------------*
014400* 8850-RUNCTL-NEXT-BATCH-ID - NUMBER THIS RUN'S POSTING     *
014500* BATCH.  THE BATCH-ID RECORD NAMED IN WS-RUNC-BATCH-KEY    *
014600* HOLDS THE DATE AND RUN NUMBER OF THE LAST BATCH BUILT;    *
014700* THE NUMBER STARTS AT 01 ON A NEW BUSINESS DATE AND IS     *
014800* STEPPED AND SAVED BEFORE THE BATCH IS WRITTEN, SO A RERUN *
014900* ON THE SAME DATE - EVEN AFTER A FAILED RUN - NEVER REUSES *
015000* AN ID RDIDF7 MAY ALREADY HAVE SEEN.  WS-RUNC-BATCH-ID IS  *
015100* THE PREFIX, THE BUSINESS DATE, AND THE RUN NUMBER.  A     *
015200* 100TH BATCH IN ONE DATE, OR A FAILED SAVE, ENDS THE RUN   *
015300* RC 16.                                                    *
015400*----------------------------------------------------------*
015500 8850-RUNCTL-NEXT-BATCH-ID.
015600     MOVE WS-RUNC-BATCH-KEY TO RUNC-JOB-NAME.
015700     READ LFRNCTL
015800         INVALID KEY CONTINUE
015900     END-READ.
016000     IF RUNC-FILE-OK
016100         IF RUNC-BUS-DATE = WS-RUNC-BUS-DATE
016200                 AND RUNC-BATCH-SEQ NUMERIC
016300             IF RUNC-BATCH-SEQ >= 99
016400                 DISPLAY WS-RUNC-THIS-JOB " - 99 BATCHES ALREADY "
016500                     "BUILT FOR BUSINESS DATE " WS-RUNC-BUS-DATE
016600                     " - RUN REFUSED"
016700                 CLOSE LFRNCTL
016800                 MOVE 16 TO RETURN-CODE
016900                 STOP RUN
017000             END-IF
017100             COMPUTE WS-RUNC-BATCH-SEQ = RUNC-BATCH-SEQ + 1
017200         ELSE
017300             MOVE 1 TO WS-RUNC-BATCH-SEQ
017400         END-IF
017500         PERFORM 8860-RUNCTL-BUILD-BATCH THRU 8860-EXIT
017600         REWRITE RUNCTL-RECORD
017700             INVALID KEY CONTINUE
017800         END-REWRITE
017900     ELSE
018000         MOVE 1 TO WS-RUNC-BATCH-SEQ
018100         PERFORM 8860-RUNCTL-BUILD-BATCH THRU 8860-EXIT
018200         WRITE RUNCTL-RECORD
018300             INVALID KEY CONTINUE
018400         END-WRITE
018500     END-IF.
018600     IF NOT RUNC-FILE-OK
018700         DISPLAY WS-RUNC-THIS-JOB " - BATCH-ID RECORD "
018800             WS-RUNC-BATCH-KEY " NOT SAVED, STATUS "
018900             RUNC-FILE-STATUS " - RUN REFUSED"
019000         CLOSE LFRNCTL
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     MOVE SPACES TO WS-RUNC-BATCH-ID.
019500     STRING WS-RUNC-BATCH-PREFIX WS-RUNC-BUS-DATE
019600         WS-RUNC-BATCH-SEQ
019700         DELIMITED SIZE INTO WS-RUNC-BATCH-ID
019800     END-STRING.
019900 8850-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------*
020300* 8860-RUNCTL-BUILD-BATCH - FILL THE BATCH-ID RECORD FOR    *
020400* THIS BUSINESS DATE AND RUN NUMBER.                        *
020500*----------------------------------------------------------*
020600 8860-RUNCTL-BUILD-BATCH.
020700     ACCEPT WS-RUNC-TIME-NOW FROM TIME.
020800     MOVE SPACES TO RUNCTL-RECORD.
020900     MOVE WS-RUNC-BATCH-KEY TO RUNC-JOB-NAME.
021000     MOVE WS-RUNC-BUS-DATE TO RUNC-BUS-DATE.
021100     MOVE "C" TO RUNC-STATUS.
021200     MOVE WS-RUNC-TIME-HHMMSS TO RUNC-START-TIME.
021300     MOVE WS-RUNC-TIME-HHMMSS TO RUNC-END-TIME.
021400     MOVE WS-RUNC-BATCH-SEQ TO RUNC-BATCH-SEQ.
021500 8860-EXIT.
021600     EXIT.
