001600*                                                           *
001700* AT START-UP THE PROVIDER MASTER IS READ END TO END AND    *
001800* THE NUMBER OF PROVIDERS CARRYING EACH TYPE CODE IS        *
001900* COUNTED.  A DELETE IS REFUSED WHILE ANY PROVIDER STILL    *
002000* CARRIES THE CODE.  A RE-CODE CARRIES EVERY PROVIDER ON    *
002100* THE OLD CODE ONTO THE NEW ONE, LOGGING EACH TO THE CHANGE *
002110* LOG IDFCHLOG.DAT, AND IS SAVED AT ONCE.  THE LIST         *
002120* FUNCTION SHOWS EVERY CODE WITH ITS PROVIDER COUNT.        *
002200* THE TABLE IS HELD IN STORAGE (COPYBOOK PTYPTBL) AND       *
002300* WRITTEN BACK OVER IDFPTYPE.DAT AT END OF A SESSION THAT   *
002400* APPLIED ANY CHANGE.  EVERY APPLIED ADD/CHANGE/DELETE      *
002800* MODIFICATION HISTORY                                      *
002900*----------------------------------------------------------*
003000* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003010* 10/15/2026  DK   A RE-CODE OF A TYPE STILL CARRIED BY      *
003020*                  PROVIDERS IS NO LONGER REFUSED - THE      *
003030*                  TABLE IS SAVED AT ONCE AND EVERY PROVIDER *
003040*                  ON THE OLD CODE IS REWRITTEN WITH THE NEW *
003050*                  ONE, EACH LOGGED WITH THE OPERATOR ID TO  *
003060*                  THE PERMANENT CHANGE LOG IDFCHLOG.DAT     *
003070*                  (COPYBOOKS CHGLOG/CHGLOGWS/CHGLOGPR) -    *
003080*                  SEE 5200-RECODE-PROVIDERS.  DELETE OF AN  *
003090*                  IN-USE TYPE IS STILL REFUSED.             *
003100*----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
005200     SELECT LFAUDIT ASSIGN TO "IDFAUDIT.DAT"
005300         FILE STATUS IS AUDIT-FILE-STATUS
005400         ORGANIZATION IS LINE SEQUENTIAL.
005414
005428     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
005442         FILE STATUS IS CHGL-FILE-STATUS
005456         ORGANIZATION IS INDEXED
005470         ACCESS MODE IS DYNAMIC
005484         RECORD KEY IS CHG-KEY.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007200 FD  LFAUDIT
007300     RECORD CONTAINS 120 CHARACTERS.
007400 01  AUDIT-RECORD                PIC X(120).
007425
007450 FD  LFCHLOG.
007475     COPY CHGLOG.
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-WORK-AREAS.
010600
010700     05  WS-CODE-ENTRY           PIC X(03).
010800     05  WS-NEW-CODE-ENTRY       PIC X(03).
010850     05  WS-OLD-CODE-ENTRY       PIC X(03).
010900     05  WS-DESC-ENTRY           PIC X(30).
011000
011100 01  WS-SWITCHES.
012700     05  WS-SHIFT-SUB            PIC 9(03).
012800     05  WS-LIST-SUB             PIC 9(03).
012900     05  WS-UNKNOWN-TYPE-COUNT   PIC 9(07) VALUE ZERO.
012950     05  WS-RECODE-COUNT         PIC 9(07) VALUE ZERO.
013000
013100 01  WS-COUNT-ED-1               PIC Z(06)9.
013200
014000         10  WS-CURR-MN          PIC 9(02).
014100         10  WS-CURR-SS          PIC 9(02).
014200         10  WS-CURR-HS          PIC 9(02).
014233
014266     COPY CHGLOGWS.
014300
014400 PROCEDURE DIVISION.
014500
015100             MOVE "N" TO MORE-TRANSACTIONS-SW
015200         END-IF
015300     END-IF.
015350     MOVE WS-OPER-ID TO WS-CHGL-OPER-ID.
015400     PERFORM 2000-MAINTENANCE-LOOP THRU 2000-EXIT
015500         UNTIL NOT MORE-TRANSACTIONS.
015600     IF TABLE-CHANGED
016200*----------------------------------------------------------*
016300* 1000-INITIALIZE - LOAD THE TYPE CODE TABLE, COUNT HOW    *
016400* MANY PROVIDERS CARRY EACH CODE, AND OPEN THE AUDIT        *
016500* TRAIL AND THE CHANGE LOG.  MAINTENANCE CANNOT RUN         *
016550* WITHOUT THE CHANGE LOG OR THE TYPE TABLE.                 *
016600*----------------------------------------------------------*
016700 1000-INITIALIZE.
016800     OPEN EXTEND LFAUDIT.
016900     IF AUDIT-FILE-NOT-FOUND
017000         OPEN OUTPUT LFAUDIT
017100     END-IF.
017112     MOVE "RDIDF20" TO WS-CHGL-SOURCE-PGM.
017124     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
017136     IF NOT CHGL-LOG-OPEN
017148         DISPLAY "MAINTENANCE NOT STARTED"
017160         MOVE "N" TO MORE-TRANSACTIONS-SW
017172         GO TO 1000-EXIT
017184     END-IF.
017200     PERFORM 1100-LOAD-TYPE-TABLE THRU 1100-EXIT.
017300     IF NOT PTYPE-TABLE-LOADED
017400         DISPLAY "TYPE CODE TABLE IDFPTYPE.DAT NOT AVAILABLE"
042500     EXIT.
042600
042700*----------------------------------------------------------*
042800* 5000-CHANGE-TYPE - LOOK UP A TYPE CODE AND LET THE        *
042900* OPERATOR RE-KEY ITS CODE AND DESCRIPTION.  A RE-CODE IS   *
043000* CARRIED ONTO EVERY PROVIDER STILL ON THE OLD CODE (SEE    *
043100* 5200-RECODE-PROVIDERS) SO NO MASTER RECORD IS LEFT        *
043200* POINTING AT A CODE THAT NO LONGER VALIDATES.              *
043300*----------------------------------------------------------*
043400 5000-CHANGE-TYPE.
043500     DISPLAY "ENTER TYPE CODE TO CHANGE (3 CHARACTERS): "
045200         GO TO 5000-EXIT
045300     END-IF.
045400     IF WS-NEW-CODE-ENTRY NOT = WS-CODE-ENTRY
045500         PERFORM 5100-CHECK-NEW-CODE THRU 5100-EXIT
045600         IF PTYPE-FOUND
045700             DISPLAY "NEW TYPE CODE ALREADY ON TABLE - "
045800                 "CHANGE REJECTED"
045900             GO TO 5000-EXIT
046000         END-IF
046100     END-IF.
046200     IF WS-NEW-CODE-ENTRY NOT = WS-CODE-ENTRY
046300         IF WS-TYPE-USE-COUNT (WS-FOUND-SUB) > ZERO
046400             DISPLAY "PROVIDERS CARRYING " WS-CODE-ENTRY
046500                 " WILL BE RE-CODED TO " WS-NEW-CODE-ENTRY
046600                 " ON CONFIRM"
046700         END-IF
046800     END-IF.
046900     DISPLAY "ENTER NEW TYPE DESCRIPTION (30 CHARACTERS): "
047400         WITH NO ADVANCING.
047500     ACCEPT CONFIRMANS.
047600     IF CONFIRMEDYES
047650         MOVE WS-CODE-ENTRY TO WS-OLD-CODE-ENTRY
047700         MOVE WS-NEW-CODE-ENTRY
047800             TO WS-PTYPE-CODE (WS-FOUND-SUB)
047900         MOVE WS-DESC-ENTRY TO WS-PTYPE-DESC (WS-FOUND-SUB)
048200         MOVE "CHANGE" TO WS-MAINT-ACTION
048300         MOVE WS-NEW-CODE-ENTRY TO WS-CODE-ENTRY
048400         PERFORM 7000-WRITE-MAINT-AUDIT THRU 7000-EXIT
048410         IF WS-NEW-CODE-ENTRY NOT = WS-OLD-CODE-ENTRY
048420             PERFORM 8000-REWRITE-TYPE-FILE THRU 8000-EXIT
048430             MOVE "N" TO TABLE-CHANGED-SW
048440             PERFORM 5200-RECODE-PROVIDERS THRU 5200-EXIT
048450         END-IF
048500     ELSE
048600         DISPLAY "CHANGE CANCELLED"
048700     END-IF.
050500 5100-EXIT.
050600     EXIT.
050700
050701*----------------------------------------------------------*
050702* 5200-RECODE-PROVIDERS - CARRY A RE-CODE ONTO THE MASTER.  *
050703* EVERY PROVIDER ON THE OLD CODE IS REWRITTEN WITH THE NEW  *
050704* ONE AND EACH IS LOGGED TO THE CHANGE LOG UNDER THE        *
050705* SIGNED-ON OPERATOR.  THE TABLE HAS ALREADY BEEN SAVED, SO *
050706* EVERY REWRITTEN RECORD CARRIES A CODE THAT VALIDATES.  THE*
050707* USAGE COUNT FOLLOWS THE SLOT TO THE NEW CODE.             *
050708*----------------------------------------------------------*
050709 5200-RECODE-PROVIDERS.
050710     MOVE ZERO TO WS-RECODE-COUNT.
050711     MOVE "N" TO MASTER-EOF-SW.
050712     OPEN I-O LFIDPROVS.
050713     IF NOT RECORDFOUND
050714         DISPLAY "RDIDF20 ABEND - LFIDPROVS OPEN STATUS "
050715             FILE-CHECK-KEY
050716         PERFORM 5290-RECODE-FAILED THRU 5290-EXIT
050717     END-IF.
050718     PERFORM 5210-RECODE-ONE-PROVIDER THRU 5210-EXIT
050719         UNTIL MASTER-EOF.
050720     CLOSE LFIDPROVS.
050721     MOVE WS-RECODE-COUNT TO WS-TYPE-USE-COUNT (WS-FOUND-SUB).
050722     MOVE WS-RECODE-COUNT TO WS-COUNT-ED-1.
050723     DISPLAY "PROVIDERS RE-CODED: " WS-COUNT-ED-1.
050724 5200-EXIT.
050725     EXIT.
050726
050727*----------------------------------------------------------*
050728* 5210-RECODE-ONE-PROVIDER - READ ONE MASTER RECORD; IF IT  *
050729* CARRIES THE OLD CODE, REWRITE IT WITH THE NEW ONE AND LOG *
050730* THE CHANGE.                                               *
050731*----------------------------------------------------------*
050732 5210-RECODE-ONE-PROVIDER.
050733     READ LFIDPROVS NEXT RECORD
050734         AT END MOVE "Y" TO MASTER-EOF-SW
050735     END-READ.
050736     IF MASTER-EOF
050737         GO TO 5210-EXIT
050738     END-IF.
050739     IF NOT RECORDFOUND
050740         DISPLAY "RDIDF20 ABEND - LFIDPROVS STATUS "
050741             FILE-CHECK-KEY
050742         PERFORM 5290-RECODE-FAILED THRU 5290-EXIT
050743     END-IF.
050744     IF PROV-TYPE-CODE NOT = WS-OLD-CODE-ENTRY
050745         GO TO 5210-EXIT
050746     END-IF.
050747     PERFORM 8710-CHGL-SAVE-BEFORE THRU 8710-EXIT.
050748     MOVE WS-NEW-CODE-ENTRY TO PROV-TYPE-CODE.
050749     REWRITE PROVS-RECORD
050750         INVALID KEY CONTINUE
050751     END-REWRITE.
050752     IF NOT RECORDFOUND
050753         DISPLAY "RDIDF20 ABEND - LFIDPROVS REWRITE STATUS "
050754             FILE-CHECK-KEY " PROV-ID " PROV-ID
050755         PERFORM 5290-RECODE-FAILED THRU 5290-EXIT
050756     END-IF.
050757     ADD 1 TO WS-RECODE-COUNT.
050758     PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT.
050759 5210-EXIT.
050760     EXIT.
050761
050762*----------------------------------------------------------*
050763* 5290-RECODE-FAILED - THE MASTER COULD NOT BE OPENED, READ,*
050764* OR REWRITTEN PART WAY THROUGH A RE-CODE.  THE NEW CODE IS *
050765* ALREADY SAVED ON THE TABLE; PROVIDERS NOT YET REACHED     *
050766* STILL CARRY THE OLD CODE AND ARE RE-CODED THROUGH RDIDF2. *
050767* THE RUN ENDS RC 16.                                       *
050768*----------------------------------------------------------*
050769 5290-RECODE-FAILED.
050770     MOVE WS-RECODE-COUNT TO WS-COUNT-ED-1.
050771     DISPLAY "RE-CODE INCOMPLETE - " WS-COUNT-ED-1
050772         " PROVIDERS RE-CODED TO " WS-NEW-CODE-ENTRY.
050773     DISPLAY "PROVIDERS STILL CARRYING " WS-OLD-CODE-ENTRY
050774         " MUST BE RE-CODED THROUGH RDIDF2".
050775     CLOSE LFIDPROVS.
050776     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
050777     MOVE 16 TO RETURN-CODE.
050778     STOP RUN.
050779 5290-EXIT.
050780     EXIT.
050800*----------------------------------------------------------*
050900* 6000-DELETE-TYPE - LOOK UP A TYPE CODE, REFUSE WHILE ANY *
051000* PROVIDER STILL CARRIES IT, OTHERWISE CONFIRM AND REMOVE   *
067500*----------------------------------------------------------*
067600 9000-END-PROGRAM.
067700     CLOSE LFAUDIT.
067750     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
067800 9000-EXIT.
067900     EXIT.
068000
068050     COPY CHGLOGPR.
068100 END PROGRAM RDIDF20.
