002144*                  RDIDF2 AND RDIDF7 ALREADY DO - A LOOKUP ON A  *
002145*                  PROVIDER WHOSE DESC IS DUPLICATED WAS         *
002146*                  AUDITED NOT FOUND AND DISPLAYED NOTHING.      *
002147* 10/15/2026  DK   ADDED OPTION 5 - DISPLAY A PROVIDER'S         *
002148*                  DEMOGRAPHIC CHANGE HISTORY (NAME, ADDRESS,    *
002149*                  TAX ID, TYPE, STATUS), NEWEST FIRST, FROM THE *
002150*                  PROVIDER CHANGE LOG, IDFCHLOG.DAT (COPYBOOK   *
002151*                  CHGLOG), WRITTEN BY RDIDF2, RDIDF11, RDIDF12  *
002152*                  AND RDIDF20 - SEE 3500-SHOW-CHANGE-HISTORY.   *
002153*                  A MISSING LOG IS ANSWERED AS NO CHANGES.      *
002154* 10/15/2026  DK   ADDED OPTION 6 - SEARCH PROVIDERS BY A        *
002155*                  LEADING PARTIAL NAME (POSITIONED ON THE       *
002156*                  PROV-DESC ALTERNATE KEY) AND/OR TAX ID, ZIP,  *
002157*                  CITY, STATE, TYPE AND STATUS, WITH THE        *
002158*                  MATCHES PAGED A SCREEN AT A TIME AND A ROW    *
002159*                  PICKED FOR THE FULL DETAIL AND TRANSACTIONS - *
002160*                  SEE 3600-SEARCH-PROVIDERS.  EACH SEARCH IS    *
002161*                  AUDITED AS KEYTYPE SEARCH                     *
002162*                  (3700-WRITE-SEARCH-AUDIT), EACH ROW PICKED AS *
002163*                  A PROV-ID LOOKUP.  3900-DISPLAY-RECORD ONWARD *
002164*                  RESEQUENCED (+3000) TO MAKE ROOM.             *
002165* 10/15/2026  DK   OPTION 5 NOW WALKS THE CHANGE LOG FOR AN      *
002166*                  ID NO LONGER ON THE MASTER - MERGED AWAY OR   *
002167*                  DELETED - SO ITS MERGED-INTO RECORD AND       *
002168*                  EARLIER CHANGES STILL DISPLAY.                *
002190*----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003515         ACCESS MODE IS DYNAMIC
003516         RECORD KEY IS TRNH-KEY.
003517
003530     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
003543         FILE STATUS IS CHGL-FILE-STATUS
003556         ORGANIZATION IS INDEXED
003569         ACCESS MODE IS DYNAMIC
003582         RECORD KEY IS CHG-KEY.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  LFIDPROVS.
004229 FD  LFTRHST.
004230     COPY TRANHREC.
004231
004254 FD  LFCHLOG.
004277     COPY CHGLOG.
004300 WORKING-STORAGE SECTION.
004400 01  WS-WORK-AREAS.
004500     05  FILE-CHECK-KEY          PIC X(02).
004711     05  TRHST-DONE-SW           PIC X(01) VALUE "N".
004712         88  TRHST-DONE              VALUE "Y".
004713
004725     05  CHGL-FILE-STATUS        PIC X(02).
004737         88  CHGL-FILE-OK            VALUE "00".
004749     05  CHGL-PRESENT-SW         PIC X(01) VALUE "Y".
004761         88  CHGL-PRESENT            VALUE "Y".
004773     05  CHGL-DONE-SW            PIC X(01) VALUE "N".
004785         88  CHGL-DONE               VALUE "Y".
004800     05  READTYPE                PIC 9(01).
004900         88  PROVIDKEY               VALUE 1.
005000         88  PROVDESCKEY             VALUE 2.
005100         88  ALLPROVS                VALUE 3.
005110         88  PROVTRANS               VALUE 4.
005155         88  PROVCHANGES             VALUE 5.
005160         88  PROVSEARCH              VALUE 6.
005200
005300     05  PRINTRECORD.
005400         10  PROVID              PIC 9(10).
005696     05  WS-SUSPNS-PTR           PIC 9(04).
005697     05  WS-TRAN-AMT-ED          PIC -(8)9.99.
005698     05  WS-TRAN-BAL-ED          PIC -(8)9.99.
005699     05  WS-HIST-PROV-ID         PIC 9(10).
005700
005800 01  WS-COUNTERS             COMP.
005900     05  PROV-COUNT              PIC 9(07) VALUE ZERO.
005910     05  TRAN-COUNT              PIC 9(07) VALUE ZERO.
005930     05  CHG-COUNT               PIC 9(07) VALUE ZERO.
005932     05  WS-SRCH-MATCH-COUNT     PIC 9(07) VALUE ZERO.
005934     05  WS-SRCH-USED            PIC 9(04) VALUE ZERO.
005936     05  WS-SRCH-SUB             PIC 9(04).
005938     05  WS-SRCH-PAGE-TOP        PIC 9(04).
005940     05  WS-SRCH-PAGE-END        PIC 9(04).
005942     05  WS-SRCH-NAME-LEN        PIC 9(02).
005944     05  WS-SRCH-SCAN            PIC 9(02).
005950
005960 01  WS-DATE-TIME-FIELDS.
005970     05  WS-CURRENT-DATE.
006030         10  WS-CURR-SS          PIC 9(02).
006040         10  WS-CURR-HS          PIC 9(02).
006050
006051
006052*----------------------------------------------------------*
006053* SEARCH (OPTION 6) - THE CRITERIA ENTERED, THE OPERATOR'S  *
006054* PAGING COMMAND, AND THE MATCHING PROVIDERS HELD FOR       *
006055* PAGING, A SCREEN OF WS-SRCH-PAGE-SIZE ROWS AT A TIME.     *
006056*----------------------------------------------------------*
006057 01  WS-SEARCH-FIELDS.
006058     05  WS-SRCH-CRITERIA.
006059         10  WS-SRCH-NAME        PIC X(40).
006060         10  WS-SRCH-TAX-ID      PIC X(09).
006061         10  WS-SRCH-ZIP         PIC X(09).
006062         10  WS-SRCH-CITY        PIC X(20).
006063         10  WS-SRCH-STATE       PIC X(02).
006064         10  WS-SRCH-TYPE        PIC X(03).
006065         10  WS-SRCH-STAT        PIC X(01).
006066     05  WS-SRCH-CRIT-TEXT       PIC X(100).
006067     05  WS-SRCH-CRIT-PTR        PIC 9(04).
006068     05  WS-SRCH-COMMAND         PIC X(02).
006069         88  SRCH-NEXT-PAGE          VALUES "N " "n ".
006070         88  SRCH-PREV-PAGE          VALUES "P " "p ".
006071         88  SRCH-QUIT               VALUES "Q " "q ".
006072     05  WS-SRCH-ROW REDEFINES WS-SRCH-COMMAND
006073                                 PIC 9(02).
006074     05  WS-SRCH-ROW-NO          PIC 9(02).
006075     05  WS-SRCH-MATCH-DISP      PIC 9(07).
006076     05  WS-SRCH-PAGE-SIZE       PIC 9(02) VALUE 10.
006077     05  WS-SRCH-BAL-ED          PIC -(8)9.99.
006078     05  SRCH-DONE-SW            PIC X(01) VALUE "N".
006079         88  SRCH-DONE               VALUE "Y".
006080     05  SRCH-MATCH-SW           PIC X(01) VALUE "N".
006081         88  SRCH-ROW-MATCHES        VALUE "Y".
006082     05  SRCH-FULL-SW            PIC X(01) VALUE "N".
006083         88  SRCH-TABLE-FULL         VALUE "Y".
006084
006085 01  WS-SEARCH-TABLE-AREA.
006086     05  WS-SRCH-ENTRY           OCCURS 200 TIMES.
006087         10  WS-SRCH-PROV-ID     PIC 9(10).
006088         10  WS-SRCH-DESC        PIC X(40).
006089         10  WS-SRCH-ROW-CITY    PIC X(20).
006090         10  WS-SRCH-ROW-STATE   PIC X(02).
006091         10  WS-SRCH-ROW-TYPE    PIC X(03).
006092         10  WS-SRCH-ROW-STAT    PIC X(01).
006093         10  WS-SRCH-BAL         PIC S9(8)V99.
006100 PROCEDURE DIVISION.
006200
006300 0000-MAINLINE.
007479     IF NOT TRHST-FILE-OK
007481         MOVE "N" TO TRHST-PRESENT-SW
007482     END-IF.
007485     OPEN INPUT LFCHLOG.
007488     IF NOT CHGL-FILE-OK
007491         MOVE "N" TO CHGL-PRESENT-SW
007494     END-IF.
007500 1000-EXIT.
007600     EXIT.
007604
008400     DISPLAY "SELECT RECORD BY DESCRIPTION, ENTER 2".
008500     DISPLAY "LIST ALL PROVIDER RECORDS, ENTER 3".
008550     DISPLAY "DISPLAY PROVIDER TRANSACTIONS, ENTER 4".
008575     DISPLAY "DISPLAY PROVIDER CHANGE HISTORY, ENTER 5".
008580     DISPLAY "SEARCH PROVIDERS BY PARTIAL NAME, TAX ID, ZIP, "
008585         "CITY/STATE, TYPE OR STATUS, ENTER 6".
008600     ACCEPT READTYPE.
008700 2000-EXIT.
008800     EXIT.
010310     IF PROVTRANS
010320         PERFORM 3400-SHOW-TRANSACTIONS THRU 3400-EXIT
010330     END-IF.
010347     IF PROVCHANGES
010364         PERFORM 3500-SHOW-CHANGE-HISTORY THRU 3500-EXIT
010381     END-IF.
010386     IF PROVSEARCH
010390         PERFORM 3600-SEARCH-PROVIDERS THRU 3600-EXIT
010394     END-IF.
010400 3000-EXIT.
010500     EXIT.
010600
012440 3150-EXIT.
012450     EXIT.
012460
012470*----------------------------------------------------------*
012500* 3200-LOOKUP-BY-DESC - LOOK UP ONE PROVIDER BY PROV-DESC. *
012600*----------------------------------------------------------*
012700 3200-LOOKUP-BY-DESC.
017280     ADD 1 TO TRAN-COUNT.
017281 3410-EXIT.
017282     EXIT.
017283
017284*----------------------------------------------------------*
017285* 3500-SHOW-CHANGE-HISTORY - LOOK UP ONE PROVIDER BY        *
017286* PROV-ID AND DISPLAY ITS DEMOGRAPHIC CHANGE HISTORY FROM   *
017287* THE PROVIDER CHANGE LOG, IDFCHLOG.DAT (COPYBOOK CHGLOG),  *
017288* NEWEST CHANGE FIRST.  THE LOG KEY CARRIES THE CHANGE DATE *
017289* AND TIME INVERTED, SO A START AT THE PROV-ID WITH ZERO    *
017290* INVERTED FIELDS LANDS ON THE NEWEST CHANGE.  AN ID NO     *
017291* LONGER ON THE MASTER - MERGED AWAY BY RDIDF11 OR DELETED -*
017292* STILL HAS ITS LOG WALKED, SO ITS MERGED-INTO RECORD AND   *
017293* PRE-MERGE CHANGES SHOW.  AN ID ON NEITHER THE MASTER NOR  *
017294* THE CROSS-REFERENCE, WITH NOTHING LOGGED, STAYS NOT       *
017295* FOUND.  A MISSING LOG (NOTHING CHANGED YET) IS ANSWERED   *
017296* AS NO CHANGES.                                            *
017297*----------------------------------------------------------*
017298 3500-SHOW-CHANGE-HISTORY.
017299     MOVE "PROV-ID" TO WS-KEY-TYPE-DESC.
017300     DISPLAY "ENTER PROV CODE KEY (10 DIGITS): "
017301         WITH NO ADVANCING.
017302     ACCEPT PROV-ID.
017303     MOVE PROV-ID TO WS-HIST-PROV-ID.
017304     READ LFIDPROVS
017305         KEY IS PROV-ID
017306         INVALID KEY
017307             PERFORM 8000-CHECK-FILE-STATUS THRU 8000-EXIT
017308     END-READ.
017309     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
017310     IF RECORDNOTFOUND
017311         PERFORM 3150-CHECK-MERGED-ID THRU 3150-EXIT
017312         IF NOT MERGED-ID-FOUND
017313             PERFORM 7500-WRITE-SUSPENSE-RECORD THRU 7500-EXIT
017314         END-IF
017315     END-IF.
017316     IF RECORDFOUND
017317         PERFORM 3900-DISPLAY-RECORD THRU 3900-EXIT
017318     ELSE
017319         IF NOT RECORDNOTFOUND
017320             GO TO 3500-EXIT
017321         END-IF
017322     END-IF.
017323     IF NOT CHGL-PRESENT
017324         IF RECORDFOUND OR MERGED-ID-FOUND
017325             DISPLAY "NO CHANGE HISTORY ON FILE"
017326         END-IF
017327         GO TO 3500-EXIT
017328     END-IF.
017329     MOVE ZERO TO CHG-COUNT.
017330     MOVE "N" TO CHGL-DONE-SW.
017331     MOVE WS-HIST-PROV-ID TO CHG-PROV-ID.
017332     MOVE ZERO TO CHG-INV-DATE.
017333     MOVE ZERO TO CHG-INV-TIME.
017334     MOVE ZERO TO CHG-SEQ-NO.
017335     START LFCHLOG KEY IS NOT LESS THAN CHG-KEY
017336         INVALID KEY MOVE "Y" TO CHGL-DONE-SW
017337     END-START.
017338     PERFORM 3510-SHOW-ONE-CHANGE THRU 3510-EXIT
017339         UNTIL CHGL-DONE.
017340     IF CHG-COUNT = ZERO
017341         IF RECORDFOUND OR MERGED-ID-FOUND
017342             DISPLAY "NO LOGGED CHANGES FOR THIS PROVIDER"
017343         END-IF
017344     ELSE
017345         DISPLAY "CHANGES DISPLAYED: " CHG-COUNT
017346     END-IF.
017347 3500-EXIT.
017348     EXIT.
017349
017350*----------------------------------------------------------*
017351* 3510-SHOW-ONE-CHANGE - READ AND DISPLAY ONE CHANGE LOG    *
017352* RECORD: WHEN, WHICH FIELD, OLD AND NEW VALUE, THE PROGRAM *
017353* THAT MADE THE CHANGE AND THE OPERATOR.  THE WALK ENDS AT  *
017354* END OF FILE OR AT THE FIRST RECORD OF THE NEXT PROVIDER.  *
017355*----------------------------------------------------------*
017356 3510-SHOW-ONE-CHANGE.
017357     READ LFCHLOG NEXT RECORD
017358         AT END MOVE "Y" TO CHGL-DONE-SW
017359     END-READ.
017360     IF CHGL-DONE
017361         GO TO 3510-EXIT
017362     END-IF.
017363     IF NOT CHGL-FILE-OK
017364         DISPLAY "CHLOG STATUS: " CHGL-FILE-STATUS
017365         MOVE "Y" TO CHGL-DONE-SW
017366         GO TO 3510-EXIT
017367     END-IF.
017368     IF CHG-PROV-ID NOT = WS-HIST-PROV-ID
017369         MOVE "Y" TO CHGL-DONE-SW
017370         GO TO 3510-EXIT
017371     END-IF.
017372     DISPLAY "  DATE=" CHG-DATE
017373         " TIME=" CHG-TIME
017374         " FIELD=" CHG-FIELD-NAME
017375         " PGM=" CHG-SOURCE-PGM
017376         " OPER=" CHG-OPER-ID.
017377     DISPLAY "    OLD=" CHG-OLD-VALUE.
017378     DISPLAY "    NEW=" CHG-NEW-VALUE.
017379     ADD 1 TO CHG-COUNT.
017380 3510-EXIT.
017381     EXIT.
017382
017395*----------------------------------------------------------*
017400* 3600-SEARCH-PROVIDERS - MULTI-CRITERIA SEARCH.  A LEADING *
017405* PARTIAL NAME POSITIONS ON THE PROV-DESC ALTERNATE KEY AND *
017410* READS FORWARD ONLY WHILE THE NAME STILL MATCHES; WITHOUT A*
017415* NAME THE WHOLE FILE IS READ BY PROV-ID.  TAX ID, ZIP,     *
017420* CITY, STATE, TYPE AND STATUS FILTER WHAT IS READ - ANY    *
017425* CRITERION LEFT BLANK MATCHES ALL.  THE FIRST 200 MATCHES  *
017430* ARE HELD AND PAGED A SCREEN AT A TIME; THE OPERATOR MAY   *
017435* PICK A ROW FOR THE FULL DETAIL AND TRANSACTIONS.  THE     *
017440* SEARCH ITSELF IS AUDITED AS KEYTYPE SEARCH, EACH ROW      *
017445* PICKED AS A PROV-ID LOOKUP.                               *
017450*----------------------------------------------------------*
017455 3600-SEARCH-PROVIDERS.
017460     MOVE "SEARCH" TO WS-KEY-TYPE-DESC.
017465     PERFORM 3610-GET-CRITERIA THRU 3610-EXIT.
017470     IF WS-SRCH-CRIT-PTR = 1
017475         DISPLAY "NO SEARCH CRITERIA ENTERED - USE OPTION 3 TO "
017480             "LIST ALL PROVIDERS"
017485         GO TO 3600-EXIT
017490     END-IF.
017495     MOVE ZERO TO WS-SRCH-MATCH-COUNT.
017500     MOVE ZERO TO WS-SRCH-USED.
017505     MOVE "N" TO SRCH-DONE-SW.
017510     MOVE "N" TO SRCH-FULL-SW.
017515     IF WS-SRCH-NAME-LEN > ZERO
017520         MOVE WS-SRCH-NAME TO PROV-DESC
017525         START LFIDPROVS KEY IS NOT LESS THAN PROV-DESC
017530             INVALID KEY MOVE "Y" TO SRCH-DONE-SW
017535         END-START
017540     ELSE
017545         MOVE ZEROS TO PROV-ID
017550         START LFIDPROVS KEY IS NOT LESS THAN PROV-ID
017555             INVALID KEY MOVE "Y" TO SRCH-DONE-SW
017560         END-START
017565     END-IF.
017570     PERFORM 3630-SEARCH-NEXT-PROVIDER THRU 3630-EXIT
017575         UNTIL SRCH-DONE.
017580     PERFORM 3700-WRITE-SEARCH-AUDIT THRU 3700-EXIT.
017585     IF WS-SRCH-MATCH-COUNT = ZERO
017590         DISPLAY "NO PROVIDERS MATCH THE SEARCH"
017595         GO TO 3600-EXIT
017600     END-IF.
017605     DISPLAY "PROVIDERS MATCHING: " WS-SRCH-MATCH-COUNT.
017610     IF SRCH-TABLE-FULL
017615         DISPLAY "ONLY THE FIRST 200 ARE LISTED - NARROW THE "
017620             "SEARCH TO SEE THE REST"
017625     END-IF.
017630     MOVE 1 TO WS-SRCH-PAGE-TOP.
017635     MOVE SPACES TO WS-SRCH-COMMAND.
017640     PERFORM 3650-SHOW-PAGE THRU 3650-EXIT
017645         UNTIL SRCH-QUIT.
017650 3600-EXIT.
017655     EXIT.
017660
017665*----------------------------------------------------------*
017670* 3610-GET-CRITERIA - PROMPT FOR EACH CRITERION.  NAME,     *
017675* CITY, STATE AND STATUS ARE FOLDED TO UPPER CASE TO MATCH  *
017680* THE MASTER.  THE CRITERIA ENTERED ARE ALSO STRUNG INTO    *
017685* WS-SRCH-CRIT-TEXT FOR THE AUDIT RECORD - A POINTER STILL  *
017690* AT 1 MEANS NOTHING WAS ENTERED.                           *
017695*----------------------------------------------------------*
017700 3610-GET-CRITERIA.
017705     MOVE SPACES TO WS-SRCH-CRITERIA.
017710     DISPLAY "LEADING PART OF PROVIDER NAME (BLANK = ANY): "
017715         WITH NO ADVANCING.
017720     ACCEPT WS-SRCH-NAME.
017725     DISPLAY "TAX ID, 9 DIGITS (BLANK = ANY): "
017730         WITH NO ADVANCING.
017735     ACCEPT WS-SRCH-TAX-ID.
017740     DISPLAY "ZIP CODE, 5 OR 9 DIGITS (BLANK = ANY): "
017745         WITH NO ADVANCING.
017750     ACCEPT WS-SRCH-ZIP.
017755     DISPLAY "CITY (BLANK = ANY): "
017760         WITH NO ADVANCING.
017765     ACCEPT WS-SRCH-CITY.
017770     DISPLAY "STATE, 2 LETTERS (BLANK = ANY): "
017775         WITH NO ADVANCING.
017780     ACCEPT WS-SRCH-STATE.
017785     DISPLAY "PROVIDER TYPE CODE (BLANK = ANY): "
017790         WITH NO ADVANCING.
017795     ACCEPT WS-SRCH-TYPE.
017800     DISPLAY "STATUS A, T OR S (BLANK = ANY): "
017805         WITH NO ADVANCING.
017810     ACCEPT WS-SRCH-STAT.
017815     INSPECT WS-SRCH-NAME CONVERTING
017820         "abcdefghijklmnopqrstuvwxyz" TO
017825         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017830     INSPECT WS-SRCH-CITY CONVERTING
017835         "abcdefghijklmnopqrstuvwxyz" TO
017840         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017845     INSPECT WS-SRCH-STATE CONVERTING
017850         "abcdefghijklmnopqrstuvwxyz" TO
017855         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017860     INSPECT WS-SRCH-STAT CONVERTING
017865         "ats" TO "ATS".
017870     MOVE ZERO TO WS-SRCH-NAME-LEN.
017875     PERFORM 3615-FIND-NAME-LENGTH THRU 3615-EXIT
017880         VARYING WS-SRCH-SCAN FROM 40 BY -1
017885         UNTIL WS-SRCH-SCAN < 1 OR WS-SRCH-NAME-LEN > ZERO.
017890     PERFORM 3620-BUILD-CRITERIA-TEXT THRU 3620-EXIT.
017895 3610-EXIT.
017900     EXIT.
017905
017910*----------------------------------------------------------*
017915* 3615-FIND-NAME-LENGTH - WALKING BACK FROM POSITION 40, THE*
017920* FIRST NON-BLANK IS THE LENGTH OF THE PARTIAL NAME.        *
017925*----------------------------------------------------------*
017930 3615-FIND-NAME-LENGTH.
017935     IF WS-SRCH-NAME (WS-SRCH-SCAN:1) NOT = SPACE
017940         MOVE WS-SRCH-SCAN TO WS-SRCH-NAME-LEN
017945     END-IF.
017950 3615-EXIT.
017955     EXIT.
017960
017965*----------------------------------------------------------*
017970* 3620-BUILD-CRITERIA-TEXT - STRING THE CRITERIA ENTERED,   *
017975* "NAME=...;TAX=...;" AND SO ON, FOR THE AUDIT RECORD.      *
017980*----------------------------------------------------------*
017985 3620-BUILD-CRITERIA-TEXT.
017990     MOVE SPACES TO WS-SRCH-CRIT-TEXT.
017995     MOVE 1 TO WS-SRCH-CRIT-PTR.
018000     IF WS-SRCH-NAME-LEN > ZERO
018005         STRING "NAME=" WS-SRCH-NAME (1:WS-SRCH-NAME-LEN) ";"
018010             DELIMITED SIZE
018015             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018020         END-STRING
018025     END-IF.
018030     IF WS-SRCH-TAX-ID NOT = SPACES
018035         STRING "TAX=" DELIMITED SIZE
018040             WS-SRCH-TAX-ID DELIMITED SPACE
018045             ";" DELIMITED SIZE
018050             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018055         END-STRING
018060     END-IF.
018065     IF WS-SRCH-ZIP NOT = SPACES
018070         STRING "ZIP=" DELIMITED SIZE
018075             WS-SRCH-ZIP DELIMITED SPACE
018080             ";" DELIMITED SIZE
018085             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018090         END-STRING
018095     END-IF.
018100     IF WS-SRCH-CITY NOT = SPACES
018105         STRING "CITY=" DELIMITED SIZE
018110             WS-SRCH-CITY DELIMITED "  "
018115             ";" DELIMITED SIZE
018120             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018125         END-STRING
018130     END-IF.
018135     IF WS-SRCH-STATE NOT = SPACES
018140         STRING "ST=" WS-SRCH-STATE ";" DELIMITED SIZE
018145             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018150         END-STRING
018155     END-IF.
018160     IF WS-SRCH-TYPE NOT = SPACES
018165         STRING "TYPE=" DELIMITED SIZE
018170             WS-SRCH-TYPE DELIMITED SPACE
018175             ";" DELIMITED SIZE
018180             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018185         END-STRING
018190     END-IF.
018195     IF WS-SRCH-STAT NOT = SPACES
018200         STRING "STAT=" WS-SRCH-STAT ";" DELIMITED SIZE
018205             INTO WS-SRCH-CRIT-TEXT WITH POINTER WS-SRCH-CRIT-PTR
018210         END-STRING
018215     END-IF.
018220 3620-EXIT.
018225     EXIT.
018230
018235*----------------------------------------------------------*
018240* 3630-SEARCH-NEXT-PROVIDER - READ THE NEXT RECORD IN THE   *
018245* KEY ORDER THE SEARCH STARTED ON.  A NAME SEARCH ENDS AT   *
018250* THE FIRST DESC THAT NO LONGER BEGINS WITH THE PARTIAL     *
018255* NAME.  A RECORD THAT PASSES THE FILTERS IS COUNTED, AND   *
018260* HELD WHILE THE TABLE HAS ROOM.                            *
018265*----------------------------------------------------------*
018270 3630-SEARCH-NEXT-PROVIDER.
018275     READ LFIDPROVS NEXT RECORD
018280         AT END MOVE HIGH-VALUES TO PROVS-RECORD
018285     END-READ.
018290     IF ENDOFFILE
018295         MOVE "Y" TO SRCH-DONE-SW
018300         GO TO 3630-EXIT
018305     END-IF.
018310     IF NOT RECORDFOUND
018315         PERFORM 8000-CHECK-FILE-STATUS THRU 8000-EXIT
018320         MOVE "Y" TO SRCH-DONE-SW
018325         GO TO 3630-EXIT
018330     END-IF.
018335     IF WS-SRCH-NAME-LEN > ZERO
018340         IF PROV-DESC (1:WS-SRCH-NAME-LEN)
018345                 NOT = WS-SRCH-NAME (1:WS-SRCH-NAME-LEN)
018350             MOVE "Y" TO SRCH-DONE-SW
018355             GO TO 3630-EXIT
018360         END-IF
018365     END-IF.
018370     PERFORM 3640-APPLY-FILTERS THRU 3640-EXIT.
018375     IF NOT SRCH-ROW-MATCHES
018380         GO TO 3630-EXIT
018385     END-IF.
018390     ADD 1 TO WS-SRCH-MATCH-COUNT.
018395     IF WS-SRCH-USED >= 200
018400         MOVE "Y" TO SRCH-FULL-SW
018405         GO TO 3630-EXIT
018410     END-IF.
018415     ADD 1 TO WS-SRCH-USED.
018420     MOVE PROV-ID TO WS-SRCH-PROV-ID (WS-SRCH-USED).
018425     MOVE PROV-DESC TO WS-SRCH-DESC (WS-SRCH-USED).
018430     MOVE PROV-ADDR-CITY TO WS-SRCH-ROW-CITY (WS-SRCH-USED).
018435     MOVE PROV-ADDR-STATE TO WS-SRCH-ROW-STATE (WS-SRCH-USED).
018440     MOVE PROV-TYPE-CODE TO WS-SRCH-ROW-TYPE (WS-SRCH-USED).
018445     MOVE PROV-STAT-CODE TO WS-SRCH-ROW-STAT (WS-SRCH-USED).
018450     MOVE PROV-BAL TO WS-SRCH-BAL (WS-SRCH-USED).
018455 3630-EXIT.
018460     EXIT.
018465
018470*----------------------------------------------------------*
018475* 3640-APPLY-FILTERS - TEST THE RECORD AGAINST EVERY        *
018480* CRITERION ENTERED.  A 5-DIGIT ZIP MATCHES ANY ZIP+4 THAT  *
018485* BEGINS WITH IT.                                           *
018490*----------------------------------------------------------*
018495 3640-APPLY-FILTERS.
018500     MOVE "N" TO SRCH-MATCH-SW.
018505     IF WS-SRCH-TAX-ID NOT = SPACES
018510             AND PROV-TAX-ID NOT = WS-SRCH-TAX-ID
018515         GO TO 3640-EXIT
018520     END-IF.
018525     IF WS-SRCH-ZIP NOT = SPACES
018530         IF WS-SRCH-ZIP (6:4) = SPACES
018535             IF PROV-ADDR-ZIP (1:5) NOT = WS-SRCH-ZIP (1:5)
018540                 GO TO 3640-EXIT
018545             END-IF
018550         ELSE
018555             IF PROV-ADDR-ZIP NOT = WS-SRCH-ZIP
018560                 GO TO 3640-EXIT
018565             END-IF
018570         END-IF
018575     END-IF.
018580     IF WS-SRCH-CITY NOT = SPACES
018585             AND PROV-ADDR-CITY NOT = WS-SRCH-CITY
018590         GO TO 3640-EXIT
018595     END-IF.
018600     IF WS-SRCH-STATE NOT = SPACES
018605             AND PROV-ADDR-STATE NOT = WS-SRCH-STATE
018610         GO TO 3640-EXIT
018615     END-IF.
018620     IF WS-SRCH-TYPE NOT = SPACES
018625             AND PROV-TYPE-CODE NOT = WS-SRCH-TYPE
018630         GO TO 3640-EXIT
018635     END-IF.
018640     IF WS-SRCH-STAT NOT = SPACES
018645             AND PROV-STAT-CODE NOT = WS-SRCH-STAT
018650         GO TO 3640-EXIT
018655     END-IF.
018660     MOVE "Y" TO SRCH-MATCH-SW.
018665 3640-EXIT.
018670     EXIT.
018675
018680*----------------------------------------------------------*
018685* 3650-SHOW-PAGE - DISPLAY ONE PAGE OF THE HELD MATCHES,    *
018690* ROWS NUMBERED FROM 01 ON EACH PAGE, AND TAKE THE          *
018695* OPERATOR'S NEXT COMMAND.                                  *
018700*----------------------------------------------------------*
018705 3650-SHOW-PAGE.
018710     COMPUTE WS-SRCH-PAGE-END =
018715         WS-SRCH-PAGE-TOP + WS-SRCH-PAGE-SIZE - 1.
018720     IF WS-SRCH-PAGE-END > WS-SRCH-USED
018725         MOVE WS-SRCH-USED TO WS-SRCH-PAGE-END
018730     END-IF.
018735     DISPLAY " ".
018740     DISPLAY "ROWS " WS-SRCH-PAGE-TOP " - " WS-SRCH-PAGE-END
018745         " OF " WS-SRCH-USED.
018750     DISPLAY "ROW PROV-ID    PROVIDER NAME                     "
018755         "       CITY                 ST TYP S      BALANCE".
018760     MOVE ZERO TO WS-SRCH-ROW-NO.
018765     PERFORM 3660-SHOW-ROW THRU 3660-EXIT
018770         VARYING WS-SRCH-SUB FROM WS-SRCH-PAGE-TOP BY 1
018775         UNTIL WS-SRCH-SUB > WS-SRCH-PAGE-END.
018780     DISPLAY "ENTER N (NEXT PAGE), P (PREVIOUS PAGE), Q (QUIT), "
018785         "OR A ROW NUMBER TO SELECT: "
018790         WITH NO ADVANCING.
018795     MOVE SPACES TO WS-SRCH-COMMAND.
018800     ACCEPT WS-SRCH-COMMAND.
018805     PERFORM 3670-APPLY-COMMAND THRU 3670-EXIT.
018810 3650-EXIT.
018815     EXIT.
018820
018825*----------------------------------------------------------*
018830* 3660-SHOW-ROW - DISPLAY ONE HELD MATCH.                   *
018835*----------------------------------------------------------*
018840 3660-SHOW-ROW.
018845     ADD 1 TO WS-SRCH-ROW-NO.
018850     MOVE WS-SRCH-BAL (WS-SRCH-SUB) TO WS-SRCH-BAL-ED.
018855     DISPLAY WS-SRCH-ROW-NO "  "
018860         WS-SRCH-PROV-ID (WS-SRCH-SUB) " "
018865         WS-SRCH-DESC (WS-SRCH-SUB) " "
018870         WS-SRCH-ROW-CITY (WS-SRCH-SUB) " "
018875         WS-SRCH-ROW-STATE (WS-SRCH-SUB) " "
018880         WS-SRCH-ROW-TYPE (WS-SRCH-SUB) " "
018885         WS-SRCH-ROW-STAT (WS-SRCH-SUB) " "
018890         WS-SRCH-BAL-ED.
018895 3660-EXIT.
018900     EXIT.
018905
018910*----------------------------------------------------------*
018915* 3670-APPLY-COMMAND - PAGE FORWARD OR BACK, OR SHOW THE    *
018920* ROW PICKED.  A ONE-DIGIT ROW NUMBER IS TAKEN AS 0N.  THE  *
018925* PAGE STAYS PUT ON ANYTHING ELSE.                          *
018930*----------------------------------------------------------*
018935 3670-APPLY-COMMAND.
018940     IF SRCH-QUIT
018945         GO TO 3670-EXIT
018950     END-IF.
018955     IF SRCH-NEXT-PAGE
018960         IF WS-SRCH-PAGE-END >= WS-SRCH-USED
018965             DISPLAY "ALREADY ON THE LAST PAGE"
018970         ELSE
018975             ADD WS-SRCH-PAGE-SIZE TO WS-SRCH-PAGE-TOP
018980         END-IF
018985         GO TO 3670-EXIT
018990     END-IF.
018995     IF SRCH-PREV-PAGE
019000         IF WS-SRCH-PAGE-TOP = 1
019005             DISPLAY "ALREADY ON THE FIRST PAGE"
019010         ELSE
019015             SUBTRACT WS-SRCH-PAGE-SIZE FROM WS-SRCH-PAGE-TOP
019020         END-IF
019025         GO TO 3670-EXIT
019030     END-IF.
019035     IF WS-SRCH-COMMAND (1:1) NUMERIC
019040             AND WS-SRCH-COMMAND (2:1) = SPACE
019045         MOVE WS-SRCH-COMMAND (1:1) TO WS-SRCH-COMMAND (2:1)
019050         MOVE "0" TO WS-SRCH-COMMAND (1:1)
019055     END-IF.
019060     IF WS-SRCH-COMMAND NOT NUMERIC
019065         DISPLAY "INVALID ENTRY - ENTER N, P, Q OR A ROW NUMBER"
019070         GO TO 3670-EXIT
019075     END-IF.
019080     IF WS-SRCH-ROW < 1 OR WS-SRCH-ROW > WS-SRCH-ROW-NO
019085         DISPLAY "NO SUCH ROW ON THIS PAGE"
019090         GO TO 3670-EXIT
019095     END-IF.
019100     COMPUTE WS-SRCH-SUB = WS-SRCH-PAGE-TOP + WS-SRCH-ROW - 1.
019105     PERFORM 3680-SHOW-PICKED-PROVIDER THRU 3680-EXIT.
019110 3670-EXIT.
019115     EXIT.
019120
019125*----------------------------------------------------------*
019130* 3680-SHOW-PICKED-PROVIDER - RE-READ THE PICKED PROVIDER   *
019135* BY PROV-ID, AUDIT IT AS A PROV-ID LOOKUP, AND DISPLAY THE *
019140* FULL DETAIL FOLLOWED BY ITS POSTED TRANSACTIONS, AS       *
019145* OPTION 4 SHOWS THEM.                                      *
019150*----------------------------------------------------------*
019155 3680-SHOW-PICKED-PROVIDER.
019160     MOVE WS-SRCH-PROV-ID (WS-SRCH-SUB) TO PROV-ID.
019165     MOVE "PROV-ID" TO WS-KEY-TYPE-DESC.
019170     READ LFIDPROVS
019175         KEY IS PROV-ID
019180         INVALID KEY
019185             PERFORM 8000-CHECK-FILE-STATUS THRU 8000-EXIT
019190     END-READ.
019195     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
019200     MOVE "SEARCH" TO WS-KEY-TYPE-DESC.
019205     IF NOT RECORDFOUND
019210         DISPLAY "PROVIDER " WS-SRCH-PROV-ID (WS-SRCH-SUB)
019215             " IS NO LONGER ON FILE"
019220         GO TO 3680-EXIT
019225     END-IF.
019230     DISPLAY " ".
019235     PERFORM 3900-DISPLAY-RECORD THRU 3900-EXIT.
019240     PERFORM 3690-DISPLAY-DETAIL THRU 3690-EXIT.
019245     IF NOT TRHST-PRESENT
019250         DISPLAY "NO TRANSACTION HISTORY ON FILE"
019255         GO TO 3680-EXIT
019260     END-IF.
019265     MOVE ZERO TO TRAN-COUNT.
019270     MOVE "N" TO TRHST-DONE-SW.
019275     MOVE PROV-ID TO TRNH-PROV-ID.
019280     MOVE ZERO TO TRNH-BUS-DATE.
019285     MOVE ZERO TO TRNH-SEQ-NO.
019290     START LFTRHST KEY IS NOT LESS THAN TRNH-KEY
019295         INVALID KEY MOVE "Y" TO TRHST-DONE-SW
019300     END-START.
019305     PERFORM 3410-SHOW-ONE-TRANSACTION THRU 3410-EXIT
019310         UNTIL TRHST-DONE.
019315     IF TRAN-COUNT = ZERO
019320         DISPLAY "NO POSTED TRANSACTIONS FOR THIS PROVIDER"
019325     ELSE
019330         DISPLAY "TRANSACTIONS DISPLAYED: " TRAN-COUNT
019335     END-IF.
019340 3680-EXIT.
019345     EXIT.
019350
019355*----------------------------------------------------------*
019360* 3690-DISPLAY-DETAIL - THE REST OF THE MASTER RECORD FOR A *
019365* PICKED PROVIDER: STATUS, TYPE, TAX ID, ADDRESS, AND ANY   *
019370* BACKUP-WITHHOLDING OR UNDELIVERABLE-ADDRESS FLAG.         *
019375*----------------------------------------------------------*
019380 3690-DISPLAY-DETAIL.
019385     DISPLAY "  STATUS=" PROV-STAT-CODE
019390         " EFFECTIVE " PROV-STAT-EFF-DATE
019395         "  TYPE=" PROV-TYPE-CODE
019400         "  TAX ID=" PROV-TAX-ID.
019405     DISPLAY "  ADDRESS: " PROV-ADDR-LINE-1.
019410     IF PROV-ADDR-LINE-2 NOT = SPACES
019415         DISPLAY "           " PROV-ADDR-LINE-2
019420     END-IF.
019425     DISPLAY "           " PROV-ADDR-CITY " "
019430         PROV-ADDR-STATE " " PROV-ADDR-ZIP.
019435     IF PROV-BACKUP-WITHHOLD
019440         DISPLAY "  FLAGGED FOR BACKUP WITHHOLDING"
019445     END-IF.
019450     IF PROV-ADDR-UNDELIVERABLE
019455         DISPLAY "  ADDRESS UNDELIVERABLE SINCE "
019460             PROV-ADDR-UNDELIV-DATE
019465     END-IF.
019470 3690-EXIT.
019475     EXIT.
019480
019485*----------------------------------------------------------*
019490* 3700-WRITE-SEARCH-AUDIT - APPEND ONE ENTRY TO THE INQUIRY *
019495* AUDIT TRAIL FOR THE SEARCH: KEY TYPE SEARCH, FOUND WHEN   *
019500* ANYTHING MATCHED, THE MATCH COUNT, THE OPERATOR, AND THE  *
019505* CRITERIA - LAST, SO A LONG NAME CAN ONLY CLIP ITSELF.     *
019510*----------------------------------------------------------*
019515 3700-WRITE-SEARCH-AUDIT.
019520     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
019525     MOVE SPACES TO AUDIT-RECORD.
019530     MOVE 1 TO WS-AUDIT-PTR.
019535     STRING
019540         WS-CURR-YY  "-" WS-CURR-MM  "-" WS-CURR-DD
019545                                            DELIMITED SIZE
019550         " "                                DELIMITED SIZE
019555         WS-CURR-HH  ":" WS-CURR-MN  ":" WS-CURR-SS
019560                                            DELIMITED SIZE
019565         " KEYTYPE=" WS-KEY-TYPE-DESC        DELIMITED SIZE
019570         " RESULT="                         DELIMITED SIZE
019575         INTO AUDIT-RECORD
019580         WITH POINTER WS-AUDIT-PTR
019585     END-STRING.
019590     IF WS-SRCH-MATCH-COUNT > ZERO
019595         STRING "FOUND" DELIMITED SIZE
019600             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
019605         END-STRING
019610     ELSE
019615         STRING "NOT FOUND" DELIMITED SIZE
019620             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
019625         END-STRING
019630     END-IF.
019635     MOVE WS-SRCH-MATCH-COUNT TO WS-SRCH-MATCH-DISP.
019640     STRING " MATCHES=" WS-SRCH-MATCH-DISP   DELIMITED SIZE
019645         " OPER=" WS-OPER-ID                DELIMITED SIZE
019650         " " WS-SRCH-CRIT-TEXT              DELIMITED SIZE
019655         INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
019660     END-STRING.
019665     WRITE AUDIT-RECORD.
019670 3700-EXIT.
019675     EXIT.
020400*----------------------------------------------------------*
020500* 3900-DISPLAY-RECORD - FORMAT AND DISPLAY ONE PROVIDER    *
020600* RECORD TO THE TERMINAL.                                    *
020700*----------------------------------------------------------*
020800 3900-DISPLAY-RECORD.
020900     MOVE PROV-ID TO PROVID.
021000     MOVE PROV-DESC TO PROVDESC.
021100     MOVE PROV-BAL TO PROVBAL.
021200     DISPLAY PRINTRECORD.
021300 3900-EXIT.
021400     EXIT.
021500
021550*----------------------------------------------------------*
021551* 7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE        *
021552* INQUIRY AUDIT TRAIL FOR THE LOOKUP JUST PERFORMED: KEY     *
021553* ENTERED, KEY TYPE, FOUND/NOT-FOUND, A TIMESTAMP, AND THE   *
021554* SIGNED-ON OPERATOR ID.                                     *
021555*----------------------------------------------------------*
021556 7000-WRITE-AUDIT-RECORD.
021557     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
021558     MOVE SPACES TO AUDIT-RECORD.
021559     MOVE 1 TO WS-AUDIT-PTR.
021560     STRING
021561         WS-CURR-YY  "-" WS-CURR-MM  "-" WS-CURR-DD
021562                                            DELIMITED SIZE
021563         " "                                DELIMITED SIZE
021564         WS-CURR-HH  ":" WS-CURR-MN  ":" WS-CURR-SS
021565                                            DELIMITED SIZE
021566         " KEYTYPE=" WS-KEY-TYPE-DESC        DELIMITED SIZE
021567         INTO AUDIT-RECORD
021568         WITH POINTER WS-AUDIT-PTR
021569     END-STRING.
021570     IF PROVIDKEY OR PROVTRANS OR PROVCHANGES OR PROVSEARCH
021571         STRING " KEY=" PROV-ID             DELIMITED SIZE
021572             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021573         END-STRING
021574     ELSE
021575         STRING " DESC=" PROV-DESC          DELIMITED SIZE
021576             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021577         END-STRING
021578     END-IF.
021579     STRING " RESULT="                       DELIMITED SIZE
021580         INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021581     END-STRING.
021582     IF RECORDFOUND
021583         STRING "FOUND" DELIMITED SIZE
021584             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021585         END-STRING
021586     ELSE
021587         STRING "NOT FOUND" DELIMITED SIZE
021588             INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021589         END-STRING
021590     END-IF.
021591     STRING " OPER=" WS-OPER-ID              DELIMITED SIZE
021592         INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
021593     END-STRING.
021594     WRITE AUDIT-RECORD.
021595 7000-EXIT.
021596     EXIT.
021597
021629*----------------------------------------------------------*
021630* 7500-WRITE-SUSPENSE-RECORD - A KEYED LOOKUP CAME BACK     *
021631* NOT FOUND.  APPEND THE KEY ENTERED, THE KEY TYPE, AND A    *
021632* TIMESTAMP TO THE SUSPENSE FILE FOR NEXT-DAY FOLLOW-UP BY    *
021633* PROVIDER RELATIONS.                                        *
021634*----------------------------------------------------------*
021635 7500-WRITE-SUSPENSE-RECORD.
021636     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
021637     MOVE SPACES TO SUSPENSE-RECORD.
021638     MOVE 1 TO WS-SUSPNS-PTR.
021639     STRING
021640         WS-CURR-YY  "-" WS-CURR-MM  "-" WS-CURR-DD
021641                                            DELIMITED SIZE
021642         " "                                DELIMITED SIZE
021643         WS-CURR-HH  ":" WS-CURR-MN  ":" WS-CURR-SS
021644                                            DELIMITED SIZE
021645         " KEYTYPE=" WS-KEY-TYPE-DESC        DELIMITED SIZE
021646         INTO SUSPENSE-RECORD
021647         WITH POINTER WS-SUSPNS-PTR
021648     END-STRING.
021649     IF PROVIDKEY OR PROVTRANS OR PROVCHANGES
021650         STRING " KEY=" PROV-ID             DELIMITED SIZE
021651             INTO SUSPENSE-RECORD WITH POINTER WS-SUSPNS-PTR
021652         END-STRING
021653     ELSE
021654         STRING " DESC=" PROV-DESC          DELIMITED SIZE
021655             INTO SUSPENSE-RECORD WITH POINTER WS-SUSPNS-PTR
021656         END-STRING
021657     END-IF.
021658     WRITE SUSPENSE-RECORD.
021659 7500-EXIT.
021660     EXIT.
021661*----------------------------------------------------------*
021662* 7900-GET-CURRENT-TIMESTAMP - ACCEPT THE SYSTEM DATE AND  *
021663* TIME FOR TIME-STAMPING ERROR LOG RECORDS.                  *
021664*----------------------------------------------------------*
021665 7900-GET-CURRENT-TIMESTAMP.
021666     ACCEPT WS-CURRENT-DATE FROM DATE.
021667     ACCEPT WS-CURRENT-TIME FROM TIME.
021668 7900-EXIT.
021669     EXIT.
021670
021671*----------------------------------------------------------*
021672* 8000-CHECK-FILE-STATUS - TRANSLATE FILE-CHECK-KEY INTO   *
021673* ITS MESSAGE TEXT.  A CLEAN NOT-FOUND (23) IS EXPECTED AND  *
021674* IS DISPLAYED BUT NOT LOGGED.  ANYTHING ELSE IS WRITTEN TO  *
021675* THE ERROR LOG SO IT SURVIVES BEYOND THE TERMINAL SCREEN.   *
021676*----------------------------------------------------------*
021677 8000-CHECK-FILE-STATUS.
021678     SET FSTAT-MSG-FOUND TO "N".
021679     SET FSTAT-IDX TO 1.
021680     SEARCH FSTAT-MESSAGE-ENTRY
021681         AT END
021682             SET FSTAT-MSG-FOUND TO "N"
021683         WHEN FSTAT-CODE (FSTAT-IDX) = FILE-CHECK-KEY
021684             SET FSTAT-MSG-FOUND TO "Y"
021685     END-SEARCH.
021686     IF RECORDNOTFOUND
021687         DISPLAY "PROV STATUS: " FILE-CHECK-KEY
021688             " - RECORD NOT FOUND FOR REQUESTED KEY"
021689     ELSE
021690         IF FSTAT-MSG-WAS-FOUND
021691             DISPLAY "PROV STATUS: " FILE-CHECK-KEY " - "
021692                 FSTAT-TEXT (FSTAT-IDX)
021693         ELSE
021694             DISPLAY "PROV STATUS: " FILE-CHECK-KEY
021695                 " - UNRECOGNIZED FILE STATUS"
021696         END-IF
021697         PERFORM 8100-LOG-FILE-ERROR THRU 8100-EXIT
021698     END-IF.
021699 8000-EXIT.
021700     EXIT.
021701
021702*----------------------------------------------------------*
021703* 8100-LOG-FILE-ERROR - APPEND AN ABNORMAL FILE STATUS TO  *
021704* THE ERROR LOG.                                              *
021705*----------------------------------------------------------*
021706 8100-LOG-FILE-ERROR.
021707     PERFORM 7900-GET-CURRENT-TIMESTAMP THRU 7900-EXIT.
021708     IF FSTAT-MSG-WAS-FOUND
021709         STRING
021710             WS-CURR-YY "-" WS-CURR-MM "-" WS-CURR-DD
021711                                            DELIMITED SIZE
021712             " " DELIMITED SIZE
021713             WS-CURR-HH ":" WS-CURR-MN ":" WS-CURR-SS
021714                                            DELIMITED SIZE
021715             " LFIDPROVS STATUS=" FILE-CHECK-KEY
021716                                            DELIMITED SIZE
021717             " " FSTAT-TEXT (FSTAT-IDX)     DELIMITED SIZE
021718             INTO ERRLOG-RECORD
021719         END-STRING
021720     ELSE
021721         STRING
021722             WS-CURR-YY "-" WS-CURR-MM "-" WS-CURR-DD
021723                                            DELIMITED SIZE
021724             " " DELIMITED SIZE
021725             WS-CURR-HH ":" WS-CURR-MN ":" WS-CURR-SS
021726                                            DELIMITED SIZE
021727             " LFIDPROVS STATUS=" FILE-CHECK-KEY
021728                                            DELIMITED SIZE
021729             " UNRECOGNIZED FILE STATUS"    DELIMITED SIZE
021730             INTO ERRLOG-RECORD
021731         END-STRING
021732     END-IF.
021733     WRITE ERRLOG-RECORD.
021734 8100-EXIT.
021735     EXIT.
021736
021737*----------------------------------------------------------*
021738* 9000-END-PROGRAM - CLOSE FILES AND TERMINATE THE RUN.    *
021739*----------------------------------------------------------*
021740 9000-END-PROGRAM.
021741     CLOSE LFIDPROVS.
021742     CLOSE LFERRLOG.
021743     CLOSE LFAUDIT.
021744     CLOSE LFSUSPNS.
021745     IF XREF-PRESENT
021746         CLOSE LFXREF
021747     END-IF.
021748     IF TRHST-PRESENT
021749         CLOSE LFTRHST
021750     END-IF.
021751     IF CHGL-PRESENT
021752         CLOSE LFCHLOG
021753     END-IF.
021754 9000-EXIT.
021755     EXIT.
021756
021757 END PROGRAM RDIDF1.
