002500* WORKSHEET SECTION FOR W-9 FOLLOW-UP AND ARE KEPT OUT OF   *
002600* THE EXTRACT.  THE REPORT YEAR (CCYY) IS SUPPLIED ON       *
002700* SYSIN.                                                    *
002710* EACH TAX ID ON THE WORKSHEET CARRIES ITS IRS TIN-MATCH    *
002720* STATUS, SET BY RDIDF27, AND A NOTE WHEN A PROVIDER UNDER  *
002730* IT IS FLAGGED FOR BACKUP WITHHOLDING.                     *
002800*----------------------------------------------------------*
002900* MODIFICATION HISTORY                                      *
003000*----------------------------------------------------------*
003100* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003110* 10/15/2026  DK   EACH WORKSHEET TAX ID NOW SHOWS ITS IRS     *
003120*                  TIN-MATCH STATUS AND DATE (SET BY RDIDF27)  *
003130*                  AND A BACKUP-WITHHOLDING NOTE.  WHERE       *
003140*                  SEVERAL PROVIDERS SHARE THE TAX ID THE      *
003150*                  WORST STATUS SHOWS - SEE                    *
003160*                  2350-MERGE-TIN-STATUS.                      *
003200*----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
014000         10  WS-TAB-TAX-ID       PIC X(09).
014100         10  WS-TAB-PAY-TOTAL COMP PIC S9(11)V99.
014200         10  WS-TAB-PAY-COUNT COMP PIC 9(07).
014210         10  WS-TAB-TIN-STAT     PIC X(01).
014220         10  WS-TAB-TIN-DATE     PIC X(08).
014230         10  WS-TAB-BWH-FLAG     PIC X(01).
014300
014400 01  WS-BADID-TABLE-AREA.
014500     05  WS-BADID-ENTRY          OCCURS 1000 TIMES
016900     05  WS-TOTAL-ED             PIC -(13)9.99.
017000     05  WS-COUNT-ED-1           PIC Z(06)9.
017100     05  WS-COUNT-ED-2           PIC Z(06)9.
017110     05  WS-TIN-TEXT             PIC X(40).
017200
017300     COPY RUNCTLWS.
017400
034400         WHEN WS-TAB-TAX-ID (TAXID-IDX) = WS-WORK-TAX-ID
034500             ADD TRNH-AMOUNT TO WS-TAB-PAY-TOTAL (TAXID-IDX)
034600             ADD 1 TO WS-TAB-PAY-COUNT (TAXID-IDX)
034610             PERFORM 2350-MERGE-TIN-STATUS THRU 2350-EXIT
034700         WHEN WS-TAB-TAX-ID (TAXID-IDX) = SPACES
034800             MOVE WS-WORK-TAX-ID TO WS-TAB-TAX-ID (TAXID-IDX)
034900             MOVE TRNH-AMOUNT TO WS-TAB-PAY-TOTAL (TAXID-IDX)
035000             MOVE 1 TO WS-TAB-PAY-COUNT (TAXID-IDX)
035020             MOVE "M" TO WS-TAB-TIN-STAT (TAXID-IDX)
035030             PERFORM 2350-MERGE-TIN-STATUS THRU 2350-EXIT
035100             ADD 1 TO WS-TAXID-USED
035200     END-SEARCH.
035300 2300-EXIT.
035400     EXIT.
035500
035501*----------------------------------------------------------*
035502* 2350-MERGE-TIN-STATUS - SEVERAL PROVIDERS CAN SHARE A TAX *
035503* ID.  THE WORKSHEET SHOWS THE WORST TIN-MATCH STATUS AMONG *
035504* THEM - MISMATCH, THEN NOT CHECKED, THEN MATCHED - AND THE *
035505* BACKUP-WITHHOLDING FLAG IF ANY OF THEM CARRIES IT.        *
035506*----------------------------------------------------------*
035507 2350-MERGE-TIN-STATUS.
035508     IF PROV-BACKUP-WITHHOLD
035509         MOVE "Y" TO WS-TAB-BWH-FLAG (TAXID-IDX)
035510     END-IF.
035511     IF WS-TAB-TIN-STAT (TAXID-IDX) = "N"
035512         GO TO 2350-EXIT
035513     END-IF.
035514     IF PROV-TIN-MISMATCHED
035515             OR WS-TAB-TIN-STAT (TAXID-IDX) = "M"
035516         MOVE PROV-TIN-MATCH-STAT TO WS-TAB-TIN-STAT (TAXID-IDX)
035517         MOVE PROV-TIN-MATCH-DATE TO WS-TAB-TIN-DATE (TAXID-IDX)
035518     END-IF.
035519 2350-EXIT.
035520     EXIT.
035521
035600*----------------------------------------------------------*
035700* 2400-TALLY-BAD-TAXID - ACCUMULATE ONE PAYMENT WHOSE      *
035800* PROVIDER HAS NO USABLE TAX ID INTO THE PER-PROVIDER W-9   *
045800 4100-PRINT-ONE-TAXID.
045900     MOVE WS-TAB-PAY-TOTAL (WS-PRINT-SUB) TO WS-AMT-ED-1.
046000     MOVE WS-TAB-PAY-COUNT (WS-PRINT-SUB) TO WS-COUNT-ED-1.
046010     PERFORM 4150-SET-TIN-TEXT THRU 4150-EXIT.
046100     MOVE SPACES TO R1099-LINE.
046200     STRING "  TAX-ID=" WS-TAB-TAX-ID (WS-PRINT-SUB)
046300         "  PAYMENTS: " WS-COUNT-ED-1
046400         "  TOTAL: " WS-AMT-ED-1
046410         "  TIN MATCH: " WS-TIN-TEXT
046500         DELIMITED SIZE INTO R1099-LINE
046600     END-STRING.
046700     WRITE R1099-LINE.
046800 4100-EXIT.
046900     EXIT.
047000
047001*----------------------------------------------------------*
047002* 4150-SET-TIN-TEXT - THE IRS TIN-MATCH STATUS OF THE TAX   *
047003* ID, WITH ITS DATE, AND A BACKUP-WITHHOLDING NOTE WHEN     *
047004* ANY PROVIDER UNDER IT IS FLAGGED.                         *
047005*----------------------------------------------------------*
047006 4150-SET-TIN-TEXT.
047007     MOVE SPACES TO WS-TIN-TEXT.
047008     EVALUATE WS-TAB-TIN-STAT (WS-PRINT-SUB)
047009         WHEN "M"
047010             STRING "MATCHED " WS-TAB-TIN-DATE (WS-PRINT-SUB)
047011                 DELIMITED SIZE INTO WS-TIN-TEXT
047012             END-STRING
047013         WHEN "N"
047014             STRING "MISMATCH " WS-TAB-TIN-DATE (WS-PRINT-SUB)
047015                 DELIMITED SIZE INTO WS-TIN-TEXT
047016             END-STRING
047017         WHEN OTHER
047018             MOVE "NOT CHECKED" TO WS-TIN-TEXT
047019     END-EVALUATE.
047020     IF WS-TAB-BWH-FLAG (WS-PRINT-SUB) = "Y"
047021         MOVE "BACKUP WH" TO WS-TIN-TEXT (22:9)
047022     END-IF.
047023 4150-EXIT.
047024     EXIT.
047025
047100*----------------------------------------------------------*
047200* 4200-PRINT-ONE-BADID - ONE W-9 FOLLOW-UP LINE PER        *
047300* PROVIDER WITH PAYMENTS AND NO USABLE TAX ID.               *
