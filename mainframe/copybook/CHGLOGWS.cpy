000100*----------------------------------------------------------*
000200* CHGLOGWS - WORKING-STORAGE FIELDS FOR THE PROVIDER CHANGE *
000300* LOG (COPYBOOKS CHGLOG AND CHGLOGPR).  COPY INTO EVERY     *
000400* PROGRAM THAT CHANGES PROVIDER DEMOGRAPHICS.  BEFORE THE   *
000500* FIRST UPDATE THE PROGRAM SETS WS-CHGL-SOURCE-PGM TO ITS   *
000600* OWN NAME AND WS-CHGL-OPER-ID TO THE SIGNED-ON OPERATOR    *
000700* (A BATCH JOB USES ITS JOB NAME).  WS-CHGL-BEFORE HOLDS    *
000800* THE IMAGE OF THE PROVIDER RECORD AS IT WAS BEFORE THE     *
000900* UPDATE, IN THE PROVREC LAYOUT.                            *
001000*----------------------------------------------------------*
001100* MODIFICATION HISTORY                                      *
001200*----------------------------------------------------------*
001300* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
001310* 10/15/2026  DK   BEFORE IMAGE NAMES THE TIN-MATCH AND      *
001311*                  UNDELIVERABLE-ADDRESS FIELDS ADDED TO     *
001312*                  PROVREC.                                  *
001400*----------------------------------------------------------*
001500 01  WS-CHGLOG-WORK.
001600     05  CHGL-FILE-STATUS        PIC X(02).
001700         88  CHGL-FILE-OK            VALUE "00".
001800         88  CHGL-FILE-EOF           VALUE "10".
001900         88  CHGL-DUPLICATE          VALUE "22".
002000         88  CHGL-FILE-NOT-FOUND     VALUE "35".
002100     05  CHGL-OPEN-SW            PIC X(01) VALUE "N".
002200         88  CHGL-LOG-OPEN           VALUE "Y".
002300     05  WS-CHGL-SOURCE-PGM      PIC X(08) VALUE SPACES.
002400     05  WS-CHGL-OPER-ID         PIC X(08) VALUE SPACES.
002500     05  WS-CHGL-PROV-ID         PIC 9(10) VALUE ZERO.
002600     05  WS-CHGL-FIELD-NAME      PIC X(12).
002700     05  WS-CHGL-OLD-VALUE       PIC X(40).
002800     05  WS-CHGL-NEW-VALUE       PIC X(40).
002900     05  WS-CHGL-STAMP-DATE.
003000         10  WS-CHGL-CC          PIC 9(02) VALUE 20.
003100         10  WS-CHGL-YYMMDD      PIC 9(06).
003200     05  WS-CHGL-STAMP-DATE-NUM REDEFINES WS-CHGL-STAMP-DATE
003300                                 PIC 9(08).
003400     05  WS-CHGL-STAMP-TIME      PIC 9(08).
003500     05  WS-CHGL-SEQ-NO          PIC 9(04) VALUE ZERO.
003600     05  WS-CHGL-WRITE-COUNT     PIC 9(07) COMP VALUE ZERO.
003700     05  WS-CHGL-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
003800
003900 01  WS-CHGL-BEFORE.
004000     05  CHGB-PROV-ID            PIC X(10).
004100     05  CHGB-PROV-DESC          PIC X(40).
004200     05  CHGB-PROV-BAL           PIC X(10).
004300     05  CHGB-STAT-CODE          PIC X(01).
004400     05  CHGB-STAT-EFF-DATE      PIC X(08).
004500     05  CHGB-TYPE-CODE          PIC X(03).
004600     05  CHGB-TAX-ID             PIC X(09).
004700     05  CHGB-ADDR-LINE-1        PIC X(30).
004800     05  CHGB-ADDR-LINE-2        PIC X(30).
004900     05  CHGB-ADDR-CITY          PIC X(20).
005000     05  CHGB-ADDR-STATE         PIC X(02).
005100     05  CHGB-ADDR-ZIP           PIC X(09).
005110     05  CHGB-TIN-MATCH-STAT     PIC X(01).
005120     05  CHGB-TIN-MATCH-DATE     PIC X(08).
005130     05  CHGB-TIN-MISMATCH-CNT   PIC X(01).
005140     05  CHGB-BACKUP-WH-FLAG     PIC X(01).
005150     05  CHGB-ADDR-UNDELIV-FLAG  PIC X(01).
005160     05  CHGB-ADDR-UNDELIV-DATE  PIC X(08).
005200     05  FILLER                  PIC X(08).
