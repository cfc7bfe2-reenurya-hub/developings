000100*----------------------------------------------------------*
000200* ESCHTREC - RECORD LAYOUT FOR THE UNCLAIMED PROPERTY       *
000300* (ESCHEAT) LEDGER, IDFESCHT.DAT (DD/FILE NAME LFESCHT).    *
000400* RDIDF30, THE ANNUAL ESCHEAT RUN, APPENDS ONE "R" RECORD   *
000500* FOR EVERY DORMANT CREDIT BALANCE IT PUTS ON THE HOLDER    *
000600* REPORT TO A STATE.  RDIDF31 APPLIES THE STATE REMITTANCE  *
000700* CONFIRMATIONS TO IT BY STATE AND REPORT DATE:             *
000800*   "R" - REPORTED TO THE STATE, AWAITING REMITTANCE.       *
000900*         RDIDF30 WILL NOT REPORT THE PROVIDER AGAIN.       *
001000*   "C" - REMITTANCE CONFIRMED; THE ADJUSTMENT CLEARING THE *
001100*         ESCHEATED AMOUNT WAS GENERATED FOR RDIDF7.        *
001200*   "X" - REMITTANCE CONFIRMED BUT NOT CLEARED - THE        *
001300*         PROVIDER'S CREDIT NO LONGER COVERS THE AMOUNT, OR *
001400*         THE PROVIDER IS GONE.  FINANCE RESOLVES BY HAND.  *
001500*         RDIDF30 WILL NOT REPORT THE PROVIDER AGAIN.       *
001600* THE LEDGER IS THE PERMANENT RECORD OF WHAT WAS REPORTED   *
001700* AND REMITTED - NOTHING IS PURGED.  RDIDF31 WRITES THE     *
001800* UPDATED LEDGER TO A NEW GENERATION, IDFESCNW.DAT, THAT    *
001900* IS RENAMED OVER IDFESCHT.DAT AFTER A CLEAN RUN.  COPY     *
002000* INTO WORKING-STORAGE AND MOVE TO/FROM THE 120-BYTE FILE   *
002100* RECORD, THE WAY PNDSTREC IS HANDLED.                      *
002200*----------------------------------------------------------*
002300* MODIFICATION HISTORY                                      *
002400*----------------------------------------------------------*
002500* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
002600*----------------------------------------------------------*
002700 01  ESCH-RECORD.
002800     03  ESCH-STATUS             PIC X(01).
002900         88  ESCH-REPORTED           VALUE "R".
003000         88  ESCH-CLEARED            VALUE "C".
003100         88  ESCH-NOT-CLEARED        VALUE "X".
003200     03  ESCH-PROV-ID            PIC 9(10).
003300     03  ESCH-STATE              PIC X(02).
003400     03  ESCH-REPORT-DATE        PIC 9(08).
003500     03  ESCH-AMOUNT             PIC 9(08)V99.
003600     03  ESCH-LAST-ACT-DATE      PIC 9(08).
003700     03  ESCH-DORMANT-DATE       PIC 9(08).
003800     03  ESCH-CLEAR-DATE         PIC 9(08).
003900     03  ESCH-REMIT-REF          PIC X(10).
004000     03  ESCH-CLEAR-PROV-ID      PIC 9(10).
004100     03  ESCH-PROV-NAME          PIC X(40).
004200     03  FILLER                  PIC X(05).
