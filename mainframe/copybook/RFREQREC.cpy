000100*----------------------------------------------------------*
000200* RFREQREC - RECORD LAYOUT FOR THE REFUND REQUEST LEDGER,   *
000300* IDFRFREQ.DAT (DD/FILE NAME LFRFREQ).  RDIDF19 APPENDS ONE *
000400* "O" (OUTSTANDING) RECORD FOR EVERY CREDIT-BALANCE REFUND  *
000500* IT SENDS TO ACCOUNTS PAYABLE ON IDFAPREF.DAT.  RDIDF29    *
000600* MATCHES AP'S PAID/VOIDED CONFIRMATIONS TO IT BY PROVIDER  *
000700* AND AMOUNT:                                               *
000800*   "I" - CHECK CONFIRMED ISSUED; THE ZEROING ADJUSTMENT WAS*
000900*         GENERATED.  CARRIED FOR THE VOID WINDOW.          *
001000*   "V" - AN ISSUED CHECK WAS VOIDED; THE CREDIT WAS PUT    *
001100*         BACK THROUGH POSTING.                             *
001200*   "C" - VOIDED BEFORE ANY ISSUE WAS CONFIRMED; NOTHING WAS*
001300*         POSTED, SO NOTHING IS PUT BACK.                   *
001400* RDIDF29 WRITES THE STATEFUL GENERATION BACK.  COPY INTO   *
001500* WORKING-STORAGE AND MOVE TO/FROM THE 120-BYTE FILE RECORD,*
001600* THE WAY PNDSTREC IS HANDLED.                              *
001700*----------------------------------------------------------*
001800* MODIFICATION HISTORY                                      *
001900*----------------------------------------------------------*
002000* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
002100*----------------------------------------------------------*
002200 01  RFREQ-RECORD.
002300     03  RFREQ-STATUS            PIC X(01).
002400         88  RFREQ-OUTSTANDING       VALUE "O".
002500         88  RFREQ-ISSUED            VALUE "I".
002600         88  RFREQ-VOIDED            VALUE "V".
002700         88  RFREQ-CANCELLED         VALUE "C".
002800     03  RFREQ-PROV-ID           PIC 9(10).
002900     03  RFREQ-REFUND-AMT        PIC 9(08)V99.
003000     03  RFREQ-REQ-DATE          PIC 9(08).
003100     03  RFREQ-CHECK-NO          PIC X(10).
003200     03  RFREQ-CHECK-DATE        PIC 9(08).
003300     03  RFREQ-DONE-DATE         PIC 9(08).
003400     03  RFREQ-PROV-NAME         PIC X(40).
003500     03  FILLER                  PIC X(25).
