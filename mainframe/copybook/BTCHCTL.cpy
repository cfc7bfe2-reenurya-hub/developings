000100*----------------------------------------------------------*
000200* BTCHCTL - RECORD LAYOUT FOR THE POSTING BATCH CONTROL     *
000300* LOG, IDFBTCTL.DAT (DD/FILE NAME LFBTCTL), 120 BYTES, LINE *
000400* SEQUENTIAL, APPENDED TO BY RDIDF7.  ONE RECORD PER BATCH  *
000500* PRESENTED ON IDFPOST.DAT, ACCEPTED OR REFUSED, CARRYING   *
000600* THE BUSINESS DATE IT WAS PRESENTED ON, THE REFUSAL REASON *
000700* AND THE RECORD COUNT AND P/A/R HASHES AS PROVED FROM THE  *
000800* FILE.  RDIDF7 READS IT BACK TO REFUSE A BATCH ID ALREADY  *
000900* ACCEPTED ON AN EARLIER BUSINESS DATE.                     *
001000*----------------------------------------------------------*
001100* MODIFICATION HISTORY                                      *
001200*----------------------------------------------------------*
001300* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
001400*----------------------------------------------------------*
001500 01  BTCTL-RECORD.
001600     03  BTC-BATCH-ID            PIC X(12).
001700     03  BTC-BUS-DATE            PIC 9(08).
001800     03  BTC-LOG-TIME            PIC 9(08).
001900     03  BTC-CREATE-DATE         PIC 9(08).
002000     03  BTC-DISPOSITION         PIC X(01).
002100         88  BTC-ACCEPTED            VALUE "A".
002200         88  BTC-REFUSED             VALUE "R".
002300     03  BTC-REFUSE-REASON       PIC X(30).
002400     03  BTC-RECORD-COUNT        PIC 9(07).
002500     03  BTC-PAY-HASH            PIC S9(11)V99
002600                                 SIGN LEADING SEPARATE.
002700     03  BTC-ADJ-HASH            PIC S9(11)V99
002800                                 SIGN LEADING SEPARATE.
002900     03  BTC-REF-HASH            PIC S9(11)V99
003000                                 SIGN LEADING SEPARATE.
003100     03  FILLER                  PIC X(04).
