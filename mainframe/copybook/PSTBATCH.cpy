000100*----------------------------------------------------------*
000200* PSTBATCH - BATCH HEADER AND TRAILER RECORD LAYOUTS FOR   *
000300* THE PROVIDER BALANCE POSTING FILE, IDFPOST.DAT, AND EVERY *
000400* FILE BUILT IN ITS FORMAT FOR RDIDF7 (80 BYTES).  COPY     *
000500* INTO THE FD AFTER THE DETAIL RECORD - THE 01 LEVELS HERE  *
000600* REDEFINE IT.                                              *
000700*                                                           *
000800* EVERY BATCH OPENS WITH ONE HEADER (BATCH ID, CREATION     *
000900* DATE CCYYMMDD, ORIGINATING SYSTEM) AND CLOSES WITH ONE    *
001000* TRAILER CARRYING THE NUMBER OF DETAIL RECORDS BETWEEN     *
001100* THEM AND A HASH OF THE DETAIL AMOUNTS FOR EACH TRAN CODE  *
001200* (P/A/R).  EACH HASH IS THE SUM OF THE AMOUNTS AS CARRIED  *
001300* ON THE DETAIL RECORDS, SIGN BYTE APPLIED - A REFUND IS    *
001400* HASHED AS SENT, NOT AS POSTED.  THE RECORD-ID POSITIONS   *
001500* OVERLAY PST-PROV-ID AND CAN NEVER BE A NUMERIC PROV-ID.   *
001600* RDIDF7 PROVES EVERY BATCH ON THE FILE AGAINST ITS TRAILER *
001700* BEFORE ANY BALANCE IS POSTED.                              *
001800*----------------------------------------------------------*
001900* MODIFICATION HISTORY                                      *
002000*----------------------------------------------------------*
002100* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
002200*----------------------------------------------------------*
002300 01  PSTB-HEADER-RECORD.
002400     03  PSTB-HDR-REC-ID         PIC X(10).
002500         88  PSTB-HEADER-REC         VALUE "**HEADER**".
002600     03  PSTB-HDR-BATCH-ID       PIC X(12).
002700     03  PSTB-HDR-CREATE-DATE    PIC 9(08).
002800     03  PSTB-HDR-SOURCE         PIC X(08).
002900     03  FILLER                  PIC X(42).
003000
003100 01  PSTB-TRAILER-RECORD.
003200     03  PSTB-TRL-REC-ID         PIC X(10).
003300         88  PSTB-TRAILER-REC        VALUE "**TRAILER*".
003400     03  PSTB-TRL-RECORD-COUNT   PIC 9(07).
003500     03  PSTB-TRL-PAY-HASH       PIC S9(11)V99
003600                                 SIGN LEADING SEPARATE.
003700     03  PSTB-TRL-ADJ-HASH       PIC S9(11)V99
003800                                 SIGN LEADING SEPARATE.
003900     03  PSTB-TRL-REF-HASH       PIC S9(11)V99
004000                                 SIGN LEADING SEPARATE.
004100     03  FILLER                  PIC X(21).
