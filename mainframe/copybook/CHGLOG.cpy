000100*----------------------------------------------------------*
000200* CHGLOG - RECORD LAYOUT FOR THE PROVIDER CHANGE LOG FILE,  *
000300* IDFCHLOG.DAT (DD/FILE NAME LFCHLOG), INDEXED ON CHG-KEY.  *
000400* ONE PERMANENT RECORD IS WRITTEN FOR EVERY DEMOGRAPHIC     *
000500* FIELD CHANGED ON THE PROVIDER MASTER - NAME, ADDRESS, TAX *
000600* ID, TYPE, STATUS, AND THE UNDELIVERABLE-ADDRESS FLAG -    *
000700* CARRYING THE OLD AND NEW VALUE, THE PROGRAM THAT CHANGED  *
000800* IT, THE OPERATOR (OR BATCH JOB), AND THE DATE AND TIME.   *
000900* WRITTEN BY RDIDF2, RDIDF11, RDIDF12, RDIDF20, RDIDF25,    *
001000* AND RDIDF28 THROUGH THE SHARED PARAGRAPHS IN COPYBOOK     *
001050* CHGLOGPR; READ BY RDIDF1 FOR THE CHANGE HISTORY DISPLAY,  *
001060* AND BY RDIDF28 TO SEE WHETHER AN ADDRESS WAS CHANGED      *
001070* AFTER A RETURNED PIECE WAS MAILED.                        *
001100*                                                           *
001200* THE KEY CARRIES THE DATE AND TIME INVERTED (99999999 LESS *
001300* THE VALUE), SO A START AT THE PROV-ID FOLLOWED BY READ    *
001400* NEXT RETURNS THE PROVIDER'S CHANGES NEWEST FIRST.         *
001500* CHG-SEQ-NO NUMBERS THE FIELDS CHANGED BY ONE UPDATE.      *
001600*----------------------------------------------------------*
001700* MODIFICATION HISTORY                                      *
001800*----------------------------------------------------------*
001900* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
001950* 10/15/2026  DK   RDIDF25 ADDED AS A WRITER.                *
001960* 10/15/2026  DK   RDIDF28 ADDED AS A WRITER.  THE           *
001961*                  UNDELIVERABLE-ADDRESS FLAG (FIELD NAME    *
001962*                  ADDR-UNDELIV) IS NOW LOGGED.              *
002000*----------------------------------------------------------*
002100 01  CHGLOG-RECORD.
002200     03  CHG-KEY.
002300         05  CHG-PROV-ID         PIC 9(10).
002400         05  CHG-INV-DATE        PIC 9(08).
002500         05  CHG-INV-TIME        PIC 9(08).
002600         05  CHG-SEQ-NO          PIC 9(04).
002700     03  CHG-FIELD-NAME          PIC X(12).
002800     03  CHG-OLD-VALUE           PIC X(40).
002900     03  CHG-NEW-VALUE           PIC X(40).
003000     03  CHG-SOURCE-PGM          PIC X(08).
003100     03  CHG-OPER-ID             PIC X(08).
003200     03  CHG-DATE                PIC 9(08).
003300     03  CHG-TIME                PIC 9(08).
003400     03  FILLER                  PIC X(46).
