000900* WS-RUNC-ONE-TIME-SW TO "Y".  AFTER 8800 THE CURRENT       *
001000* BUSINESS DATE IS IN WS-RUNC-BUS-DATE FOR REPORT AND       *
001100* SNAPSHOT STAMPING.                                         *
001110* A JOB THAT BUILDS A POSTING BATCH SETS                     *
001120* WS-RUNC-BATCH-KEY (ITS BATCH-ID RECORD NAME) AND           *
001130* WS-RUNC-BATCH-PREFIX, THEN PERFORMS                        *
001140* 8850-RUNCTL-NEXT-BATCH-ID FOR A BATCH ID UNIQUE TO THE     *
001150* RUN IN WS-RUNC-BATCH-ID.                                   *
001200*----------------------------------------------------------*
001300* MODIFICATION HISTORY                                      *
001400*----------------------------------------------------------*
001500* 08/22/2026  DK   ORIGINAL COPYBOOK.                        *
001510* 10/15/2026  DK   BATCH-ID WORK FIELDS ADDED.               *
001600*----------------------------------------------------------*
001700 01  WS-RUNCTL-WORK.
001800     05  RUNC-FILE-STATUS        PIC X(02).
003000     05  WS-RUNC-TIME-NOW.
003100         10  WS-RUNC-TIME-HHMMSS PIC 9(06).
003200         10  FILLER              PIC X(02).
003300     05  WS-RUNC-BATCH-KEY       PIC X(08) VALUE SPACES.
003400     05  WS-RUNC-BATCH-PREFIX    PIC X(02) VALUE SPACES.
003500     05  WS-RUNC-BATCH-SEQ       PIC 9(02) VALUE ZERO.
003600     05  WS-RUNC-BATCH-ID        PIC X(12) VALUE SPACES.
