001160*                  FROM 60 TO 200 BYTES - SEE RDIDF8, THE      *
001170*                  CONVERSION UTILITY THAT UNLOADS THE OLD     *
001180*                  LAYOUT TO A NEW-LAYOUT MASTER.              *
001181* 10/15/2026  DK   ADDED THE IRS TIN-MATCH STATUS (M =         *
001182*                  MATCHED, N = MISMATCHED, SPACE = NEVER      *
001183*                  CHECKED) AND DATE, THE COUNT OF MISMATCHES  *
001184*                  RETURNED, AND THE BACKUP-WITHHOLDING FLAG,  *
001185*                  ALL SET BY RDIDF27 FROM THE IRS RESULT      *
001186*                  FILE.  TAKEN FROM THE FILLER - RECORD       *
001187*                  LENGTH UNCHANGED.  ON RECORDS NOT YET       *
001188*                  CHECKED THE NEW FIELDS HOLD SPACES.         *
001189* 10/15/2026  DK   ADDED THE UNDELIVERABLE-ADDRESS FLAG AND    *
001190*                  DATE, SET BY RDIDF28 FROM THE MAILROOM      *
001191*                  RETURNED-MAIL FILE AND CLEARED BY AN        *
001192*                  ADDRESS CHANGE IN RDIDF2 OR RDIDF12.  TAKEN *
001193*                  FROM THE FILLER - RECORD LENGTH UNCHANGED.  *
001195*----------------------------------------------------------*
001200 01  PROVS-RECORD.
001300     88  ENDOFFILE               VALUE HIGH-VALUES.
001400     03  PROV-ID                 PIC 9(10).
002700     03  PROV-ADDR-CITY          PIC X(20).
002800     03  PROV-ADDR-STATE         PIC X(02).
002900     03  PROV-ADDR-ZIP           PIC X(09).
002910     03  PROV-TIN-MATCH-STAT     PIC X(01).
002920         88  PROV-TIN-NOT-CHECKED    VALUE SPACE.
002930         88  PROV-TIN-MATCHED        VALUE "M".
002940         88  PROV-TIN-MISMATCHED     VALUE "N".
002950     03  PROV-TIN-MATCH-DATE     PIC 9(08).
002960     03  PROV-TIN-MISMATCH-CNT   PIC 9(01).
002970     03  PROV-BACKUP-WH-FLAG     PIC X(01).
002980         88  PROV-BACKUP-WITHHOLD    VALUE "Y".
002982     03  PROV-ADDR-UNDELIV-FLAG  PIC X(01).
002984         88  PROV-ADDR-UNDELIVERABLE VALUE "Y".
002986     03  PROV-ADDR-UNDELIV-DATE  PIC 9(08).
003000     03  FILLER                  PIC X(08).
