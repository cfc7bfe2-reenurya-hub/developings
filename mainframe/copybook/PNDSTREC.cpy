000100*----------------------------------------------------------*
000200* PNDSTREC - RECORD LAYOUT FOR THE PENDING STATUS-CHANGE    *
000300* FILE, IDFPNDST.DAT (DD/FILE NAME LFPNDST).  RDIDF2 APPENDS*
000400* ONE "P" (PENDING) RECORD FOR EVERY TERM, SUSPENSION, OR   *
000500* REINSTATEMENT KEYED AHEAD OF ITS EFFECTIVE DATE.  THE     *
000600* NIGHTLY JOB RDIDF25 APPLIES EACH ONE WHOSE EFFECTIVE DATE *
000700* HAS ARRIVED ("A", WITH THE BUSINESS DATE APPLIED AND THE  *
000800* STATUS IT REPLACED), OR MARKS IT ORPHANED ("O") WHEN THE  *
000900* PROVIDER HAS BEEN DELETED OR MERGED AWAY ON IDFXREF.DAT,  *
001000* AND WRITES THE STATEFUL GENERATION BACK.  COPY INTO       *
001100* WORKING-STORAGE AND MOVE TO/FROM THE 120-BYTE FILE RECORD,*
001200* THE WAY PNDBLREC IS HANDLED.                              *
001300*----------------------------------------------------------*
001400* MODIFICATION HISTORY                                      *
001500*----------------------------------------------------------*
001600* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
001700*----------------------------------------------------------*
001800 01  PNDST-RECORD.
001900     03  PNDST-STATUS            PIC X(01).
002000         88  PNDST-PENDING           VALUE "P".
002100         88  PNDST-APPLIED           VALUE "A".
002200         88  PNDST-ORPHANED          VALUE "O".
002300     03  PNDST-PROV-ID           PIC 9(10).
002400     03  PNDST-NEW-STAT-CODE     PIC X(01).
002500         88  PNDST-VALID-STATUS      VALUES "A" "T" "S".
002600     03  PNDST-EFF-DATE          PIC 9(08).
002700     03  PNDST-REQ-OPER-ID       PIC X(08).
002800     03  PNDST-REQ-DATE          PIC 9(06).
002900     03  PNDST-REQ-TIME          PIC 9(06).
003000     03  PNDST-DONE-DATE         PIC 9(08).
003100     03  PNDST-OLD-STAT-CODE     PIC X(01).
003200     03  PNDST-ORPHAN-REASON     PIC X(01).
003300         88  PNDST-PROV-DELETED      VALUE "D".
003400         88  PNDST-PROV-MERGED       VALUE "M".
003500     03  PNDST-SURV-PROV-ID      PIC 9(10).
003600     03  FILLER                  PIC X(60).
