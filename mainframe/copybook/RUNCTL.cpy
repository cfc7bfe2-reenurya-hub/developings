000700* OPENED NIGHTLY BY RDIDF15.  SEE COPYBOOKS RUNCTLWS        *
000800* (WORK FIELDS) AND RUNCTLPR (THE SHARED START/END          *
000900* REGISTRATION PARAGRAPHS).                                  *
000910* A JOB THAT BUILDS A POSTING BATCH FOR RDIDF7 ALSO KEEPS    *
000920* A BATCH-ID RECORD UNDER A RESERVED NAME OF ITS OWN         *
000930* ("RFBATCH" FOR RDIDF29, "ESBATCH" FOR RDIDF31): ITS        *
000940* RUNC-BUS-DATE IS THE DATE OF THE LAST BATCH BUILT AND      *
000950* RUNC-BATCH-SEQ ITS RUN NUMBER WITHIN THAT DATE.  SEE       *
000960* 8850-RUNCTL-NEXT-BATCH-ID IN RUNCTLPR.                     *
001000*----------------------------------------------------------*
001100* MODIFICATION HISTORY                                      *
001200*----------------------------------------------------------*
001300* 08/22/2026  DK   ORIGINAL COPYBOOK.                        *
001310* 10/15/2026  DK   RUNC-BATCH-SEQ ADDED FOR THE BATCH-ID     *
001320*                  RECORDS.                                  *
001400*----------------------------------------------------------*
001500 01  RUNCTL-RECORD.
001600     03  RUNC-JOB-NAME           PIC X(08).
002000         88  RUNC-JOB-COMPLETED      VALUE "C".
002100     03  RUNC-START-TIME         PIC 9(06).
002200     03  RUNC-END-TIME           PIC 9(06).
002210     03  RUNC-BATCH-SEQ          PIC 9(02).
002300     03  FILLER                  PIC X(49).
