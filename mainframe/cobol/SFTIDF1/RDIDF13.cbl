002974*                  THE READBACK PASS NOW HASHES FROM A        *
002975*                  WORKING-STORAGE IMAGE INSTEAD OF THE       *
002976*                  CLOSED MASTER'S RECORD AREA.               *
002977* 10/15/2026  DK   THE BACKUP TRAILER NOW CARRIES THE         *
002978*                  BUSINESS DATE OF THE GENERATION            *
002979*                  (BKP-TRL-BUS-DATE, CARVED FROM THE TRAILER *
002980*                  FILLER) SO THE RDIDF24 SUBLEDGER PROOF     *
002981*                  KNOWS WHICH HISTORY POSTED AFTER THE       *
002982*                  UNLOAD.                                    *
003000*----------------------------------------------------------*
003100
003200 ENVIRONMENT DIVISION.
006000         10  BKP-TRL-COUNT       PIC 9(09).
006100         10  BKP-TRL-HASH        PIC S9(13)V99
006200                                 SIGN LEADING SEPARATE.
006250         10  BKP-TRL-BUS-DATE    PIC 9(08).
006300         10  FILLER              PIC X(167).
006310
006320 FD  LFRNCTL.
006330     COPY RUNCTL.
016100
016200*----------------------------------------------------------*
016300* 2500-WRITE-TRAILER - CLOSE OUT THE BACKUP GENERATION     *
016400* WITH THE RECORD COUNT, PROV-BAL HASH TOTAL, AND THE     *
016450* BUSINESS DATE THE GENERATION WAS TAKEN FOR.              *
016500*----------------------------------------------------------*
016600 2500-WRITE-TRAILER.
016700     MOVE SPACES TO BKP-RECORD.
016800     MOVE "T" TO BKP-REC-TYPE.
016900     MOVE WS-UNLOAD-COUNT TO BKP-TRL-COUNT.
017000     MOVE WS-UNLOAD-HASH TO BKP-TRL-HASH.
017050     MOVE WS-RUNC-BUS-DATE TO BKP-TRL-BUS-DATE.
017100     WRITE BKP-RECORD.
017200 2500-EXIT.
017300     EXIT.
