003390*                  DUPLICATE-DESC ADDS AND CHANGES WERE       *
003391*                  APPLIED TO THE MASTER BUT REPORTED AND     *
003392*                  ECHOED AS REJECTS.                         *
003393* 10/15/2026  DK   EVERY DEMOGRAPHIC FIELD AN APPLIED ADD OR  *
003394*                  CHANGE ALTERS NOW WRITES A BEFORE/AFTER    *
003395*                  RECORD, TAGGED RDIDF12, TO THE PERMANENT   *
003396*                  CHANGE LOG IDFCHLOG.DAT (COPYBOOKS         *
003397*                  CHGLOG/CHGLOGWS/CHGLOGPR).  THE RUN ABENDS *
003398*                  IF THE LOG IS NOT AVAILABLE.               *
003399* 10/15/2026  DK   A ROSTER ADDRESS CHANGE CLEARS THE         *
003400*                  UNDELIVERABLE-ADDRESS FLAG SET BY RDIDF28; *
003401*                  THE CLEARS ARE COUNTED ON THE REPORT.      *
003402*----------------------------------------------------------*
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005940         ORGANIZATION IS INDEXED
005950         ACCESS MODE IS DYNAMIC
005960         RECORD KEY IS RUNC-JOB-NAME.
005965
005970     SELECT LFCHLOG ASSIGN TO "IDFCHLOG.DAT"
005975         FILE STATUS IS CHGL-FILE-STATUS
005980         ORGANIZATION IS INDEXED
005985         ACCESS MODE IS DYNAMIC
005990         RECORD KEY IS CHG-KEY.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
010610
010620 FD  LFRNCTL.
010630     COPY RUNCTL.
010647
010664 FD  LFCHLOG.
010681     COPY CHGLOG.
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-WORK-AREAS.
013500     05  WS-CHANGED-COUNT        PIC 9(07) VALUE ZERO.
013600     05  WS-UNCHANGED-COUNT      PIC 9(07) VALUE ZERO.
013700     05  WS-REJECTED-COUNT       PIC 9(07) VALUE ZERO.
013710     05  WS-UNDELIV-CLEAR-COUNT  PIC 9(07) VALUE ZERO.
013800
013900 01  WS-COUNTERS-ED.
014000     05  WS-COUNT-ED-1           PIC Z(06)9.
014200     05  WS-COUNT-ED-3           PIC Z(06)9.
014300     05  WS-COUNT-ED-4           PIC Z(06)9.
014400     05  WS-COUNT-ED-5           PIC Z(06)9.
014410     05  WS-COUNT-ED-6           PIC Z(06)9.
014500
014600 01  WS-DATE-FIELDS.
015100     05  WS-RUN-DATE.
015700                                 PIC 9(08).
015710
015720     COPY RUNCTLWS.
015746
015772     COPY CHGLOGWS.
015800
015900 PROCEDURE DIVISION.
016000
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018709     MOVE "RDIDF12" TO WS-CHGL-SOURCE-PGM.
018718     MOVE "RDIDF12" TO WS-CHGL-OPER-ID.
018727     PERFORM 8700-CHGL-OPEN THRU 8700-EXIT.
018736     IF NOT CHGL-LOG-OPEN
018745         DISPLAY "RDIDF12 ABEND - CHANGE LOG IDFCHLOG.DAT "
018754             "NOT AVAILABLE"
018763         PERFORM 9000-END-PROGRAM THRU 9000-EXIT
018772         MOVE 16 TO RETURN-CODE
018781         STOP RUN
018790     END-IF.
018800     MOVE WS-RUNC-BUS-DATE TO WS-RUN-DATE-NUM.
019200     MOVE SPACES TO RSRPT-LINE.
019250     STRING "ROSTER INTAKE EDIT/DISPOSITION REPORT"
037400     END-WRITE.
037500     IF RECORDFOUND
037600         ADD 1 TO WS-ADDED-COUNT
037633         PERFORM 8715-CHGL-CLEAR-BEFORE THRU 8715-EXIT
037666         PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT
037700         MOVE "APPLIED-ADD" TO WS-DISPOSITION
037800         PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT
037900     ELSE
040400*----------------------------------------------------------*
040500 2500-CHANGE-PROVIDER.
040600     MOVE "N" TO RECORD-CHANGED-SW.
040650     PERFORM 8710-CHGL-SAVE-BEFORE THRU 8710-EXIT.
040700     PERFORM 2450-SET-ROSTER-BALANCE THRU 2450-EXIT.
040800     IF RST-PROV-DESC NOT = PROV-DESC
040900         MOVE RST-PROV-DESC TO PROV-DESC
044300         END-REWRITE
044400         IF RECORDFOUND
044500             ADD 1 TO WS-CHANGED-COUNT
044550             PERFORM 8720-CHGL-LOG-CHANGES THRU 8720-EXIT
044600             MOVE "APPLIED-CHG" TO WS-DISPOSITION
044700             PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT
044800         ELSE
046000*----------------------------------------------------------*
046100* 2550-APPLY-ADDRESS - A ROSTER RECORD CARRYING AN ADDRESS *
046200* REPLACES THE WHOLE ADDRESS BLOCK ON THE MASTER IF ANY     *
046300* PART OF IT DIFFERS.  A NEW ADDRESS CLEARS THE             *
046310* UNDELIVERABLE FLAG SET BY RETURNED MAIL (RDIDF28); THE    *
046320* CLEAR IS LOGGED WITH THE ADDRESS BY 8720.                 *
046400*----------------------------------------------------------*
046500 2550-APPLY-ADDRESS.
046600     IF RST-ADDR-LINE-1 NOT = PROV-ADDR-LINE-1
047400         MOVE RST-ADDR-STATE TO PROV-ADDR-STATE
047500         MOVE RST-ADDR-ZIP TO PROV-ADDR-ZIP
047600         MOVE "Y" TO RECORD-CHANGED-SW
047610         IF PROV-ADDR-UNDELIVERABLE
047620             MOVE "N" TO PROV-ADDR-UNDELIV-FLAG
047630             MOVE ZERO TO PROV-ADDR-UNDELIV-DATE
047640             ADD 1 TO WS-UNDELIV-CLEAR-COUNT
047650         END-IF
047700     END-IF.
047800 2550-EXIT.
047900     EXIT.
054700         DELIMITED SIZE INTO RSRPT-LINE
054800     END-STRING.
054900     WRITE RSRPT-LINE.
054910     MOVE WS-UNDELIV-CLEAR-COUNT TO WS-COUNT-ED-6.
054920     MOVE SPACES TO RSRPT-LINE.
054930     STRING "UNDELIVERABLE-ADDRESS FLAGS CLEARED BY A NEW "
054940         "ADDRESS: " WS-COUNT-ED-6
054950         DELIMITED SIZE INTO RSRPT-LINE
054960     END-STRING.
054970     WRITE RSRPT-LINE.
055000 4000-EXIT.
055100     EXIT.
055200
055800     CLOSE LFROSTER.
055900     CLOSE LFRSRPT.
056000     CLOSE LFRSREJ.
056050     PERFORM 8790-CHGL-CLOSE THRU 8790-EXIT.
056100 9000-EXIT.
056200     EXIT.
056300
056310     COPY RUNCTLPR.
056320
056360     COPY CHGLOGPR.
056400 END PROGRAM RDIDF12.
