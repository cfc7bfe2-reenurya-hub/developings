002900* MODIFICATION HISTORY                                      *
003000*----------------------------------------------------------*
003100* 09/01/2026  DK   ORIGINAL PROGRAM.                         *
003110* 10/15/2026  DK   RDIDF24, THE PROVIDER SUBLEDGER PROOF,     *
003120*                  JOINS THE NIGHTLY STREAM LIST AFTER        *
003130*                  RDIDF7.                                    *
003140* 10/15/2026  DK   RDIDF25, THE FUTURE-DATED STATUS CHANGE    *
003150*                  APPLY, JOINS THE NIGHTLY STREAM LIST AFTER *
003160*                  RDIDF13.                                   *
003200*----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
009800
009900 01  WS-STREAM-JOB-LIST.
010000     05  FILLER                  PIC X(08) VALUE "RDIDF13 ".
010050     05  FILLER                  PIC X(08) VALUE "RDIDF25 ".
010100     05  FILLER                  PIC X(08) VALUE "RDIDF7  ".
010150     05  FILLER                  PIC X(08) VALUE "RDIDF24 ".
010200     05  FILLER                  PIC X(08) VALUE "RDIDF9  ".
010300     05  FILLER                  PIC X(08) VALUE "RDIDF3  ".
010400     05  FILLER                  PIC X(08) VALUE "RDIDF22 ".
010500 01  WS-STREAM-JOBS REDEFINES WS-STREAM-JOB-LIST.
010600     05  WS-STREAM-JOB           PIC X(08) OCCURS 7 TIMES.
010700
010800 01  WS-PRIOR-TABLE-AREA.
010900     05  WS-PRIOR-ENTRY          OCCURS 50 TIMES.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 2000-REPORT-ONE-STREAM-JOB THRU 2000-EXIT
014500         VARYING WS-STREAM-SUB FROM 1 BY 1
014600         UNTIL WS-STREAM-SUB > 7.
014700     PERFORM 3000-SWEEP-OTHER-JOBS THRU 3000-EXIT.
014800     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
014900     PERFORM 9000-END-PROGRAM THRU 9000-EXIT.
035600     MOVE "N" TO STREAM-JOB-SW.
035700     PERFORM 3210-CHECK-ONE-MEMBER THRU 3210-EXIT
035800         VARYING WS-SCAN-SUB FROM 1 BY 1
035900         UNTIL WS-SCAN-SUB > 7.
036000 3200-EXIT.
036100     EXIT.
036200
