002892* 08/22/2026  DK   THE ARCHIVE OPEN FALLBACK NOW FIRES ONLY    *
002893*                  ON FILE-NOT-FOUND (35) - ANY OTHER OPEN     *
002894*                  FAILURE MUST NOT TRUNCATE THE GENERATION.   *
002895* 10/15/2026  DK   AUDIT TRAIL SEARCH ENTRIES (RDIDF1 OPTION   *
002896*                  6) ARE NOW COUNTED AS THEIR OWN KEY TYPE ON *
002897*                  THE ACTIVITY REPORT INSTEAD OF AS PROV-DESC *
002898*                  LOOKUPS.                                    *
002900*----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
010800     05  WS-CARRIED-COUNT        PIC 9(07) VALUE ZERO.
010900     05  WS-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
010910     05  WS-MAINT-COUNT          PIC 9(07) VALUE ZERO.
010920     05  WS-SEARCH-COUNT         PIC 9(07) VALUE ZERO.
011000
011100 01  WS-TOP-TABLE-AREA.
011200     05  WS-TOP-ENTRY            OCCURS 1000 TIMES
019300* INTO THE KEY-TYPE, RESULT, TOP-PROVIDER, AND DAILY        *
019400* VOLUME COUNTS.  MAINTENANCE ENTRIES WRITTEN BY RDIDF2     *
019410* ARE COUNTED SEPARATELY, NOT AS LOOKUPS.                    *
019420* SEARCHES (OPTION 6 OF RDIDF1) ARE COUNTED APART FROM THE  *
019430* KEYED LOOKUPS; A ROW PICKED FROM A SEARCH IS AUDITED AS A *
019440* PROV-ID LOOKUP OF ITS OWN.                                *
019500*----------------------------------------------------------*
019600 2100-TALLY-RECORD.
019610     IF NOT AUD-LOOKUP-ENTRY
019620         ADD 1 TO WS-MAINT-COUNT
019630         GO TO 2100-EXIT
019640     END-IF.
019650     IF AUD-KEY-TYPE = "SEARCH    "
019660         ADD 1 TO WS-SEARCH-COUNT
019670         GO TO 2100-TALLY-RESULT
019680     END-IF.
019700     IF AUD-KEY-TYPE = "PROV-ID   "
019800         ADD 1 TO WS-ID-LOOKUP-COUNT
019900         IF AUD-PROV-ID NUMERIC
020200     ELSE
020300         ADD 1 TO WS-DESC-LOOKUP-COUNT
020400     END-IF.
020450 2100-TALLY-RESULT.
020500     MOVE ZERO TO WS-FOUND-TALLY.
020600     MOVE ZERO TO WS-NOTFND-TALLY.
020700     INSPECT WS-AUD-REC
027100     WRITE AURPT-LINE.
027200     MOVE WS-ID-LOOKUP-COUNT TO WS-COUNT-ED-1.
027300     MOVE WS-DESC-LOOKUP-COUNT TO WS-COUNT-ED-2.
027350     MOVE WS-SEARCH-COUNT TO WS-COUNT-ED-3.
027400     MOVE SPACES TO AURPT-LINE.
027500     STRING "LOOKUPS BY PROV-ID: " WS-COUNT-ED-1
027600         "  BY PROV-DESC: "        WS-COUNT-ED-2
027650         "  SEARCHES: "            WS-COUNT-ED-3
027700         DELIMITED SIZE INTO AURPT-LINE
027800     END-STRING.
027900     WRITE AURPT-LINE.
