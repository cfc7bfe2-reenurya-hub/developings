000100*----------------------------------------------------------*
000200* STDORTBL - IN-STORAGE STATE DORMANCY TABLE FOR UNCLAIMED  *
000300* PROPERTY (ESCHEAT) REPORTING.                             *
000400*                                                           *
000500* WORKING-STORAGE TABLE HOLDING, FOR EACH STATE, THE NUMBER *
000600* OF YEARS A CREDIT BALANCE MAY GO WITHOUT ACTIVITY BEFORE  *
000700* IT IS REPORTABLE TO THAT STATE AS UNCLAIMED PROPERTY.     *
000800* LOADED AT INITIALIZATION FROM THE STATE DORMANCY TABLE    *
000900* FILE, IDFSTDOR.DAT (DD/FILE NAME LFSTDOR - ONE RECORD PER *
001000* STATE: STATE CODE, DORMANCY YEARS, STATE NAME), WHICH     *
001100* FINANCE MAINTAINS AS STATE LAW CHANGES.  COPY THIS INTO   *
001200* WORKING-STORAGE, LOAD IT FROM LFSTDOR, THEN SEARCH        *
001300* WS-SDOR-ENTRY ON WS-SDOR-STATE.  UNUSED ENTRIES ARE LEFT  *
001400* AS SPACES, SO A BLANK STATE MUST BE REJECTED BEFORE THE   *
001500* SEARCH.                                                   *
001600*----------------------------------------------------------*
001700* MODIFICATION HISTORY                                      *
001800*----------------------------------------------------------*
001900* 10/15/2026  DK   ORIGINAL COPYBOOK.                        *
002000*----------------------------------------------------------*
002100 01  WS-SDOR-TABLE-AREA.
002200     05  WS-SDOR-ENTRY           OCCURS 70 TIMES
002300                                 INDEXED BY SDOR-IDX.
002400         10  WS-SDOR-STATE       PIC X(02).
002500         10  WS-SDOR-YEARS       PIC 9(02).
002600         10  WS-SDOR-NAME        PIC X(20).
002700
002800 01  WS-SDOR-WORK.
002900     05  WS-SDOR-COUNT       COMP PIC 9(03) VALUE ZERO.
003000     05  SDOR-FOUND-SW           PIC X(01) VALUE "N".
003100         88  SDOR-FOUND              VALUE "Y".
