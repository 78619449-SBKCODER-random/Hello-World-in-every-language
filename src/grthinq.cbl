002200*                  ARCHAEOLOGY. RC 0 = TRAIL PRINTED, 4 = NO
002300*                  CHANGES ON FILE FOR THE REQUEST, 8 = BAD
002400*                  PARM OR I/O FAILURE.
002410* 2026-10-15  RH   CHANGE LINE NOW SHOWS THE CHECKER WHO
002420*                  APPROVED THE CHANGE (HIST-CHECKER-ID)
002430*                  ALONGSIDE THE MAKER IN THE FROM COLUMN.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
013600     05  FILLER                   PIC X(07)   VALUE "LANG   ".
013700     05  FILLER                   PIC X(07)   VALUE "ACTION ".
013800     05  FILLER                   PIC X(06)   VALUE "FROM  ".
013810     05  FILLER                   PIC X(13)   VALUE SPACES.
013820     05  FILLER                   PIC X(10)   VALUE "CHECKED BY".
013830     05  FILLER                   PIC X(69)   VALUE SPACES.
014000 01  WS-PRT-CHANGE-LINE.
014100     05  WS-PC-DATE               PIC X(08).
014200     05  FILLER                   PIC X(02)   VALUE SPACES.
014900     05  WS-PC-SOURCE-TYPE        PIC X(05).
015000     05  FILLER                   PIC X(01)   VALUE SPACE.
015100     05  WS-PC-SOURCE-ID          PIC X(12).
015110     05  FILLER                   PIC X(01)   VALUE SPACE.
015120     05  WS-PC-CHECKER-ID         PIC X(12).
015130     05  FILLER                   PIC X(67)   VALUE SPACES.
015300 01  WS-PRT-IMAGE-LINE.
015400     05  FILLER                   PIC X(02)   VALUE SPACES.
015500     05  WS-PI-LABEL              PIC X(07).
029500     MOVE HIST-ACTION         TO WS-PC-ACTION
029600     MOVE HIST-SOURCE-TYPE    TO WS-PC-SOURCE-TYPE
029700     MOVE HIST-SOURCE-ID      TO WS-PC-SOURCE-ID
029710     MOVE HIST-CHECKER-ID     TO WS-PC-CHECKER-ID
029800     WRITE HISTORY-PRINT-RECORD FROM WS-PRT-CHANGE-LINE
029900     ADD 1 TO WS-PRT-LINE-COUNT
030000     MOVE "BEFORE " TO WS-PI-LABEL
