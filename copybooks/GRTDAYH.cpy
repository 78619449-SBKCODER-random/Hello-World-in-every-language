000100*----------------------------------------------------------
000200* GRTDAYH
000300*----------------------------------------------------------
000400* DAILY VOLUME HISTORY RECORD, KEYED BY SITE CODE PLUS
000500* LANGUAGE CODE - THE SAME KEY AS THE USAGE STATISTICS
000600* MASTER. GRTSTAT POSTS ONE DAY-SLOT PER NIGHTLY RUN TO EVERY
000700* RECORD ON THE FILE: THE GREETINGS LOGGED FOR THE SITE/
000800* LANGUAGE ON THAT BUSINESS DATE (SUPPRESSED ADDRESSEES ARE
000900* NOT GREETINGS AND ARE NOT COUNTED), THE DEFAULTED ONES
000950* (LOG-GREETING-SOURCE P OR D), THE FAILED (RC 8) ONES, AND
001000* THOSE WHOSE TEXT CAME FROM THE SEASONAL CALENDAR
001100* (LOG-GREETING-SOURCE C). A KEY WITH
001200* NOTHING LOGGED THAT NIGHT STILL GETS A SLOT OF ZEROES, SO
001300* THE SLOTS ARE CONSECUTIVE BUSINESS DAYS AND A FEED THAT
001400* STOPS SHOWS UP AS ZEROES RATHER THAN AS A GAP.
001500*
001600* DAY-SLOT (1) IS THE MOST RECENT BUSINESS DAY; A NEW DAY
001700* PUSHES THE OTHERS DOWN AND THE 60TH FALLS OFF THE END.
001800* DAY-SLOT-COUNT SAYS HOW MANY SLOTS ARE IN USE. A RERUN FOR
001900* A DATE ALREADY POSTED REPLACES THAT DAY'S SLOT, SO THE
002000* HISTORY NEVER COUNTS A NIGHT TWICE. GRTVOLAN READS THE FILE
002100* TO COMPARE EACH NIGHT AGAINST ITS TRAILING AVERAGE.
002200*
002300* COPY THIS INTO THE DAY-HISTORY-FILE FD OF ANY PROGRAM THAT
002400* READS OR MAINTAINS THE FILE. NO REPLACING IS NEEDED - THE
002500* DAY- PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
002600*----------------------------------------------------------
002700* 2026-10-15  RH   ORIGINAL COPYBOOK.
002800*----------------------------------------------------------
002900 05  DAY-KEY.
003000     10  DAY-SITE-CODE            PIC X(05).
003100     10  DAY-LANGUAGE-CODE        PIC X(05).
003200 05  DAY-SLOT-COUNT               PIC 9(03)   COMP.
003300 05  DAY-LAST-POSTED-DATE         PIC X(08).
003400 05  DAY-SLOT OCCURS 60 TIMES.
003500     10  DAY-BUSINESS-DATE        PIC X(08).
003600     10  DAY-RUN-COUNT            PIC 9(07)   COMP.
003700     10  DAY-DEFAULT-COUNT        PIC 9(07)   COMP.
003800     10  DAY-FAILURE-COUNT        PIC 9(07)   COMP.
003900     10  DAY-CALENDAR-COUNT       PIC 9(07)   COMP.
004000 05  FILLER                       PIC X(20).
