000100*----------------------------------------------------------
000200* GRTXLWL
000300*----------------------------------------------------------
000400* PENDING-TRANSLATION WORKLIST RECORD, KEYED BY SITE CODE
000500* PLUS LANGUAGE CODE - THE SAME KEY AS THE GREETING MASTER.
000600* GRTXLCOV ADDS ONE WHEN THE NIGHT'S GREETLOG SHOWS
000700* ADDRESSEES OF A SITE ASKING FOR A LANGUAGE THE SITE HAS NO
000800* GREETING-MASTER RECORD FOR, SO THEY QUIETLY GOT THE PARM
000900* TEXT (LOG-GREETING-SOURCE P OR D). XWL-ADDRESSEE-COUNT IS
001000* THE NUMBER OF ADDRESSEES GREETED THAT WAY SINCE THE ENTRY
001100* OPENED, AND THE FIRST/LAST SEEN DATES ARE THE BUSINESS
001200* DATES THEY WERE GREETED ON.
001300*
001400* XWL-LAST-NIGHT-COUNT IS THE SHARE OF THE COUNT POSTED FOR
001500* XWL-LAST-SEEN-DATE, SO A RERUN FOR THAT DATE REPLACES IT
001600* RATHER THAN COUNTING THE NIGHT TWICE. AN OPEN ENTRY CLOSES
001700* ITSELF ON THE NEXT GRTXLCOV RUN AFTER THE MISSING RECORD
001800* REACHES GRTMSTR (CLOSE REASON M), OR AFTER THE SITE IS
001900* CLOSED ON SITEMSTR (REASON S). A CLOSED ENTRY STAYS ON FILE
002000* AND REOPENS, COUNTING AFRESH, IF THE KEY DEFAULTS AGAIN.
002100*
002200* COPY THIS INTO THE TRANSLATION-WORKLIST-FILE FD OF ANY
002300* PROGRAM THAT READS OR MAINTAINS THE FILE. NO REPLACING IS
002400* NEEDED - THE XWL- PREFIX IS USED AS-IS BY EVERY CALLING
002500* PROGRAM.
002600*----------------------------------------------------------
002700* 2026-10-15  RH   ORIGINAL COPYBOOK.
002800*----------------------------------------------------------
002900 05  XWL-KEY.
003000     10  XWL-SITE-CODE            PIC X(05).
003100     10  XWL-LANGUAGE-CODE        PIC X(05).
003200 05  XWL-STATUS                   PIC X(01).
003300     88  XWL-OPEN                             VALUE "O".
003400     88  XWL-CLOSED                           VALUE "C".
003500 05  XWL-ADDRESSEE-COUNT          PIC 9(07)   COMP.
003600 05  XWL-FIRST-SEEN-DATE          PIC X(08).
003700 05  XWL-LAST-SEEN-DATE           PIC X(08).
003800 05  XWL-LAST-NIGHT-COUNT         PIC 9(07)   COMP.
003900 05  XWL-CLOSED-DATE              PIC X(08).
004000 05  XWL-CLOSE-REASON             PIC X(01).
004100     88  XWL-CLOSED-BY-MASTER                 VALUE "M".
004200     88  XWL-CLOSED-BY-SITE                   VALUE "S".
004300 05  XWL-REOPEN-COUNT             PIC 9(03)   COMP.
004400 05  XWL-LAST-POSTED-DATE         PIC X(08).
004500 05  FILLER                       PIC X(20).
