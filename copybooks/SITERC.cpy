000100*----------------------------------------------------------
000200* SITERC
000300*----------------------------------------------------------
000400* SITE MASTER RECORD, KEYED BY SITE CODE. ONE RECORD PER
000500* SITE THE GREETING SYSTEM HAS EVER SERVED. IT REPLACES THE
000600* FLAT SITEREF FILE GRTAUDIT USED TO READ, AND CARRIES THE
000700* SITE'S NAME, REGION, STATUS, OPEN AND CLOSE DATES AND THE
000800* MAILROOM CONTACT WHO TAKES QUERIES ABOUT LETTERS.
000900*
001000* SIT-STATUS SAYS WHETHER THE SITE IS STILL RECEIVING
001100* GREETINGS. A CLOSED SITE KEEPS ITS RECORD FOR THE AUDIT
001200* TRAIL; GRTMAINT, GRTCALMT AND GRTU REFUSE NEW WORK FOR IT
001300* AND HELLO-DRIVER ROUTES ITS ADDRESSEES TO GREETERR.
001400* SIT-CLOSE-DATE IS SPACES WHILE THE SITE IS ACTIVE. THE
001500* FILE IS MAINTAINED BY GRTSITEM CONTROLLED TRANSACTION
001600* CARDS, THE WAY GRTMAINT MAINTAINS THE GREETING MASTER.
001700*
001800* COPY THIS INTO THE SITE-MASTER-FILE FD OF ANY PROGRAM THAT
001900* READS OR MAINTAINS THE FILE. NO REPLACING IS NEEDED - THE
002000* SIT- PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
002100*----------------------------------------------------------
002200* 2026-10-15  RH   ORIGINAL COPYBOOK.
002300*----------------------------------------------------------
002400 05  SIT-SITE-CODE                PIC X(05).
002500 05  SIT-SITE-NAME                PIC X(30).
002600 05  SIT-REGION                   PIC X(10).
002700 05  SIT-STATUS                   PIC X(01).
002800     88  SIT-ACTIVE                           VALUE "A".
002900     88  SIT-CLOSED                           VALUE "C".
003000 05  SIT-OPEN-DATE                PIC X(08).
003100 05  SIT-CLOSE-DATE               PIC X(08).
003200 05  SIT-MAILROOM-CONTACT         PIC X(20).
003300 05  FILLER                       PIC X(38).
