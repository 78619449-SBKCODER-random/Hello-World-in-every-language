000100*----------------------------------------------------------
000200* GRTEMLG
000300*----------------------------------------------------------
000400* E-MAIL LOG RECORD WRITTEN BY GRTEMAIL - ONE RECORD PER
000500* GREETNTF EXTRACT RECORD IT PLACED ON THE E-MAIL OUTBOUND
000600* FILE. EML-RUN-DATE/EML-RUN-TIME/EML-JOB-NAME ECHO THE NTF
000700* KEY OF THE EXTRACT RECORD, THE SAME MATCH KEY GREETACK
000800* CARRIES. GREETNTF ACCUMULATES ACROSS NIGHTS, SO GRTEMAIL
000900* LOADS THESE KEYS AT START AND NEVER E-MAILS A KEY TWICE.
001000* EML-WRITTEN-DATE/TIME SAY WHEN THE RECORD WENT ONTO THE
001100* OUTBOUND FILE. EML-BODY-SOURCE: L = LETTER-TEXT FILE,
001200* S = STANDARD WORDING.
001300*
001400* COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE E-MAIL
001500* LOG SO THE LAYOUT STAYS IDENTICAL ON BOTH SIDES.
001600*----------------------------------------------------------
001700* 2026-10-15  RH   ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 05  EML-RUN-DATE             PIC X(08).
002000 05  EML-RUN-TIME             PIC X(08).
002100 05  EML-JOB-NAME             PIC X(08).
002200 05  EML-SITE-CODE            PIC X(05).
002300 05  EML-LANGUAGE-CODE        PIC X(05).
002400 05  EML-WRITTEN-DATE         PIC X(08).
002500 05  EML-WRITTEN-TIME         PIC X(08).
002600 05  EML-BODY-SOURCE          PIC X(01).
002700 05  FILLER                   PIC X(29).
