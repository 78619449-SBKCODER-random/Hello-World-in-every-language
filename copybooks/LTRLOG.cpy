000100*----------------------------------------------------------
000200* LTRLOG
000300*----------------------------------------------------------
000400* LETTER LOG RECORD WRITTEN BY GRTLETTR - ONE RECORD PER
000500* GREETNTF EXTRACT RECORD IT HANDLES, SAYING WHAT BECAME OF
000600* THE LETTER. THE PRINTED LETTERS THEMSELVES GO TO SYSOUT
000700* AND CANNOT BE READ BACK, SO THIS IS THE MACHINE-READABLE
000800* RECORD OF THE PRINT RUN. LTL-RUN-DATE/LTL-RUN-TIME/
000900* LTL-JOB-NAME ECHO THE NTF KEY OF THE EXTRACT RECORD, THE
001000* SAME MATCH KEY GREETACK CARRIES.
001100*
001200* LTL-LETTER-STATUS: P = PRINTED, W = WITHHELD (DO NOT
001300* CONTACT), S = SKIPPED (EXTRACT FROM A FAILED RUN),
001310* N = NOT PRINTED (SITE/LANGUAGE NOT ON THE PRINT CHANNEL).
001400* LTL-BODY-SOURCE: L = LETTER-TEXT FILE, S = STANDARD
001500* WORDING; SPACE WHEN NO LETTER WAS PRINTED.
001600* LTL-LETTER-SEQ IS THE FOOTER SEQUENCE NUMBER THE MAILROOM
001700* SEES ON THE PRINTED PAGE; ZERO WHEN NOT PRINTED.
001800*
001900* COPY THIS INTO ANY PROGRAM THAT READS OR WRITES THE LETTER
002000* LOG SO THE LAYOUT STAYS IDENTICAL ON BOTH SIDES.
002100*----------------------------------------------------------
002200* 2026-10-15  RH   ORIGINAL COPYBOOK.
002210* 2026-10-15  RH   ADDED LETTER STATUS N - NOT PRINT CHANNEL.
002300*----------------------------------------------------------
002400 05  LTL-RUN-DATE             PIC X(08).
002500 05  LTL-RUN-TIME             PIC X(08).
002600 05  LTL-JOB-NAME             PIC X(08).
002700 05  LTL-SITE-CODE            PIC X(05).
002800 05  LTL-LANGUAGE-CODE        PIC X(05).
002900 05  LTL-PRINT-DATE           PIC X(08).
003000 05  LTL-LETTER-STATUS        PIC X(01).
003100     88  LTL-PRINTED                      VALUE "P".
003200     88  LTL-WITHHELD                     VALUE "W".
003300     88  LTL-SKIPPED                      VALUE "S".
003310     88  LTL-NOT-PRINT-CHANNEL            VALUE "N".
003400 05  LTL-BODY-SOURCE          PIC X(01).
003500 05  LTL-LETTER-SEQ           PIC 9(07).
003600 05  FILLER                   PIC X(29).
