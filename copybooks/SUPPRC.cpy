000100*----------------------------------------------------------
000200* SUPPRC
000300*----------------------------------------------------------
000400* DO-NOT-CONTACT SUPPRESSION RECORD, KEYED BY ADDRESSEE NAME
000500* AND SITE CODE. ONE RECORD PER ADDRESSEE WHO HAS ASKED (OR
000600* MUST BY LAW, OR HAS DIED) NOT TO BE GREETED AT A SITE.
000700* HELLO-DRIVER CHECKS EVERY ADDRESSEE AGAINST THIS FILE
000800* BEFORE IT BUILDS THE GREETING; GRTBRDGE AND GRTLETTR CHECK
000900* IT AGAIN SO AN EXTRACT WRITTEN BEFORE THE ADDRESSEE WAS
001000* ADDED IS NOT PUT TO THE QUEUE OR PRINTED AFTERWARDS.
001100*
001200* SUP-REASON-CODE SAYS WHY THE ADDRESSEE IS SUPPRESSED.
001300* SUP-REQUESTED-DATE IS THE DATE THE REQUEST WAS RECEIVED.
001400* SUP-EXPIRY-DATE IS THE LAST DAY THE SUPPRESSION APPLIES -
001500* SPACES MEANS IT NEVER EXPIRES. A RECORD PAST ITS EXPIRY
001600* DATE STAYS ON FILE FOR THE AUDIT TRAIL BUT NO LONGER
001700* SUPPRESSES ANYTHING. THE FILE IS MAINTAINED BY GRTSUPPM
001800* CONTROLLED TRANSACTION CARDS, THE WAY GRTMAINT MAINTAINS
001900* THE MASTER.
002000*
002100* COPY THIS INTO THE SUPPRESSION-FILE FD OF ANY PROGRAM THAT
002200* READS OR MAINTAINS THE FILE. NO REPLACING IS NEEDED - THE
002300* SUP- PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
002400*----------------------------------------------------------
002500* 2026-10-15  RH   ORIGINAL COPYBOOK.
002600*----------------------------------------------------------
002700 05  SUP-KEY.
002800     10  SUP-ADDRESSEE-NAME       PIC X(30).
002900     10  SUP-SITE-CODE            PIC X(05).
003000 05  SUP-REASON-CODE              PIC X(02).
003100     88  SUP-REASON-VALID                     VALUE "CR" "LG"
003200                                                    "DC" "OT".
003300     88  SUP-CUSTOMER-REQUEST                 VALUE "CR".
003400     88  SUP-LEGAL-HOLD                       VALUE "LG".
003500     88  SUP-DECEASED                         VALUE "DC".
003600     88  SUP-OTHER-REASON                     VALUE "OT".
003700 05  SUP-REQUESTED-DATE           PIC X(08).
003800 05  SUP-EXPIRY-DATE              PIC X(08).
003900 05  FILLER                       PIC X(27).
