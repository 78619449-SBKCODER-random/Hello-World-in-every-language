000100*----------------------------------------------------------
000200* GRTERSR
000300*----------------------------------------------------------
000400* ADDRESSEE ERASURE REQUEST CARD. ONE CARD PER ADDRESSEE WHO
000500* HAS ASKED FOR THEIR NAME TO BE ERASED FROM THE GREETING
000600* FILES AT A SITE, IDENTIFIED BY NAME AND SITE CODE THE WAY
000700* THE SUPPRESSION FILE IDENTIFIES THEM. ERQ-REQUEST-DATE IS
000800* THE DATE THE REQUEST WAS RECEIVED AND IS CARRIED ONTO THE
000900* ERASURE CERTIFICATE.
001000*
001100* GRTERASE MASKS THE NAME IN EVERY GREETING-TEXT FIELD OF THE
001200* FILE IT IS RUN AGAINST; GRTERCRT PRINTS THE CERTIFICATE.
001300* BOTH READ THE SAME CARD FILE (ERASREQ DD) IN THE SAME JOB.
001400*
001500* COPY THIS INTO THE ERASURE-REQUEST-FILE FD OF ANY PROGRAM
001600* THAT READS THE CARDS. NO REPLACING IS NEEDED - THE ERQ-
001700* PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
001800*----------------------------------------------------------
001900* 2026-10-15  RH   ORIGINAL COPYBOOK.
002000*----------------------------------------------------------
002100 05  ERQ-ADDRESSEE-NAME           PIC X(30).
002200 05  ERQ-SITE-CODE                PIC X(05).
002300 05  ERQ-REQUEST-DATE             PIC X(08).
002400 05  FILLER                       PIC X(37).
