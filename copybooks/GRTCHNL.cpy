000100*----------------------------------------------------------
000200* GRTCHNL
000300*----------------------------------------------------------
000400* DELIVERY-CHANNEL PREFERENCE RECORD, KEYED BY SITE CODE PLUS
000500* LANGUAGE CODE - THE SAME KEY AS THE GREETING MASTER. IT
000600* SAYS WHICH CHANNELS A SITE/LANGUAGE'S GREETINGS GO OUT ON:
000700* THE NOTIFICATION QUEUE (GRTBRDGE), THE PRINTED WELCOME
000800* LETTER (GRTLETTR) AND THE E-MAIL OUTBOUND FILE (GRTEMAIL),
000900* IN ANY COMBINATION. EACH FLAG IS Y OR N.
001000*
001100* A RECORD WITH A BLANK CHN-LANGUAGE-CODE IS THE SITE-WIDE
001200* PREFERENCE, USED FOR EVERY LANGUAGE OF THE SITE THAT HAS NO
001300* RECORD OF ITS OWN. A SITE/LANGUAGE WITH NEITHER GOES TO THE
001400* QUEUE AND TO PRINT, AS EVERY GREETING DID BEFORE THE FILE
001500* EXISTED. THE FILE IS MAINTAINED BY GRTCHNMT CONTROLLED
001600* TRANSACTION CARDS, THE WAY GRTSITEM MAINTAINS THE SITES.
001700*
001800* COPY THIS INTO THE CHANNEL-FILE FD OF ANY PROGRAM THAT
001900* ROUTES EXTRACT RECORDS OR MAINTAINS THE FILE. NO REPLACING
002000* IS NEEDED - THE CHN- PREFIX IS USED AS-IS.
002100*----------------------------------------------------------
002200* 2026-10-15  RH   ORIGINAL COPYBOOK.
002300*----------------------------------------------------------
002400 05  CHN-KEY.
002500     10  CHN-SITE-CODE            PIC X(05).
002600     10  CHN-LANGUAGE-CODE        PIC X(05).
002700 05  CHN-QUEUE-FLAG               PIC X(01).
002800     88  CHN-TO-QUEUE                         VALUE "Y".
002900 05  CHN-PRINT-FLAG               PIC X(01).
003000     88  CHN-TO-PRINT                         VALUE "Y".
003100 05  CHN-EMAIL-FLAG               PIC X(01).
003200     88  CHN-TO-EMAIL                         VALUE "Y".
003300 05  CHN-CHANGED-DATE             PIC X(08).
003400 05  FILLER                       PIC X(59).
