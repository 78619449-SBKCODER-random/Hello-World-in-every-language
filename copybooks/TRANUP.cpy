000100*----------------------------------------------------------
000200* TRANUP
000300*----------------------------------------------------------
000400* UPSTREAM ADDRESSEE FILE (TRANRAW) AS DELIVERED TO THE
000500* GREETING STREAM, BEFORE GRTEDIT HAS EDITED IT. THE FILE
000600* OPENS WITH ONE HEADER RECORD AND CLOSES WITH ONE TRAILER
000700* RECORD; EVERY RECORD BETWEEN IS AN ADDRESSEE DETAIL IN
000800* EXACTLY THE LAYOUT HELLO-DRIVER READS FROM TRANNAME, SO A
000900* DETAIL THAT PASSES THE EDIT IS COPIED ACROSS UNCHANGED.
001000*
001100* A CONTROL RECORD IS RECOGNISED BY TUP-CONTROL-ID IN
001200* COLUMNS 1-8 - NO ADDRESSEE NAME STARTS WITH AN ASTERISK.
001300* TUP-FILE-DATE IS THE BUSINESS DATE THE FILE WAS CUT FOR,
001400* YYYYMMDD, AND MUST BE THE SAME ON BOTH CONTROL RECORDS.
001500* TUP-RECORD-COUNT ON THE TRAILER IS THE NUMBER OF DETAIL
001600* RECORDS UPSTREAM SENT; ON THE HEADER IT IS NOT CHECKED.
001700*
001800* COPY THIS UNDER THE 01 OF THE UPSTREAM FILE FD. NO
001900* REPLACING IS NEEDED - THE TUP- PREFIX IS USED AS-IS.
002000*----------------------------------------------------------
002100* 2026-10-15  RH   ORIGINAL COPYBOOK.
002200*----------------------------------------------------------
002300 05  TUP-DETAIL.
002400     10  TUP-ADDRESSEE-NAME       PIC X(30).
002500     10  TUP-SITE-CODE            PIC X(05).
002600     10  TUP-LANGUAGE-CODE        PIC X(05).
002700     10  FILLER                   PIC X(40).
002800 05  TUP-CONTROL REDEFINES TUP-DETAIL.
002900     10  TUP-CONTROL-ID           PIC X(08).
003000         88  TUP-HEADER                       VALUE "*HEADER*".
003100         88  TUP-TRAILER                      VALUE "*TRAILER".
003200     10  TUP-FILE-DATE            PIC X(08).
003300     10  TUP-RECORD-COUNT         PIC X(07).
003400     10  TUP-RECORD-COUNT-N REDEFINES TUP-RECORD-COUNT
003500                                  PIC 9(07).
003600     10  FILLER                   PIC X(57).
