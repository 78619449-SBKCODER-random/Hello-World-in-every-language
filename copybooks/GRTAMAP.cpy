000100*----------------------------------------------------------
000200* GRTAMAP
000300*----------------------------------------------------------
000400* SYMBOLIC MAP FOR MAPSET GRTASET / MAP GRTAPMP, AS GENERATED
000500* BY THE TYPE=DSECT ASSEMBLY OF GRTASET AND THEN KEPT IN THE
000600* COPY LIBRARY SO THE GRTA PROGRAM COMPILES WITHOUT A FRESH
000700* BMS ASSEMBLY. REGENERATE AND REPLACE THIS MEMBER WHENEVER
000800* GRTASET CHANGES - DO NOT HAND-EDIT FIELD LENGTHS HERE
000900* WITHOUT CHANGING THE MAPSET TO MATCH.
001000*----------------------------------------------------------
001100* 2026-10-15  RH   ORIGINAL COPYBOOK.
001200*----------------------------------------------------------
001300 01  GRTAPMPI.
001400     05  FILLER                   PIC X(12).
001500     05  SITEL                    PIC S9(04) COMP.
001600     05  SITEF                    PIC X(01).
001700     05  SITEI                    PIC X(05).
001800     05  LANGL                    PIC S9(04) COMP.
001900     05  LANGF                    PIC X(01).
002000     05  LANGI                    PIC X(05).
002100     05  ACTIONL                  PIC S9(04) COMP.
002200     05  ACTIONF                  PIC X(01).
002300     05  ACTIONI                  PIC X(06).
002400     05  MAKERL                   PIC S9(04) COMP.
002500     05  MAKERF                   PIC X(01).
002600     05  MAKERI                   PIC X(12).
002700     05  MKDATEL                  PIC S9(04) COMP.
002800     05  MKDATEF                  PIC X(01).
002900     05  MKDATEI                  PIC X(08).
003000     05  MKTIMEL                  PIC S9(04) COMP.
003100     05  MKTIMEF                  PIC X(01).
003200     05  MKTIMEI                  PIC X(08).
003300     05  CURTXTL                  PIC S9(04) COMP.
003400     05  CURTXTF                  PIC X(01).
003500     05  CURTXTI                  PIC X(40).
003600     05  CURLENL                  PIC S9(04) COMP.
003700     05  CURLENF                  PIC X(01).
003800     05  CURLENI                  PIC X(03).
003900     05  CUREFFL                  PIC S9(04) COMP.
004000     05  CUREFFF                  PIC X(01).
004100     05  CUREFFI                  PIC X(08).
004200     05  NEWTXTL                  PIC S9(04) COMP.
004300     05  NEWTXTF                  PIC X(01).
004400     05  NEWTXTI                  PIC X(40).
004500     05  NEWLENL                  PIC S9(04) COMP.
004600     05  NEWLENF                  PIC X(01).
004700     05  NEWLENI                  PIC X(03).
004800     05  NEWEFFL                  PIC S9(04) COMP.
004900     05  NEWEFFF                  PIC X(01).
005000     05  NEWEFFI                  PIC X(08).
005100     05  NOTEL                    PIC S9(04) COMP.
005200     05  NOTEF                    PIC X(01).
005300     05  NOTEI                    PIC X(20).
005400     05  MSGL                     PIC S9(04) COMP.
005500     05  MSGF                     PIC X(01).
005600     05  MSGI                     PIC X(70).
005700 01  GRTAPMPO REDEFINES GRTAPMPI.
005800     05  FILLER                   PIC X(12).
005900     05  FILLER                   PIC X(03).
006000     05  SITEO                    PIC X(05).
006100     05  FILLER                   PIC X(03).
006200     05  LANGO                    PIC X(05).
006300     05  FILLER                   PIC X(03).
006400     05  ACTIONO                  PIC X(06).
006500     05  FILLER                   PIC X(03).
006600     05  MAKERO                   PIC X(12).
006700     05  FILLER                   PIC X(03).
006800     05  MKDATEO                  PIC X(08).
006900     05  FILLER                   PIC X(03).
007000     05  MKTIMEO                  PIC X(08).
007100     05  FILLER                   PIC X(03).
007200     05  CURTXTO                  PIC X(40).
007300     05  FILLER                   PIC X(03).
007400     05  CURLENO                  PIC ZZ9.
007500     05  FILLER                   PIC X(03).
007600     05  CUREFFO                  PIC X(08).
007700     05  FILLER                   PIC X(03).
007800     05  NEWTXTO                  PIC X(40).
007900     05  FILLER                   PIC X(03).
008000     05  NEWLENO                  PIC ZZ9.
008100     05  FILLER                   PIC X(03).
008200     05  NEWEFFO                  PIC X(08).
008300     05  FILLER                   PIC X(03).
008400     05  NOTEO                    PIC X(20).
008500     05  FILLER                   PIC X(03).
008600     05  MSGO                     PIC X(70).
