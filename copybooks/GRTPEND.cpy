000100*----------------------------------------------------------
000200* GRTPEND
000300*----------------------------------------------------------
000400* GREETING-MASTER PENDING-CHANGE RECORD, KEYED BY SITE CODE
000500* PLUS LANGUAGE CODE - THE SAME KEY AS THE GREETING MASTER.
000600* NO ADD, CHANGE OR DELETE REACHES GRTMSTR DIRECTLY ANY MORE:
000700* THE MAKER (A GRTMAINT CARD OR A GRTU UPDATE) WRITES ONE OF
000800* THESE CARRYING THE PROPOSED AFTER IMAGE, WHO KEYED IT AND
000900* WHEN, AND A DIFFERENT USER (GRTAPPR APPROVAL CARD OR THE
001000* GRTA ONLINE TRANSACTION) APPROVES OR REJECTS IT. ONLY AN
001100* APPROVAL UPDATES THE MASTER AND WRITES GRTHIST.
001200*
001300* ONE CHANGE AT A TIME MAY BE PENDING FOR A SITE/LANGUAGE. A
001400* DECIDED RECORD (APPROVED, REJECTED OR EXPIRED) STAYS ON
001500* FILE WITH THE CHECKER AND DECISION STAMP UNTIL THE NEXT
001600* CHANGE TO THE SAME KEY REPLACES IT. GRTPNDRP LISTS THE
001700* OPEN CHANGES DAILY AND EXPIRES ANY LEFT PAST THE AGE LIMIT.
001800*
001900* PND-MAKER-TYPE AND PND-CHECKER-TYPE ARE "BATCH" OR "CICS";
002000* THE IDS ARE THE CARD MAKER/CHECKER ID, OR THE CICS USER
002100* PLUS TRANSACTION ID, IN THE FORM GRTHIST CARRIES. A DELETE
002200* HAS A BLANK AFTER IMAGE.
002300*
002400* COPY THIS INTO THE PENDING-CHANGE-FILE FD (OR CICS RECORD
002500* AREA) OF ANY PROGRAM THAT READS OR WRITES THE FILE. NO
002600* REPLACING IS NEEDED - THE PND- PREFIX IS USED AS-IS.
002700*----------------------------------------------------------
002800* 2026-10-15  RH   ORIGINAL COPYBOOK.
002900*----------------------------------------------------------
003000 05  PND-KEY.
003100     10  PND-SITE-CODE            PIC X(05).
003200     10  PND-LANGUAGE-CODE        PIC X(05).
003300 05  PND-STATUS                   PIC X(01).
003400     88  PND-PENDING                          VALUE "P".
003500     88  PND-APPROVED                         VALUE "A".
003600     88  PND-REJECTED                         VALUE "R".
003700     88  PND-EXPIRED                          VALUE "E".
003800 05  PND-ACTION                   PIC X(06).
003900 05  PND-MAKER-TYPE               PIC X(05).
004000 05  PND-MAKER-ID                 PIC X(12).
004100 05  PND-MAKER-DATE               PIC X(08).
004200 05  PND-MAKER-TIME               PIC X(08).
004300 05  PND-AFTER-IMAGE.
004400     10  PND-AFT-TEXT             PIC X(40).
004500     10  PND-AFT-MAX-LEN          PIC 9(03).
004600     10  PND-AFT-LANGUAGE         PIC X(05).
004700     10  PND-AFT-EFF-DATE         PIC X(08).
004800 05  PND-CHECKER-TYPE             PIC X(05).
004900 05  PND-CHECKER-ID               PIC X(12).
005000 05  PND-DECISION-DATE            PIC X(08).
005100 05  PND-DECISION-TIME            PIC X(08).
005200 05  PND-DECISION-NOTE            PIC X(20).
005300 05  FILLER                       PIC X(21).
