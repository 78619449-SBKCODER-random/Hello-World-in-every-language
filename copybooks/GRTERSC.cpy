000100*----------------------------------------------------------
000200* GRTERSC
000300*----------------------------------------------------------
000400* ERASURE CERTIFICATE RECORD. EVERY GRTERASE STEP APPENDS ONE
000500* FILE RECORD (TYPE F) FOR THE DATA SET IT WORKED THROUGH,
000600* PRECEDED BY ONE REQUEST RECORD (TYPE R) FOR EACH ERASURE
000700* REQUEST WHOSE NAME IT MASKED IN THAT DATA SET. GRTERCRT
000800* PRINTS THE CERTIFICATE FROM THE RECORDS FOR ONE ERASURE
000900* BATCH DATE.
001000*
001100* ERC-FILE-RESULT ON THE FILE RECORD:
001200*     M = NAMES MASKED AND THE COPY VERIFIED RECORD FOR RECORD
001300*     N = NONE OF THE NAMES FOUND - THE DATA SET IS UNCHANGED
001400*     F = FAILED (VERIFY MISMATCH OR I/O) - NOT COPIED BACK
001500* THE FILE IS WRITTEN DISP=MOD, SO A DATA SET PROCESSED TWICE
001600* IN A BATCH HAS TWO SETS OF RECORDS - THE SET WITH THE
001700* LATEST ERC-RUN-DATE/TIME FOR THAT DATA SET STANDS.
001800*
001900* COPY THIS INTO ANY PROGRAM THAT WRITES OR READS THE
002000* ERASURE CERTIFICATE FILE. NO REPLACING IS NEEDED - THE ERC-
002100* PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
002200*----------------------------------------------------------
002300* 2026-10-15  RH   ORIGINAL COPYBOOK.
002400*----------------------------------------------------------
002500 05  ERC-BATCH-DATE               PIC X(08).
002600 05  ERC-RUN-DATE                 PIC X(08).
002700 05  ERC-RUN-TIME                 PIC X(08).
002800 05  ERC-RECORD-TYPE              PIC X(01).
002900     88  ERC-FILE-LINE                        VALUE "F".
003000     88  ERC-REQUEST-LINE                     VALUE "R".
003100 05  ERC-FILE-TYPE                PIC X(03).
003200 05  ERC-DATA-SET-NAME            PIC X(44).
003300 05  ERC-DETAIL                   PIC X(48).
003400 05  ERC-FILE-DETAIL REDEFINES ERC-DETAIL.
003500     10  ERC-RECORDS-READ         PIC 9(07).
003600     10  ERC-RECORDS-MASKED       PIC 9(07).
003700     10  ERC-RECORDS-VERIFIED     PIC 9(07).
003800     10  ERC-MISMATCH-COUNT       PIC 9(07).
003900     10  ERC-FILE-RESULT          PIC X(01).
004000         88  ERC-FILE-MASKED                  VALUE "M".
004100         88  ERC-FILE-UNCHANGED               VALUE "N".
004200         88  ERC-FILE-FAILED                  VALUE "F".
004300     10  FILLER                   PIC X(19).
004400 05  ERC-REQUEST-DETAIL REDEFINES ERC-DETAIL.
004500     10  ERC-ADDRESSEE-NAME       PIC X(30).
004600     10  ERC-SITE-CODE            PIC X(05).
004700     10  ERC-HIT-COUNT            PIC 9(07).
004800     10  FILLER                   PIC X(06).
