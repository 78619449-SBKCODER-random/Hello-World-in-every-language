001200* "BATCH" OR "CICS", HIST-SOURCE-ID IS THE BATCH JOB NAME OR
001300* THE CICS USER PLUS TRANSACTION ID. AN ADD HAS A BLANK
001400* BEFORE IMAGE; A DELETE HAS A BLANK AFTER IMAGE.
001410*
001420* SINCE MASTER CHANGES GO THROUGH THE PENDING-CHANGE FILE
001430* (GRTPEND) AND A SECOND PERSON'S APPROVAL, THE SOURCE
001440* FIELDS NAME THE MAKER WHO KEYED THE CHANGE (BATCH CARD
001450* MAKER ID, OR CICS USER PLUS TRANSACTION ID) AND
001460* HIST-CHECKER-ID NAMES THE USER WHO APPROVED IT, IN THE
001470* SAME FORM. THE CHANGE DATE/TIME IS THE MOMENT OF APPROVAL,
001480* WHEN THE CHANGE ACTUALLY REACHED THE MASTER.
001500*
001600* COPY THIS INTO THE CHANGE-HISTORY-FILE FD OF ANY PROGRAM
001700* THAT WRITES OR READS THE FILE. NO REPLACING IS NEEDED -
001800* THE HIST- PREFIX IS USED AS-IS BY EVERY CALLING PROGRAM.
001900*----------------------------------------------------------
002000* 2026-09-03  RH   ORIGINAL COPYBOOK.
002010* 2026-10-15  RH   ADDED HIST-CHECKER-ID OUT OF THE FILLER
002020*                  FOR TWO-PERSON APPROVAL. RECORD LENGTH
002030*                  UNCHANGED.
002100*----------------------------------------------------------
002200 05  HIST-KEY.
002300     10  HIST-SITE-CODE           PIC X(05).
003800     10  HIST-AFT-MAX-LEN         PIC 9(03).
003900     10  HIST-AFT-LANGUAGE        PIC X(05).
004000     10  HIST-AFT-EFF-DATE        PIC X(08).
004010 05  HIST-CHECKER-ID              PIC X(12).
004100 05  FILLER                       PIC X(04).
