002696*                  FINDING. RETIRED CODES ARE NOT FLAGGED:
002697*                  THEY BLOCK NEW TRANSACTIONS IN GRTMAINT
002698*                  BUT EXISTING RECORDS READ CLEANLY.
002708* 2026-10-15  RH   THE FLAT SITEREF LIST IS REPLACED BY THE
002718*                  INDEXED SITE MASTER (SITERC COPYBOOK,
002728*                  SITEMSTR DD), READ SEQUENTIALLY INTO THE
002738*                  SAME REFERENCE TABLE. A CLOSED SITE IS NO
002748*                  LONGER EXPECTED TO HAVE A MASTER RECORD;
002758*                  INSTEAD A GREETING RECORD FOR A CLOSED
002768*                  SITE, OR FOR A SITE NOT ON THE SITE MASTER
002778*                  AT ALL, IS NOW A FINDING.
002788*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003400     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-PARM-FILE-STATUS.
003700     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
003800         ORGANIZATION IS INDEXED
003810         ACCESS MODE IS SEQUENTIAL
003820         RECORD KEY IS SIT-SITE-CODE
003900         FILE STATUS IS WS-REF-FILE-STATUS.
004000     SELECT GREETING-MASTER-FILE ASSIGN TO GRTMSTR
004100         ORGANIZATION IS INDEXED
005300 01  PARM-CARD-RECORD.
005400     05  PARM-TOLERANCE-DAYS      PIC X(03).
005500     05  FILLER                   PIC X(77).
005600 FD  SITE-MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
005900 01  SITE-MASTER-RECORD.
006000     COPY SITERC.
006300 FD  GREETING-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  GREETING-MASTER-RECORD.
009720         88  WS-LNG-EOF                       VALUE "Y".
009730     05  WS-LNG-FOUND-SW          PIC X(01)   VALUE "N".
009740         88  WS-LNG-FOUND                     VALUE "Y".
009750     05  WS-REF-FOUND-SW          PIC X(01)   VALUE "N".
009760         88  WS-REF-FOUND                     VALUE "Y".
009800*----------------------------------------------------------
009900* FILE STATUS FIELDS
010000*----------------------------------------------------------
011800         10  WS-RE-SITE-CODE      PIC X(05).
011900         10  WS-RE-SITE-NAME      PIC X(30).
012000         10  WS-RE-FOUND-SW       PIC X(01).
012002         10  WS-RE-STATUS         PIC X(01).
012004             88  WS-RE-CLOSED                 VALUE "C".
012006 01  WS-REF-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
012010*----------------------------------------------------------
012020* APPROVED LANGUAGE CODES FROM THE SHARED REFERENCE FILE.
012030* ANY STATUS COUNTS - A RETIRED CODE STILL READS CLEANLY.
015400 01  WS-COUNTERS.
015500     05  WS-MASTER-COUNT          PIC 9(07)   COMP VALUE ZERO.
015600     05  WS-MISSING-COUNT         PIC 9(07)   COMP VALUE ZERO.
015610     05  WS-NO-SITE-COUNT         PIC 9(07)   COMP VALUE ZERO.
015620     05  WS-CLOSED-SITE-COUNT     PIC 9(07)   COMP VALUE ZERO.
015700     05  WS-FUTURE-COUNT          PIC 9(07)   COMP VALUE ZERO.
015800     05  WS-LANGUAGE-COUNT        PIC 9(07)   COMP VALUE ZERO.
015850     05  WS-KEY-LANG-COUNT        PIC 9(07)   COMP VALUE ZERO.
024700     END-IF
024800     CLOSE PARM-CARD-FILE
024900     PERFORM 1100-COMPUTE-TOLERANCE-DATE
025000     OPEN INPUT SITE-MASTER-FILE
025100     IF NOT WS-REF-STATUS-OK
025200         DISPLAY "GRTAUDIT - SITE-MASTER-FILE OPEN FAILED "
025300                 "- STATUS " WS-REF-FILE-STATUS
025400         MOVE 8 TO RETURN-CODE
025500         GO TO 9999-EXIT
034000*----------------------------------------------------------
034100* 1200-LOAD-REFERENCE
034200*----------------------------------------------------------
034210* ONE ENTRY PER SITE-MASTER RECORD, ACTIVE OR CLOSED. THE
034220* STATUS IS CARRIED SO 2100 CAN FLAG GREETING RECORDS FOR A
034230* CLOSED SITE AND 3100 ONLY CHASES ACTIVE SITES.
034240*----------------------------------------------------------
034300 1200-LOAD-REFERENCE.
034400     IF SIT-SITE-CODE NOT = SPACES AND NOT = LOW-VALUES
034500         IF WS-REF-COUNT < WS-REF-MAX
034600             ADD 1 TO WS-REF-COUNT
034700             MOVE SIT-SITE-CODE
034800                 TO WS-RE-SITE-CODE (WS-REF-COUNT)
034900             MOVE SIT-SITE-NAME
035000                 TO WS-RE-SITE-NAME (WS-REF-COUNT)
035100             MOVE "N" TO WS-RE-FOUND-SW (WS-REF-COUNT)
035110             MOVE SIT-STATUS
035120                 TO WS-RE-STATUS (WS-REF-COUNT)
035200         ELSE
035300             DISPLAY "GRTAUDIT - SITE MASTER TABLE "
035400                 "OVERFLOW AT " WS-REF-MAX " ENTRIES"
035500             MOVE 8 TO RETURN-CODE
035600             SET WS-REF-EOF TO TRUE
036500* 1290-READ-REFERENCE
036600*----------------------------------------------------------
036700 1290-READ-REFERENCE.
036800     READ SITE-MASTER-FILE
036900         AT END
037000             SET WS-REF-EOF TO TRUE
037100     END-READ.
038700*----------------------------------------------------------
038800* 2100-MARK-REFERENCE
038900*----------------------------------------------------------
038910* MARKS THE RECORD'S SITE AS COVERED. A GREETING RECORD WHOSE
038920* SITE IS NOT ON THE SITE MASTER, OR IS CLOSED THERE, IS A
038930* FINDING - NO BATCH OR ONLINE PATH WILL EVER USE IT.
038940*----------------------------------------------------------
039000 2100-MARK-REFERENCE.
039010     MOVE "N" TO WS-REF-FOUND-SW
039100     PERFORM 2110-MATCH-REFERENCE
039200         VARYING WS-REF-SUB FROM 1 BY 1
039300         UNTIL WS-REF-SUB > WS-REF-COUNT
039305            OR WS-REF-FOUND
039310     IF NOT WS-REF-FOUND
039315         ADD 1 TO WS-NO-SITE-COUNT
039320         MOVE MASTER-SITE-CODE TO WS-AD-SITE-CODE
039325         MOVE "SITE NOT ON SITE MASTER" TO WS-AD-FINDING
039330         MOVE MASTER-KEY-LANGUAGE TO WS-AD-DETAIL
039335         PERFORM 5000-WRITE-AUDIT-LINE
039340     ELSE
039345         IF WS-RE-CLOSED (WS-REF-MATCH-SUB)
039350             ADD 1 TO WS-CLOSED-SITE-COUNT
039355             MOVE MASTER-SITE-CODE TO WS-AD-SITE-CODE
039360             MOVE "RECORD FOR CLOSED SITE" TO WS-AD-FINDING
039365             MOVE MASTER-KEY-LANGUAGE TO WS-AD-DETAIL
039370             PERFORM 5000-WRITE-AUDIT-LINE
039375         END-IF
039380     END-IF.
039400 2100-MARK-REFERENCE-EXIT.
039500     EXIT.
039600*----------------------------------------------------------
039900 2110-MATCH-REFERENCE.
040000     IF WS-RE-SITE-CODE (WS-REF-SUB) = MASTER-SITE-CODE
040100         MOVE "Y" TO WS-RE-FOUND-SW (WS-REF-SUB)
040110         SET WS-REF-FOUND TO TRUE
040120         MOVE WS-REF-SUB TO WS-REF-MATCH-SUB
040200     END-IF.
040300 2110-MATCH-REFERENCE-EXIT.
040400     EXIT.
051800*----------------------------------------------------------
051900* 3000-REPORT-MISSING-SITES
052000*----------------------------------------------------------
052010* ONLY AN ACTIVE SITE IS EXPECTED TO HAVE A MASTER RECORD.
052020*----------------------------------------------------------
052100 3000-REPORT-MISSING-SITES.
052200     PERFORM 3100-CHECK-ONE-REFERENCE
052300         VARYING WS-REF-SUB FROM 1 BY 1
052900*----------------------------------------------------------
053000 3100-CHECK-ONE-REFERENCE.
053100     IF WS-RE-FOUND-SW (WS-REF-SUB) = "N"
053110         AND NOT WS-RE-CLOSED (WS-REF-SUB)
053200         ADD 1 TO WS-MISSING-COUNT
053300         MOVE WS-RE-SITE-CODE (WS-REF-SUB) TO WS-AD-SITE-CODE
053400         MOVE "NO MASTER RECORD" TO WS-AD-FINDING
057700     IF NOT WS-AUD-OPEN
057800         GO TO 8000-FINALIZE-EXIT
057900     END-IF
058000     IF WS-AUD-LINE-COUNT > WS-AUD-PAGE-LIMIT - 13
058100         PERFORM 5100-WRITE-AUDIT-HEADING
058200     END-IF
058300     MOVE SPACES TO AUDIT-PRINT-RECORD
058800     MOVE "SITES WITH NO RECORD        - " TO WS-AT-LABEL
058900     MOVE WS-MISSING-COUNT TO WS-AT-COUNT
059000     WRITE AUDIT-PRINT-RECORD FROM WS-AUD-TOTAL-LINE
059010     MOVE "RECORDS FOR UNKNOWN SITES   - " TO WS-AT-LABEL
059020     MOVE WS-NO-SITE-COUNT TO WS-AT-COUNT
059030     WRITE AUDIT-PRINT-RECORD FROM WS-AUD-TOTAL-LINE
059040     MOVE "RECORDS FOR CLOSED SITES    - " TO WS-AT-LABEL
059050     MOVE WS-CLOSED-SITE-COUNT TO WS-AT-COUNT
059060     WRITE AUDIT-PRINT-RECORD FROM WS-AUD-TOTAL-LINE
059100     MOVE "EFF DATES PAST TOLERANCE    - " TO WS-AT-LABEL
059200     MOVE WS-FUTURE-COUNT TO WS-AT-COUNT
059300     WRITE AUDIT-PRINT-RECORD FROM WS-AUD-TOTAL-LINE
061500*----------------------------------------------------------
061600 9999-EXIT.
061700     IF WS-REF-OPEN
061800         CLOSE SITE-MASTER-FILE
061900     END-IF
062000     IF WS-MASTER-OPEN
062100         CLOSE GREETING-MASTER-FILE
