000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTEDIT.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. PRE-EDIT AND CONTROL-
001100*                  TOTAL BALANCING OF THE UPSTREAM ADDRESSEE
001200*                  FILE (TRANRAW, TRANUP COPYBOOK) AHEAD OF
001300*                  HELLO-DRIVER. THE HEADER AND TRAILER MUST
001400*                  BE PRESENT, CARRY THE BUSINESS DATE AND
001500*                  AGREE WITH THE NUMBER OF DETAILS ACTUALLY
001600*                  RECEIVED, OR THE STREAM IS STOPPED WITH
001700*                  RC 12. EACH DETAIL IS REJECTED FOR A BLANK
001800*                  NAME, A SITE NOT ON THE SITE MASTER, A
001900*                  LANGUAGE NOT ON LANGREF, OR A REPEAT OF AN
002000*                  ADDRESSEE/SITE/LANGUAGE ALREADY ACCEPTED
002100*                  FROM THE FILE. CLEAN DETAILS ARE COPIED TO
002200*                  TRANNAME FOR HELLO-DRIVER; REJECTS GO TO
002300*                  THE TRANSUSP SUSPENSE FILE AND THE EDIT
002400*                  REPORT FOR RETURN UPSTREAM.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PARM-FILE-STATUS.
003500     SELECT UPSTREAM-NAME-FILE ASSIGN TO TRANRAW
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RAW-FILE-STATUS.
003800     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS SIT-SITE-CODE
004200         FILE STATUS IS WS-SIT-FILE-STATUS.
004300     SELECT LANGUAGE-REFERENCE-FILE ASSIGN TO LANGREF
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS LNG-LANGUAGE-CODE
004700         FILE STATUS IS WS-LNG-FILE-STATUS.
004800     SELECT TRANSACTION-NAME-FILE ASSIGN TO TRANNAME
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-TRANS-FILE-STATUS.
005100     SELECT SUSPENSE-FILE ASSIGN TO TRANSUSP
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SUSP-FILE-STATUS.
005400     SELECT EDIT-PRINT-FILE ASSIGN TO EDITRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EDT-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARM-CARD-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE OMITTED.
006200 01  PARM-CARD-RECORD.
006300     05  PARM-BUSINESS-DATE       PIC X(08).
006400     05  FILLER                   PIC X(72).
006500 FD  UPSTREAM-NAME-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE OMITTED.
006800 01  UPSTREAM-NAME-RECORD.
006900     COPY TRANUP.
007000 FD  SITE-MASTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SITE-MASTER-RECORD.
007300     COPY SITERC.
007400 FD  LANGUAGE-REFERENCE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  LANGUAGE-REFERENCE-RECORD.
007700     COPY LANGRC.
007800 FD  TRANSACTION-NAME-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE OMITTED.
008100 01  TRANSACTION-NAME-RECORD      PIC X(80).
008200 FD  SUSPENSE-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE OMITTED.
008500 01  SUSPENSE-RECORD.
008600     05  SUSP-RECORD-IMAGE        PIC X(80).
008700     05  SUSP-REASON              PIC X(20).
008800     05  SUSP-BUSINESS-DATE       PIC X(08).
008900     05  SUSP-RECORD-NUMBER       PIC 9(07).
009000     05  FILLER                   PIC X(05).
009100 FD  EDIT-PRINT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE OMITTED.
009400 01  EDIT-PRINT-RECORD            PIC X(132).
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------
009700* SWITCHES
009800*----------------------------------------------------------
009900 01  WS-SWITCHES.
010000     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
010100         88  WS-PARM-EOF                      VALUE "Y".
010200     05  WS-RAW-EOF-SW            PIC X(01)   VALUE "N".
010300         88  WS-RAW-EOF                       VALUE "Y".
010400     05  WS-SIT-EOF-SW            PIC X(01)   VALUE "N".
010500         88  WS-SIT-EOF                       VALUE "Y".
010600     05  WS-LNG-EOF-SW            PIC X(01)   VALUE "N".
010700         88  WS-LNG-EOF                       VALUE "Y".
010800     05  WS-RAW-OPEN-SW           PIC X(01)   VALUE "N".
010900         88  WS-RAW-OPEN                      VALUE "Y".
011000     05  WS-TRANS-OPEN-SW         PIC X(01)   VALUE "N".
011100         88  WS-TRANS-OPEN                    VALUE "Y".
011200     05  WS-SUSP-OPEN-SW          PIC X(01)   VALUE "N".
011300         88  WS-SUSP-OPEN                     VALUE "Y".
011400     05  WS-EDT-OPEN-SW           PIC X(01)   VALUE "N".
011500         88  WS-EDT-OPEN                      VALUE "Y".
011600     05  WS-HEADER-SEEN-SW        PIC X(01)   VALUE "N".
011700         88  WS-HEADER-SEEN                   VALUE "Y".
011800     05  WS-TRAILER-SEEN-SW       PIC X(01)   VALUE "N".
011900         88  WS-TRAILER-SEEN                  VALUE "Y".
012000     05  WS-DETAIL-VALID-SW       PIC X(01)   VALUE "N".
012100         88  WS-DETAIL-VALID                  VALUE "Y".
012200     05  WS-SIT-FOUND-SW          PIC X(01)   VALUE "N".
012300         88  WS-SIT-FOUND                     VALUE "Y".
012400     05  WS-LNG-FOUND-SW          PIC X(01)   VALUE "N".
012500         88  WS-LNG-FOUND                     VALUE "Y".
012600     05  WS-DUP-FOUND-SW          PIC X(01)   VALUE "N".
012700         88  WS-DUP-FOUND                     VALUE "Y".
012800*----------------------------------------------------------
012900* FILE STATUS FIELDS
013000*----------------------------------------------------------
013100 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
013200     88  WS-PARM-STATUS-OK                    VALUE "00".
013300     88  WS-PARM-STATUS-EOF                   VALUE "10".
013400 01  WS-RAW-FILE-STATUS           PIC X(02)   VALUE SPACES.
013500     88  WS-RAW-STATUS-OK                     VALUE "00".
013600 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
013700     88  WS-SIT-STATUS-OK                     VALUE "00".
013800 01  WS-LNG-FILE-STATUS           PIC X(02)   VALUE SPACES.
013900     88  WS-LNG-STATUS-OK                     VALUE "00".
014000 01  WS-TRANS-FILE-STATUS         PIC X(02)   VALUE SPACES.
014100     88  WS-TRANS-STATUS-OK                   VALUE "00".
014200 01  WS-SUSP-FILE-STATUS          PIC X(02)   VALUE SPACES.
014300     88  WS-SUSP-STATUS-OK                    VALUE "00".
014400 01  WS-EDT-FILE-STATUS           PIC X(02)   VALUE SPACES.
014500     88  WS-EDT-STATUS-OK                     VALUE "00".
014600*----------------------------------------------------------
014700* SITE CODES FROM THE SITE MASTER. A CLOSED SITE IS STILL
014800* ON FILE - HELLO-DRIVER ROUTES ITS ADDRESSEES TO GREETERR.
014900*----------------------------------------------------------
015000 01  WS-SIT-MAX                   PIC 9(05)   COMP VALUE 1000.
015100 01  WS-SIT-COUNT                 PIC 9(05)   COMP VALUE ZERO.
015200 01  WS-SIT-SUB                   PIC 9(05)   COMP VALUE ZERO.
015300 01  WS-SIT-TABLE.
015400     05  WS-SIT-CODE OCCURS 1000 TIMES
015500                     PIC X(05).
015600*----------------------------------------------------------
015700* LANGUAGE CODES FROM THE SHARED REFERENCE FILE. A RETIRED
015800* CODE IS STILL ON FILE AND PASSES THE EDIT.
015900*----------------------------------------------------------
016000 01  WS-LNG-MAX                   PIC 9(03)   COMP VALUE 100.
016100 01  WS-LNG-COUNT                 PIC 9(03)   COMP VALUE ZERO.
016200 01  WS-LNG-SUB                   PIC 9(03)   COMP VALUE ZERO.
016300 01  WS-LNG-TABLE.
016400     05  WS-LNG-CODE OCCURS 100 TIMES
016500                     PIC X(05).
016600*----------------------------------------------------------
016700* ADDRESSEE/SITE/LANGUAGE COMBINATIONS ACCEPTED SO FAR - A
016800* LATER DETAIL MATCHING ONE OF THESE IS A DUPLICATE.
016900*----------------------------------------------------------
017000 01  WS-DUP-MAX                   PIC 9(05)   COMP VALUE 10000.
017100 01  WS-DUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
017200 01  WS-DUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
017300 01  WS-DUP-TABLE.
017400     05  WS-DUP-KEY OCCURS 10000 TIMES
017500                    PIC X(40).
017600*----------------------------------------------------------
017700* RUN COUNTERS
017800*----------------------------------------------------------
017900 01  WS-COUNTERS.
018000     05  WS-RAW-COUNT             PIC 9(07)   COMP VALUE ZERO.
018100     05  WS-DETAIL-COUNT          PIC 9(07)   COMP VALUE ZERO.
018200     05  WS-ACCEPT-COUNT          PIC 9(07)   COMP VALUE ZERO.
018300     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
018400     05  WS-BLANK-NAME-COUNT      PIC 9(07)   COMP VALUE ZERO.
018500     05  WS-BAD-SITE-COUNT        PIC 9(07)   COMP VALUE ZERO.
018600     05  WS-BAD-LANG-COUNT        PIC 9(07)   COMP VALUE ZERO.
018700     05  WS-DUPLICATE-COUNT       PIC 9(07)   COMP VALUE ZERO.
018800     05  WS-CONTROL-ERROR-COUNT   PIC 9(07)   COMP VALUE ZERO.
018900*----------------------------------------------------------
019000* CONTROL RECORD VALUES AND WORK FIELDS
019100*----------------------------------------------------------
019200 01  WS-BUSINESS-DATE             PIC X(08)   VALUE SPACES.
019300 01  WS-HEADER-DATE               PIC X(08)   VALUE SPACES.
019400 01  WS-TRAILER-DATE              PIC X(08)   VALUE SPACES.
019500 01  WS-TRAILER-COUNT             PIC 9(07)   VALUE ZERO.
019600 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
019700 01  WS-CONTROL-MESSAGE           PIC X(60)   VALUE SPACES.
019800 01  WS-DETAIL-KEY                PIC X(40)   VALUE SPACES.
019900 01  WS-CURRENT-DATE-TIME.
020000     05  WS-CURRENT-DATE          PIC X(08).
020100     05  WS-CURRENT-TIME          PIC X(08).
020200*----------------------------------------------------------
020300* EDIT REPORT PRINT LINES
020400*----------------------------------------------------------
020500 01  WS-EDT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
020600 01  WS-EDT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
020700 01  WS-EDT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
020800 01  WS-EDT-HEADING-1.
020900     05  FILLER                   PIC X(29)   VALUE
021000         "GRTEDIT ADDRESSEE FILE EDIT ".
021100     05  FILLER                   PIC X(06)   VALUE "- RUN ".
021200     05  WS-EH1-DATE              PIC X(08).
021300     05  FILLER                   PIC X(01)   VALUE SPACE.
021400     05  WS-EH1-TIME              PIC X(08).
021500     05  FILLER                   PIC X(06)   VALUE " FOR  ".
021600     05  WS-EH1-BUSINESS-DATE     PIC X(08).
021700     05  FILLER                   PIC X(06)   VALUE SPACES.
021800     05  FILLER                   PIC X(05)   VALUE "PAGE ".
021900     05  WS-EH1-PAGE              PIC ZZZZ9.
022000     05  FILLER                   PIC X(50)   VALUE SPACES.
022100 01  WS-EDT-HEADING-2.
022200     05  FILLER                   PIC X(09)   VALUE "RECORD".
022300     05  FILLER                   PIC X(81)   VALUE
022400         "UPSTREAM RECORD IMAGE".
022500     05  FILLER                   PIC X(13)   VALUE
022600         "REJECT REASON".
022700     05  FILLER                   PIC X(29)   VALUE SPACES.
022800 01  WS-EDT-DETAIL-LINE.
022900     05  WS-ED-RECORD-NUMBER      PIC ZZZZZZ9.
023000     05  FILLER                   PIC X(02)   VALUE SPACES.
023100     05  WS-ED-RECORD-IMAGE       PIC X(80).
023200     05  FILLER                   PIC X(01)   VALUE SPACE.
023300     05  WS-ED-REASON             PIC X(20).
023400     05  FILLER                   PIC X(22)   VALUE SPACES.
023500 01  WS-EDT-CONTROL-LINE.
023600     05  FILLER                   PIC X(09)   VALUE "CONTROL".
023700     05  WS-EC-MESSAGE            PIC X(60).
023800     05  FILLER                   PIC X(63)   VALUE SPACES.
023900 01  WS-EDT-DATE-LINE.
024000     05  WS-EA-LABEL              PIC X(30).
024100     05  WS-EA-DATE               PIC X(08).
024200     05  FILLER                   PIC X(94)   VALUE SPACES.
024300 01  WS-EDT-TOTAL-LINE.
024400     05  WS-ET-LABEL              PIC X(30).
024500     05  WS-ET-COUNT              PIC ZZZZZZ9.
024600     05  FILLER                   PIC X(95)   VALUE SPACES.
024700*----------------------------------------------------------
024800* RETURN CODE VALUES
024900*     00 = FILE IN BALANCE, EVERY DETAIL ACCEPTED
025000*     04 = FILE IN BALANCE, ONE OR MORE DETAILS SUSPENDED
025100*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
025200*          A BAD PARM CARD, OR A TABLE OVERFLOW
025300*     12 = HEADER/TRAILER OUT OF BALANCE - STOP THE STREAM,
025400*          HELLO-DRIVER MUST NOT RUN ON THIS FILE
025500*----------------------------------------------------------
025600 PROCEDURE DIVISION.
025700*----------------------------------------------------------
025800* 0000-MAINLINE
025900*----------------------------------------------------------
026000 0000-MAINLINE.
026100     MOVE 0 TO RETURN-CODE
026200     PERFORM 1000-INITIALIZE
026300     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
026400         UNTIL WS-RAW-EOF
026500     PERFORM 7000-CHECK-BALANCE THRU 7000-CHECK-BALANCE-EXIT
026600     PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
026700     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
026800*----------------------------------------------------------
026900* 1000-INITIALIZE
027000*----------------------------------------------------------
027100* THE PARM CARD CARRIES THE BUSINESS DATE THE FILE MUST HAVE
027200* BEEN CUT FOR. NO CARD (SYSIN DUMMY) DEFAULTS TO TODAY.
027300*----------------------------------------------------------
027400 1000-INITIALIZE.
027500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
027600     ACCEPT WS-CURRENT-TIME FROM TIME
027700     OPEN INPUT PARM-CARD-FILE
027800     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
027900         DISPLAY "GRTEDIT - PARM-CARD-FILE OPEN FAILED - "
028000                 "STATUS " WS-PARM-FILE-STATUS
028100         MOVE 8 TO RETURN-CODE
028200         GO TO 9999-EXIT
028300     END-IF
028400     READ PARM-CARD-FILE
028500         AT END
028600             SET WS-PARM-EOF TO TRUE
028700     END-READ
028800     IF WS-PARM-EOF OR PARM-BUSINESS-DATE = SPACES
028900         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
029000     ELSE
029100         IF PARM-BUSINESS-DATE IS NUMERIC
029200             MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
029300         ELSE
029400             DISPLAY "GRTEDIT - BUSINESS DATE '"
029500                 PARM-BUSINESS-DATE "' IS NOT A VALID YYYYMMDD"
029600             MOVE 8 TO RETURN-CODE
029700             CLOSE PARM-CARD-FILE
029800             GO TO 9999-EXIT
029900         END-IF
030000     END-IF
030100     CLOSE PARM-CARD-FILE
030200     PERFORM 1200-LOAD-SITES THRU 1200-LOAD-SITES-EXIT
030300     PERFORM 1300-LOAD-LANGUAGES THRU 1300-LOAD-LANGUAGES-EXIT
030400     OPEN INPUT UPSTREAM-NAME-FILE
030500     IF NOT WS-RAW-STATUS-OK
030600         DISPLAY "GRTEDIT - UPSTREAM-NAME-FILE OPEN FAILED - "
030700                 "STATUS " WS-RAW-FILE-STATUS
030800         MOVE 8 TO RETURN-CODE
030900         GO TO 9999-EXIT
031000     ELSE
031100         SET WS-RAW-OPEN TO TRUE
031200     END-IF
031300     OPEN OUTPUT TRANSACTION-NAME-FILE
031400     IF NOT WS-TRANS-STATUS-OK
031500         DISPLAY "GRTEDIT - TRANSACTION-NAME-FILE OPEN FAILED "
031600                 "- STATUS " WS-TRANS-FILE-STATUS
031700         MOVE 8 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     ELSE
032000         SET WS-TRANS-OPEN TO TRUE
032100     END-IF
032200     OPEN OUTPUT SUSPENSE-FILE
032300     IF NOT WS-SUSP-STATUS-OK
032400         DISPLAY "GRTEDIT - SUSPENSE-FILE OPEN FAILED - "
032500                 "STATUS " WS-SUSP-FILE-STATUS
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 9999-EXIT
032800     ELSE
032900         SET WS-SUSP-OPEN TO TRUE
033000     END-IF
033100     OPEN OUTPUT EDIT-PRINT-FILE
033200     IF NOT WS-EDT-STATUS-OK
033300         DISPLAY "GRTEDIT - EDIT-PRINT-FILE OPEN FAILED - "
033400                 "STATUS " WS-EDT-FILE-STATUS
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 9999-EXIT
033700     ELSE
033800         SET WS-EDT-OPEN TO TRUE
033900     END-IF
034000     PERFORM 5100-WRITE-EDIT-HEADING
034100     PERFORM 2900-READ-UPSTREAM.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400*----------------------------------------------------------
034500* 1200-LOAD-SITES
034600*----------------------------------------------------------
034700 1200-LOAD-SITES.
034800     OPEN INPUT SITE-MASTER-FILE
034900     IF NOT WS-SIT-STATUS-OK
035000         DISPLAY "GRTEDIT - SITE-MASTER-FILE OPEN FAILED - "
035100                 "STATUS " WS-SIT-FILE-STATUS
035200         MOVE 8 TO RETURN-CODE
035300         GO TO 9999-EXIT
035400     END-IF
035500     PERFORM 1290-READ-SITE
035600     PERFORM 1210-LOAD-ONE-SITE UNTIL WS-SIT-EOF
035700     CLOSE SITE-MASTER-FILE.
035800 1200-LOAD-SITES-EXIT.
035900     EXIT.
036000*----------------------------------------------------------
036100* 1210-LOAD-ONE-SITE
036200*----------------------------------------------------------
036300 1210-LOAD-ONE-SITE.
036400     IF WS-SIT-COUNT < WS-SIT-MAX
036500         ADD 1 TO WS-SIT-COUNT
036600         MOVE SIT-SITE-CODE TO WS-SIT-CODE (WS-SIT-COUNT)
036700     ELSE
036800         DISPLAY "GRTEDIT - SITE TABLE OVERFLOW AT "
036900             WS-SIT-MAX " ENTRIES"
037000         MOVE 8 TO RETURN-CODE
037100         SET WS-SIT-EOF TO TRUE
037200     END-IF
037300     IF NOT WS-SIT-EOF
037400         PERFORM 1290-READ-SITE
037500     END-IF.
037600 1210-LOAD-ONE-SITE-EXIT.
037700     EXIT.
037800*----------------------------------------------------------
037900* 1290-READ-SITE
038000*----------------------------------------------------------
038100 1290-READ-SITE.
038200     READ SITE-MASTER-FILE
038300         AT END
038400             SET WS-SIT-EOF TO TRUE
038500     END-READ.
038600 1290-READ-SITE-EXIT.
038700     EXIT.
038800*----------------------------------------------------------
038900* 1300-LOAD-LANGUAGES
039000*----------------------------------------------------------
039100 1300-LOAD-LANGUAGES.
039200     OPEN INPUT LANGUAGE-REFERENCE-FILE
039300     IF NOT WS-LNG-STATUS-OK
039400         DISPLAY "GRTEDIT - LANGUAGE-REFERENCE-FILE OPEN "
039500                 "FAILED - STATUS " WS-LNG-FILE-STATUS
039600         MOVE 8 TO RETURN-CODE
039700         GO TO 9999-EXIT
039800     END-IF
039900     PERFORM 1390-READ-LANGUAGE
040000     PERFORM 1310-LOAD-ONE-LANGUAGE UNTIL WS-LNG-EOF
040100     CLOSE LANGUAGE-REFERENCE-FILE.
040200 1300-LOAD-LANGUAGES-EXIT.
040300     EXIT.
040400*----------------------------------------------------------
040500* 1310-LOAD-ONE-LANGUAGE
040600*----------------------------------------------------------
040700 1310-LOAD-ONE-LANGUAGE.
040800     IF WS-LNG-COUNT < WS-LNG-MAX
040900         ADD 1 TO WS-LNG-COUNT
041000         MOVE LNG-LANGUAGE-CODE TO WS-LNG-CODE (WS-LNG-COUNT)
041100     ELSE
041200         DISPLAY "GRTEDIT - LANGUAGE TABLE OVERFLOW AT "
041300             WS-LNG-MAX " ENTRIES"
041400         MOVE 8 TO RETURN-CODE
041500         SET WS-LNG-EOF TO TRUE
041600     END-IF
041700     IF NOT WS-LNG-EOF
041800         PERFORM 1390-READ-LANGUAGE
041900     END-IF.
042000 1310-LOAD-ONE-LANGUAGE-EXIT.
042100     EXIT.
042200*----------------------------------------------------------
042300* 1390-READ-LANGUAGE
042400*----------------------------------------------------------
042500 1390-READ-LANGUAGE.
042600     READ LANGUAGE-REFERENCE-FILE
042700         AT END
042800             SET WS-LNG-EOF TO TRUE
042900     END-READ.
043000 1390-READ-LANGUAGE-EXIT.
043100     EXIT.
043200*----------------------------------------------------------
043300* 2000-PROCESS-RECORD
043400*----------------------------------------------------------
043500* CONTROL RECORDS ARE TAKEN OFF AND HELD FOR THE BALANCE
043600* CHECK AT END OF FILE. EVERY OTHER RECORD IS A DETAIL AND
043700* COUNTS TOWARDS THE RECEIVED TOTAL WHETHER IT PASSES THE
043800* EDIT OR NOT - THE TRAILER COUNTS WHAT UPSTREAM SENT, NOT
043900* WHAT WE ACCEPTED.
044000*----------------------------------------------------------
044100 2000-PROCESS-RECORD.
044200     IF TUP-HEADER
044300         PERFORM 2100-TAKE-HEADER
044400         GO TO 2000-PROCESS-RECORD-NEXT
044500     END-IF
044600     IF TUP-TRAILER
044700         PERFORM 2200-TAKE-TRAILER
044800         GO TO 2000-PROCESS-RECORD-NEXT
044900     END-IF
045000     ADD 1 TO WS-DETAIL-COUNT
045100     IF WS-TRAILER-SEEN
045200         MOVE "DETAIL RECORD FOUND AFTER THE TRAILER"
045300             TO WS-CONTROL-MESSAGE
045400         PERFORM 5200-WRITE-CONTROL-LINE
045500     END-IF
045600     PERFORM 2300-EDIT-DETAIL THRU 2300-EDIT-DETAIL-EXIT
045700     IF WS-DETAIL-VALID
045800         PERFORM 2500-WRITE-CLEAN-RECORD
045900     ELSE
046000         PERFORM 2600-WRITE-SUSPENSE-RECORD
046100     END-IF.
046200 2000-PROCESS-RECORD-NEXT.
046300     PERFORM 2900-READ-UPSTREAM.
046400 2000-PROCESS-RECORD-EXIT.
046500     EXIT.
046600*----------------------------------------------------------
046700* 2100-TAKE-HEADER
046800*----------------------------------------------------------
046900* THE HEADER MUST BE THE FIRST RECORD ON THE FILE AND MUST
047000* APPEAR ONLY ONCE.
047100*----------------------------------------------------------
047200 2100-TAKE-HEADER.
047300     IF WS-HEADER-SEEN OR WS-RAW-COUNT > 1
047400         MOVE "HEADER RECORD IS NOT THE FIRST RECORD ON FILE"
047500             TO WS-CONTROL-MESSAGE
047600         PERFORM 5200-WRITE-CONTROL-LINE
047700     ELSE
047800         SET WS-HEADER-SEEN TO TRUE
047900         MOVE TUP-FILE-DATE TO WS-HEADER-DATE
048000     END-IF.
048100 2100-TAKE-HEADER-EXIT.
048200     EXIT.
048300*----------------------------------------------------------
048400* 2200-TAKE-TRAILER
048500*----------------------------------------------------------
048600 2200-TAKE-TRAILER.
048700     IF WS-TRAILER-SEEN
048800         MOVE "MORE THAN ONE TRAILER RECORD ON FILE"
048900             TO WS-CONTROL-MESSAGE
049000         PERFORM 5200-WRITE-CONTROL-LINE
049100         GO TO 2200-TAKE-TRAILER-EXIT
049200     END-IF
049300     SET WS-TRAILER-SEEN TO TRUE
049400     MOVE TUP-FILE-DATE TO WS-TRAILER-DATE
049500     IF TUP-RECORD-COUNT IS NUMERIC
049600         MOVE TUP-RECORD-COUNT-N TO WS-TRAILER-COUNT
049700     ELSE
049800         MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
049900             TO WS-CONTROL-MESSAGE
050000         PERFORM 5200-WRITE-CONTROL-LINE
050100     END-IF.
050200 2200-TAKE-TRAILER-EXIT.
050300     EXIT.
050400*----------------------------------------------------------
050500* 2300-EDIT-DETAIL
050600*----------------------------------------------------------
050700* THE NAME IS REQUIRED. A SITE OR LANGUAGE CODE MAY BE BLANK
050800* (HELLO-DRIVER FALLS BACK TO THE PARM TEXT) BUT ONE THAT IS
050900* GIVEN MUST BE ON FILE. THE DUPLICATE CHECK RUNS LAST SO
051000* ONLY A RECORD THAT WOULD OTHERWISE HAVE GONE THROUGH IS
051100* COMPARED WITH THE ONES ALREADY ACCEPTED. THE FIRST RULE
051200* THAT FAILS SETS WS-REJECT-REASON AND STOPS THE CHECKING.
051300*----------------------------------------------------------
051400 2300-EDIT-DETAIL.
051500     SET WS-DETAIL-VALID TO TRUE
051600     MOVE SPACES TO WS-REJECT-REASON
051700     IF TUP-ADDRESSEE-NAME = SPACES OR LOW-VALUES
051800         ADD 1 TO WS-BLANK-NAME-COUNT
051900         MOVE "ADDRESSEE BLANK"     TO WS-REJECT-REASON
052000         MOVE "N" TO WS-DETAIL-VALID-SW
052100         GO TO 2300-EDIT-DETAIL-EXIT
052200     END-IF
052300     IF TUP-SITE-CODE NOT = SPACES AND NOT = LOW-VALUES
052400         MOVE "N" TO WS-SIT-FOUND-SW
052500         PERFORM 2310-MATCH-SITE
052600             VARYING WS-SIT-SUB FROM 1 BY 1
052700             UNTIL WS-SIT-SUB > WS-SIT-COUNT
052800                OR WS-SIT-FOUND
052900         IF NOT WS-SIT-FOUND
053000             ADD 1 TO WS-BAD-SITE-COUNT
053100             MOVE "SITE NOT ON FILE"    TO WS-REJECT-REASON
053200             MOVE "N" TO WS-DETAIL-VALID-SW
053300             GO TO 2300-EDIT-DETAIL-EXIT
053400         END-IF
053500     END-IF
053600     IF TUP-LANGUAGE-CODE NOT = SPACES AND NOT = LOW-VALUES
053700         MOVE "N" TO WS-LNG-FOUND-SW
053800         PERFORM 2320-MATCH-LANGUAGE
053900             VARYING WS-LNG-SUB FROM 1 BY 1
054000             UNTIL WS-LNG-SUB > WS-LNG-COUNT
054100                OR WS-LNG-FOUND
054200         IF NOT WS-LNG-FOUND
054300             ADD 1 TO WS-BAD-LANG-COUNT
054400             MOVE "LANGUAGE NOT ON FILE" TO WS-REJECT-REASON
054500             MOVE "N" TO WS-DETAIL-VALID-SW
054600             GO TO 2300-EDIT-DETAIL-EXIT
054700         END-IF
054800     END-IF
054900     MOVE TUP-DETAIL (1:40) TO WS-DETAIL-KEY
055000     MOVE "N" TO WS-DUP-FOUND-SW
055100     PERFORM 2330-MATCH-DUPLICATE
055200         VARYING WS-DUP-SUB FROM 1 BY 1
055300         UNTIL WS-DUP-SUB > WS-DUP-COUNT
055400            OR WS-DUP-FOUND
055500     IF WS-DUP-FOUND
055600         ADD 1 TO WS-DUPLICATE-COUNT
055700         MOVE "DUPLICATE ADDRESSEE" TO WS-REJECT-REASON
055800         MOVE "N" TO WS-DETAIL-VALID-SW
055900         GO TO 2300-EDIT-DETAIL-EXIT
056000     END-IF.
056100 2300-EDIT-DETAIL-EXIT.
056200     EXIT.
056300*----------------------------------------------------------
056400* 2310-MATCH-SITE
056500*----------------------------------------------------------
056600 2310-MATCH-SITE.
056700     IF WS-SIT-CODE (WS-SIT-SUB) = TUP-SITE-CODE
056800         SET WS-SIT-FOUND TO TRUE
056900     END-IF.
057000 2310-MATCH-SITE-EXIT.
057100     EXIT.
057200*----------------------------------------------------------
057300* 2320-MATCH-LANGUAGE
057400*----------------------------------------------------------
057500 2320-MATCH-LANGUAGE.
057600     IF WS-LNG-CODE (WS-LNG-SUB) = TUP-LANGUAGE-CODE
057700         SET WS-LNG-FOUND TO TRUE
057800     END-IF.
057900 2320-MATCH-LANGUAGE-EXIT.
058000     EXIT.
058100*----------------------------------------------------------
058200* 2330-MATCH-DUPLICATE
058300*----------------------------------------------------------
058400 2330-MATCH-DUPLICATE.
058500     IF WS-DUP-KEY (WS-DUP-SUB) = WS-DETAIL-KEY
058600         SET WS-DUP-FOUND TO TRUE
058700     END-IF.
058800 2330-MATCH-DUPLICATE-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 2500-WRITE-CLEAN-RECORD
059200*----------------------------------------------------------
059300* THE DETAIL GOES TO TRANNAME EXACTLY AS RECEIVED AND ITS
059400* KEY IS REMEMBERED FOR THE DUPLICATE CHECK.
059500*----------------------------------------------------------
059600 2500-WRITE-CLEAN-RECORD.
059700     IF WS-DUP-COUNT < WS-DUP-MAX
059800         ADD 1 TO WS-DUP-COUNT
059900         MOVE WS-DETAIL-KEY TO WS-DUP-KEY (WS-DUP-COUNT)
060000     ELSE
060100         DISPLAY "GRTEDIT - DUPLICATE TABLE OVERFLOW AT "
060200             WS-DUP-MAX " ENTRIES"
060300         MOVE 8 TO RETURN-CODE
060400     END-IF
060500     MOVE TUP-DETAIL TO TRANSACTION-NAME-RECORD
060600     WRITE TRANSACTION-NAME-RECORD
060700     IF WS-TRANS-STATUS-OK
060800         ADD 1 TO WS-ACCEPT-COUNT
060900     ELSE
061000         DISPLAY "GRTEDIT - TRANSACTION-NAME-FILE WRITE FAILED "
061100                 "- STATUS " WS-TRANS-FILE-STATUS
061200         MOVE 8 TO RETURN-CODE
061300     END-IF.
061400 2500-WRITE-CLEAN-RECORD-EXIT.
061500     EXIT.
061600*----------------------------------------------------------
061700* 2600-WRITE-SUSPENSE-RECORD
061800*----------------------------------------------------------
061900* THE REJECTED DETAIL GOES TO THE SUSPENSE FILE WITH ITS
062000* REASON, THE BUSINESS DATE AND ITS RECORD NUMBER ON THE
062100* UPSTREAM FILE, AND IS PRINTED ON THE EDIT REPORT.
062200*----------------------------------------------------------
062300 2600-WRITE-SUSPENSE-RECORD.
062400     ADD 1 TO WS-REJECT-COUNT
062500     MOVE SPACES             TO SUSPENSE-RECORD
062600     MOVE TUP-DETAIL         TO SUSP-RECORD-IMAGE
062700     MOVE WS-REJECT-REASON   TO SUSP-REASON
062800     MOVE WS-BUSINESS-DATE   TO SUSP-BUSINESS-DATE
062900     MOVE WS-RAW-COUNT       TO SUSP-RECORD-NUMBER
063000     WRITE SUSPENSE-RECORD
063100     IF NOT WS-SUSP-STATUS-OK
063200         DISPLAY "GRTEDIT - SUSPENSE-FILE WRITE FAILED - "
063300                 "STATUS " WS-SUSP-FILE-STATUS
063400         MOVE 8 TO RETURN-CODE
063500     END-IF
063600     PERFORM 5000-WRITE-EDIT-LINE.
063700 2600-WRITE-SUSPENSE-RECORD-EXIT.
063800     EXIT.
063900*----------------------------------------------------------
064000* 2900-READ-UPSTREAM
064100*----------------------------------------------------------
064200 2900-READ-UPSTREAM.
064300     READ UPSTREAM-NAME-FILE
064400         AT END
064500             SET WS-RAW-EOF TO TRUE
064600     END-READ
064700     IF NOT WS-RAW-EOF
064800         ADD 1 TO WS-RAW-COUNT
064900     END-IF.
065000 2900-READ-UPSTREAM-EXIT.
065100     EXIT.
065200*----------------------------------------------------------
065300* 5000-WRITE-EDIT-LINE
065400*----------------------------------------------------------
065500 5000-WRITE-EDIT-LINE.
065600     IF WS-EDT-LINE-COUNT > WS-EDT-PAGE-LIMIT
065700         PERFORM 5100-WRITE-EDIT-HEADING
065800     END-IF
065900     MOVE WS-RAW-COUNT       TO WS-ED-RECORD-NUMBER
066000     MOVE TUP-DETAIL         TO WS-ED-RECORD-IMAGE
066100     MOVE WS-REJECT-REASON   TO WS-ED-REASON
066200     WRITE EDIT-PRINT-RECORD FROM WS-EDT-DETAIL-LINE
066300     ADD 1 TO WS-EDT-LINE-COUNT
066400     IF NOT WS-EDT-STATUS-OK
066500         DISPLAY "GRTEDIT - EDIT-PRINT-FILE WRITE FAILED - "
066600                 "STATUS " WS-EDT-FILE-STATUS
066700         MOVE 8 TO RETURN-CODE
066800     END-IF.
066900 5000-WRITE-EDIT-LINE-EXIT.
067000     EXIT.
067100*----------------------------------------------------------
067200* 5100-WRITE-EDIT-HEADING
067300*----------------------------------------------------------
067400 5100-WRITE-EDIT-HEADING.
067500     ADD 1 TO WS-EDT-PAGE-COUNT
067600     MOVE WS-CURRENT-DATE   TO WS-EH1-DATE
067700     MOVE WS-CURRENT-TIME   TO WS-EH1-TIME
067800     MOVE WS-BUSINESS-DATE  TO WS-EH1-BUSINESS-DATE
067900     MOVE WS-EDT-PAGE-COUNT TO WS-EH1-PAGE
068000     WRITE EDIT-PRINT-RECORD FROM WS-EDT-HEADING-1
068100         AFTER ADVANCING PAGE
068200     WRITE EDIT-PRINT-RECORD FROM WS-EDT-HEADING-2
068300     MOVE SPACES TO EDIT-PRINT-RECORD
068400     WRITE EDIT-PRINT-RECORD
068500     MOVE 3 TO WS-EDT-LINE-COUNT.
068600 5100-WRITE-EDIT-HEADING-EXIT.
068700     EXIT.
068800*----------------------------------------------------------
068900* 5200-WRITE-CONTROL-LINE
069000*----------------------------------------------------------
069100* ANY CONTROL ERROR PUTS THE FILE OUT OF BALANCE. THE LINE
069200* IS PRINTED WHERE THE ERROR WAS FOUND, AMONG THE REJECTS.
069300*----------------------------------------------------------
069400 5200-WRITE-CONTROL-LINE.
069500     ADD 1 TO WS-CONTROL-ERROR-COUNT
069600     IF WS-EDT-LINE-COUNT > WS-EDT-PAGE-LIMIT
069700         PERFORM 5100-WRITE-EDIT-HEADING
069800     END-IF
069900     MOVE WS-CONTROL-MESSAGE TO WS-EC-MESSAGE
070000     WRITE EDIT-PRINT-RECORD FROM WS-EDT-CONTROL-LINE
070100     ADD 1 TO WS-EDT-LINE-COUNT
070200     IF NOT WS-EDT-STATUS-OK
070300         DISPLAY "GRTEDIT - EDIT-PRINT-FILE WRITE FAILED - "
070400                 "STATUS " WS-EDT-FILE-STATUS
070500         MOVE 8 TO RETURN-CODE
070600     END-IF.
070700 5200-WRITE-CONTROL-LINE-EXIT.
070800     EXIT.
070900*----------------------------------------------------------
071000* 7000-CHECK-BALANCE
071100*----------------------------------------------------------
071200* BOTH CONTROL RECORDS MUST HAVE ARRIVED, BOTH MUST CARRY
071300* THE BUSINESS DATE, AND THE TRAILER COUNT MUST EQUAL THE
071400* DETAILS ACTUALLY RECEIVED. EVERY DISAGREEMENT IS PRINTED
071500* SO THE MORNING SHIFT CAN QUOTE IT BACK TO UPSTREAM.
071600*----------------------------------------------------------
071700 7000-CHECK-BALANCE.
071800     IF NOT WS-EDT-OPEN
071900         GO TO 7000-CHECK-BALANCE-EXIT
072000     END-IF
072100     IF NOT WS-HEADER-SEEN
072200         MOVE "HEADER RECORD MISSING" TO WS-CONTROL-MESSAGE
072300         PERFORM 5200-WRITE-CONTROL-LINE
072400     ELSE
072500         IF WS-HEADER-DATE NOT = WS-BUSINESS-DATE
072600             MOVE "HEADER DATE IS NOT THE BUSINESS DATE"
072700                 TO WS-CONTROL-MESSAGE
072800             PERFORM 5200-WRITE-CONTROL-LINE
072900         END-IF
073000     END-IF
073100     IF NOT WS-TRAILER-SEEN
073200         MOVE "TRAILER RECORD MISSING" TO WS-CONTROL-MESSAGE
073300         PERFORM 5200-WRITE-CONTROL-LINE
073400         GO TO 7000-CHECK-BALANCE-EXIT
073500     END-IF
073600     IF WS-TRAILER-DATE NOT = WS-BUSINESS-DATE
073700         MOVE "TRAILER DATE IS NOT THE BUSINESS DATE"
073800             TO WS-CONTROL-MESSAGE
073900         PERFORM 5200-WRITE-CONTROL-LINE
074000     END-IF
074100     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
074200         MOVE "TRAILER COUNT DOES NOT MATCH DETAILS RECEIVED"
074300             TO WS-CONTROL-MESSAGE
074400         PERFORM 5200-WRITE-CONTROL-LINE
074500     END-IF.
074600 7000-CHECK-BALANCE-EXIT.
074700     EXIT.
074800*----------------------------------------------------------
074900* 8000-FINALIZE
075000*----------------------------------------------------------
075100* PRINTS THE CONTROL TOTALS AND SETS THE FINAL RETURN-CODE.
075200* AN OUT-OF-BALANCE FILE OVERRIDES EVERYTHING ELSE WITH RC 12
075300* SO THE SCHEDULER HOLDS HELLO-DRIVER.
075400*----------------------------------------------------------
075500 8000-FINALIZE.
075600     IF NOT WS-EDT-OPEN
075700         GO TO 8000-FINALIZE-EXIT
075800     END-IF
075900     IF WS-EDT-LINE-COUNT > WS-EDT-PAGE-LIMIT - 16
076000         PERFORM 5100-WRITE-EDIT-HEADING
076100     END-IF
076200     MOVE SPACES TO EDIT-PRINT-RECORD
076300     WRITE EDIT-PRINT-RECORD
076400     MOVE "BUSINESS DATE               - " TO WS-EA-LABEL
076500     MOVE WS-BUSINESS-DATE TO WS-EA-DATE
076600     WRITE EDIT-PRINT-RECORD FROM WS-EDT-DATE-LINE
076700     MOVE "HEADER DATE                 - " TO WS-EA-LABEL
076800     MOVE WS-HEADER-DATE   TO WS-EA-DATE
076900     WRITE EDIT-PRINT-RECORD FROM WS-EDT-DATE-LINE
077000     MOVE "TRAILER DATE                - " TO WS-EA-LABEL
077100     MOVE WS-TRAILER-DATE  TO WS-EA-DATE
077200     WRITE EDIT-PRINT-RECORD FROM WS-EDT-DATE-LINE
077300     MOVE "TRAILER RECORD COUNT        - " TO WS-ET-LABEL
077400     MOVE WS-TRAILER-COUNT TO WS-ET-COUNT
077500     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
077600     MOVE "DETAIL RECORDS RECEIVED     - " TO WS-ET-LABEL
077700     MOVE WS-DETAIL-COUNT  TO WS-ET-COUNT
077800     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
077900     MOVE "DETAILS ACCEPTED            - " TO WS-ET-LABEL
078000     MOVE WS-ACCEPT-COUNT  TO WS-ET-COUNT
078100     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
078200     MOVE "DETAILS SUSPENDED           - " TO WS-ET-LABEL
078300     MOVE WS-REJECT-COUNT  TO WS-ET-COUNT
078400     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
078500     MOVE "  BLANK ADDRESSEE           - " TO WS-ET-LABEL
078600     MOVE WS-BLANK-NAME-COUNT TO WS-ET-COUNT
078700     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
078800     MOVE "  SITE NOT ON FILE          - " TO WS-ET-LABEL
078900     MOVE WS-BAD-SITE-COUNT TO WS-ET-COUNT
079000     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
079100     MOVE "  LANGUAGE NOT ON FILE      - " TO WS-ET-LABEL
079200     MOVE WS-BAD-LANG-COUNT TO WS-ET-COUNT
079300     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
079400     MOVE "  DUPLICATE ADDRESSEE       - " TO WS-ET-LABEL
079500     MOVE WS-DUPLICATE-COUNT TO WS-ET-COUNT
079600     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
079700     MOVE "CONTROL ERRORS              - " TO WS-ET-LABEL
079800     MOVE WS-CONTROL-ERROR-COUNT TO WS-ET-COUNT
079900     WRITE EDIT-PRINT-RECORD FROM WS-EDT-TOTAL-LINE
080000     MOVE SPACES TO EDIT-PRINT-RECORD
080100     WRITE EDIT-PRINT-RECORD
080200     IF WS-CONTROL-ERROR-COUNT > ZERO
080300         MOVE "FILE OUT OF BALANCE - GREETING STREAM STOPPED"
080400             TO EDIT-PRINT-RECORD
080500     ELSE
080600         MOVE "FILE IN BALANCE - TRANNAME RELEASED"
080700             TO EDIT-PRINT-RECORD
080800     END-IF
080900     WRITE EDIT-PRINT-RECORD
081000     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
081100         MOVE 4 TO RETURN-CODE
081200     END-IF
081300     IF WS-CONTROL-ERROR-COUNT > ZERO
081400         MOVE 12 TO RETURN-CODE
081500         DISPLAY "GRTEDIT - FILE OUT OF BALANCE - "
081600             WS-CONTROL-ERROR-COUNT " CONTROL ERROR(S) - "
081700             "STREAM STOPPED"
081800     END-IF
081900     DISPLAY "GRTEDIT - " WS-ACCEPT-COUNT " ACCEPTED, "
082000         WS-REJECT-COUNT " SUSPENDED OF "
082100         WS-DETAIL-COUNT " RECEIVED".
082200 8000-FINALIZE-EXIT.
082300     EXIT.
082400*----------------------------------------------------------
082500* 9999-EXIT
082600*----------------------------------------------------------
082700 9999-EXIT.
082800     IF WS-RAW-OPEN
082900         CLOSE UPSTREAM-NAME-FILE
083000     END-IF
083100     IF WS-TRANS-OPEN
083200         CLOSE TRANSACTION-NAME-FILE
083300     END-IF
083400     IF WS-SUSP-OPEN
083500         CLOSE SUSPENSE-FILE
083600     END-IF
083700     IF WS-EDT-OPEN
083800         CLOSE EDIT-PRINT-FILE
083900     END-IF
084000     STOP RUN.
084100 9999-EXIT-EXIT.
084200     EXIT.
