000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTXLCOV.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. GREETING TRANSLATION
001100*                  COVERAGE AND PENDING-TRANSLATION WORKLIST.
001200*                  A SITE'S GREETING IS USUALLY ADDED IN ONE
001300*                  LANGUAGE; ADDRESSEES OF THAT SITE WHO ASK
001400*                  FOR ANOTHER LANGUAGE QUIETLY GET THE PARM
001500*                  TEXT AND NOBODY IS TOLD A TRANSLATION IS
001600*                  MISSING. READS THE NIGHT'S GREETLOG FOR
001700*                  GREETINGS THAT DEFAULTED (SOURCE P OR D)
001800*                  BECAUSE THE SITE/LANGUAGE KEY IS NOT ON
001900*                  GRTMSTR AND POSTS THEM TO THE WORKLIST
002000*                  (GRTXLWL, GRTXLWF DD) - ADDRESSEES AFFECTED
002100*                  AND FIRST/LAST DATES SEEN PER KEY. AN OPEN
002200*                  ENTRY CLOSES ITSELF ONCE THE MISSING RECORD
002300*                  IS ON GRTMSTR. PRINTS THE OPEN WORKLIST AND
002400*                  A COVERAGE MATRIX OF LIVE SITES BY ACTIVE
002500*                  LANGREF LANGUAGES SHOWING MASTER TEXT,
002600*                  CALENDAR TEXT OR NEITHER. RC 0 = NOTHING
002700*                  OPEN, 4 = OPEN WORKLIST ENTRIES, 8 = BAD
002800*                  PARM, TABLE OVERFLOW OR I/O FAILURE.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-PARM-FILE-STATUS.
003900     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS SIT-SITE-CODE
004300         FILE STATUS IS WS-SITE-FILE-STATUS.
004400     SELECT LANGUAGE-REFERENCE-FILE ASSIGN TO LANGREF
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS LNG-LANGUAGE-CODE
004800         FILE STATUS IS WS-LNG-FILE-STATUS.
004900     SELECT GREETING-MASTER-FILE ASSIGN TO GRTMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS MASTER-KEY
005300         FILE STATUS IS WS-MASTER-FILE-STATUS.
005400     SELECT GREETING-CALENDAR-FILE ASSIGN TO GRTCALF
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CAL-KEY
005800         FILE STATUS IS WS-CAL-FILE-STATUS.
005900     SELECT GREETING-LOG-FILE ASSIGN TO GREETLOG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-LOG-FILE-STATUS.
006200     SELECT TRANSLATION-WORKLIST-FILE ASSIGN TO GRTXLWF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS XWL-KEY
006600         FILE STATUS IS WS-XWL-FILE-STATUS.
006700     SELECT COVERAGE-PRINT-FILE ASSIGN TO XLCVRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PRT-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PARM-CARD-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE OMITTED.
007500 01  PARM-CARD-RECORD.
007600     05  PARM-BUSINESS-DATE       PIC X(08).
007700     05  FILLER                   PIC X(72).
007800 FD  SITE-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  SITE-MASTER-RECORD.
008100     COPY SITERC.
008200 FD  LANGUAGE-REFERENCE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  LANGUAGE-REFERENCE-RECORD.
008500     COPY LANGRC.
008600 FD  GREETING-MASTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  GREETING-MASTER-RECORD.
008900     05  MASTER-KEY.
009000         10  MASTER-SITE-CODE     PIC X(05).
009100         10  MASTER-KEY-LANGUAGE  PIC X(05).
009200     COPY GREETRC REPLACING
009300         ==GR-MESSAGE-TEXT==    BY ==MASTER-MESSAGE-TEXT==
009400         ==GR-MESSAGE-MAX-LEN== BY ==MASTER-MESSAGE-MAX-LEN==
009500         ==GR-LANGUAGE-CODE==   BY ==MASTER-LANGUAGE-CODE==
009600         ==GR-EFFECTIVE-DATE==  BY ==MASTER-EFFECTIVE-DATE==.
009700     05  FILLER                   PIC X(20).
009800 FD  GREETING-CALENDAR-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  GREETING-CALENDAR-RECORD.
010100     COPY GRTCAL.
010200 FD  GREETING-LOG-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE OMITTED.
010500 01  GREETING-LOG-RECORD.
010600     05  LOG-RUN-DATE             PIC X(08).
010700     05  LOG-RUN-TIME             PIC X(08).
010800     05  LOG-JOB-NAME             PIC X(08).
010900     05  LOG-MESSAGE-TEXT         PIC X(40).
011000     05  LOG-GREETING-TEXT        PIC X(72).
011100     05  LOG-RETURN-CODE          PIC 9(04).
011200     05  LOG-SITE-CODE            PIC X(05).
011300     05  LOG-LANGUAGE-CODE        PIC X(05).
011400     05  LOG-GREETING-SOURCE      PIC X(01).
011500         88  LOG-PARM-DEFAULT                 VALUE "P" "D".
011600     05  FILLER                   PIC X(09).
011700 FD  TRANSLATION-WORKLIST-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  TRANSLATION-WORKLIST-RECORD.
012000     COPY GRTXLWL.
012100 FD  COVERAGE-PRINT-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE OMITTED.
012400 01  COVERAGE-PRINT-RECORD        PIC X(132).
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------
012700* SWITCHES
012800*----------------------------------------------------------
012900 01  WS-SWITCHES.
013000     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
013100         88  WS-PARM-EOF                      VALUE "Y".
013200     05  WS-SITE-EOF-SW           PIC X(01)   VALUE "N".
013300         88  WS-SITE-EOF                      VALUE "Y".
013400     05  WS-LNG-EOF-SW            PIC X(01)   VALUE "N".
013500         88  WS-LNG-EOF                       VALUE "Y".
013600     05  WS-LOG-EOF-SW            PIC X(01)   VALUE "N".
013700         88  WS-LOG-EOF                       VALUE "Y".
013800     05  WS-XWL-EOF-SW            PIC X(01)   VALUE "N".
013900         88  WS-XWL-EOF                       VALUE "Y".
014000     05  WS-CAL-EOF-SW            PIC X(01)   VALUE "N".
014100         88  WS-CAL-EOF                       VALUE "Y".
014200     05  WS-MASTER-OPEN-SW        PIC X(01)   VALUE "N".
014300         88  WS-MASTER-OPEN                   VALUE "Y".
014400     05  WS-CAL-OPEN-SW           PIC X(01)   VALUE "N".
014500         88  WS-CAL-OPEN                      VALUE "Y".
014600     05  WS-LOG-OPEN-SW           PIC X(01)   VALUE "N".
014700         88  WS-LOG-OPEN                      VALUE "Y".
014800     05  WS-XWL-OPEN-SW           PIC X(01)   VALUE "N".
014900         88  WS-XWL-OPEN                      VALUE "Y".
015000     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
015100         88  WS-PRT-OPEN                      VALUE "Y".
015200     05  WS-SITE-FOUND-SW         PIC X(01)   VALUE "N".
015300         88  WS-SITE-FOUND                    VALUE "Y".
015400     05  WS-LNG-FOUND-SW          PIC X(01)   VALUE "N".
015500         88  WS-LNG-FOUND                     VALUE "Y".
015600     05  WS-TONIGHT-FOUND-SW      PIC X(01)   VALUE "N".
015700         88  WS-TONIGHT-FOUND                 VALUE "Y".
015800     05  WS-MASTER-FOUND-SW       PIC X(01)   VALUE "N".
015900         88  WS-MASTER-FOUND                  VALUE "Y".
016000     05  WS-CAL-FOUND-SW          PIC X(01)   VALUE "N".
016100         88  WS-CAL-FOUND                     VALUE "Y".
016200     05  WS-XWL-FOUND-SW          PIC X(01)   VALUE "N".
016300         88  WS-XWL-FOUND                     VALUE "Y".
016400*----------------------------------------------------------
016500* FILE STATUS FIELDS
016600*----------------------------------------------------------
016700 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
016800     88  WS-PARM-STATUS-OK                    VALUE "00".
016900     88  WS-PARM-STATUS-EOF                   VALUE "10".
017000 01  WS-SITE-FILE-STATUS          PIC X(02)   VALUE SPACES.
017100     88  WS-SITE-STATUS-OK                    VALUE "00".
017200 01  WS-LNG-FILE-STATUS           PIC X(02)   VALUE SPACES.
017300     88  WS-LNG-STATUS-OK                     VALUE "00".
017400 01  WS-MASTER-FILE-STATUS        PIC X(02)   VALUE SPACES.
017500     88  WS-MASTER-STATUS-OK                  VALUE "00".
017600     88  WS-MASTER-NOT-FOUND                  VALUE "23".
017700 01  WS-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
017800     88  WS-CAL-STATUS-OK                     VALUE "00".
017900 01  WS-LOG-FILE-STATUS           PIC X(02)   VALUE SPACES.
018000     88  WS-LOG-STATUS-OK                     VALUE "00".
018100 01  WS-XWL-FILE-STATUS           PIC X(02)   VALUE SPACES.
018200     88  WS-XWL-STATUS-OK                     VALUE "00".
018300     88  WS-XWL-NOT-FOUND                     VALUE "23".
018400 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
018500     88  WS-PRT-STATUS-OK                     VALUE "00".
018600*----------------------------------------------------------
018700* BUSINESS DATE BEING POSTED
018800*----------------------------------------------------------
018900 01  WS-BUSINESS-DATE             PIC X(08)   VALUE SPACES.
019000*----------------------------------------------------------
019100* SITE MASTER TABLE - EVERY SITE ON SITEMSTR WITH ITS STATUS.
019200* CLOSED SITES ARE LEFT OFF THE MATRIX AND CLOSE ANY OPEN
019300* WORKLIST ENTRY THEY STILL HAVE.
019400*----------------------------------------------------------
019500 01  WS-SITE-MAX                  PIC 9(03)   COMP VALUE 500.
019600 01  WS-SITE-COUNT                PIC 9(03)   COMP VALUE ZERO.
019700 01  WS-SITE-SUB                  PIC 9(03)   COMP VALUE ZERO.
019800 01  WS-SITE-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
019900 01  WS-SITE-TABLE.
020000     05  WS-SITE-ENTRY OCCURS 500 TIMES.
020100         10  WS-ST-SITE-CODE      PIC X(05).
020200         10  WS-ST-SITE-NAME      PIC X(30).
020300         10  WS-ST-STATUS         PIC X(01).
020400             88  WS-ST-CLOSED                 VALUE "C".
020500*----------------------------------------------------------
020600* ACTIVE LANGUAGE TABLE - THE LANGREF CODES STILL OPEN FOR
020700* NEW GREETING RECORDS, ONE MATRIX COLUMN EACH. A RETIRED
020800* CODE CANNOT BE ADDED THROUGH GRTMAINT SO IT IS NOT A GAP.
020900*----------------------------------------------------------
021000 01  WS-LNG-MAX                   PIC 9(03)   COMP VALUE 100.
021100 01  WS-LNG-COUNT                 PIC 9(03)   COMP VALUE ZERO.
021200 01  WS-LNG-SUB                   PIC 9(03)   COMP VALUE ZERO.
021300 01  WS-LNG-TABLE.
021400     05  WS-LNG-ENTRY OCCURS 100 TIMES.
021500         10  WS-LT-CODE           PIC X(05).
021600         10  WS-LT-NAME           PIC X(30).
021700*----------------------------------------------------------
021800* TONIGHT TABLE - ONE ENTRY PER SITE/LANGUAGE THAT DEFAULTED
021900* ON THE BUSINESS DATE. THE MASTER IS READ ONCE PER KEY; A
022000* KEY FOUND ON GRTMSTR DEFAULTED FOR ANOTHER REASON (NOT YET
022100* EFFECTIVE, OR TEXT REJECTED BY VALIDATION) AND IS NOT A
022200* MISSING TRANSLATION.
022300*----------------------------------------------------------
022400 01  WS-TN-MAX                    PIC 9(03)   COMP VALUE 500.
022500 01  WS-TN-COUNT                  PIC 9(03)   COMP VALUE ZERO.
022600 01  WS-TN-SUB                    PIC 9(03)   COMP VALUE ZERO.
022700 01  WS-TN-MATCH-SUB              PIC 9(03)   COMP VALUE ZERO.
022800 01  WS-TN-SEARCH-KEY             PIC X(10)   VALUE SPACES.
022900 01  WS-TONIGHT-TABLE.
023000     05  WS-TONIGHT-ENTRY OCCURS 500 TIMES.
023100         10  WS-TN-KEY            PIC X(10).
023200         10  WS-TN-ADDRESSEES     PIC 9(07)   COMP.
023300         10  WS-TN-ON-MASTER-SW   PIC X(01).
023400             88  WS-TN-ON-MASTER              VALUE "Y".
023500*----------------------------------------------------------
023600* COVERAGE MATRIX WORK. THE ACTIVE LANGUAGES ARE PRINTED IN
023700* BLOCKS OF WS-BLOCK-WIDTH COLUMNS, EACH BLOCK LISTING EVERY
023800* LIVE SITE.
023900*----------------------------------------------------------
024000 01  WS-BLOCK-WIDTH               PIC 9(03)   COMP VALUE 16.
024100 01  WS-BLOCK-START               PIC 9(03)   COMP VALUE ZERO.
024200 01  WS-BLOCK-END                 PIC 9(03)   COMP VALUE ZERO.
024300 01  WS-COL-SUB                   PIC 9(03)   COMP VALUE ZERO.
024400 01  WS-CELL-SITE-CODE            PIC X(05)   VALUE SPACES.
024500 01  WS-CELL-LANGUAGE             PIC X(05)   VALUE SPACES.
024600 01  WS-CELL-VALUE                PIC X(06)   VALUE SPACES.
024700*----------------------------------------------------------
024800* RUN COUNTERS
024900*----------------------------------------------------------
025000 01  WS-COUNTERS.
025100     05  WS-LOG-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
025200     05  WS-LOG-TONIGHT-COUNT     PIC 9(07)   COMP VALUE ZERO.
025300     05  WS-DEFAULTED-COUNT       PIC 9(07)   COMP VALUE ZERO.
025400     05  WS-NO-KEY-COUNT          PIC 9(07)   COMP VALUE ZERO.
025500     05  WS-ON-MASTER-COUNT       PIC 9(07)   COMP VALUE ZERO.
025600     05  WS-MISSING-COUNT         PIC 9(07)   COMP VALUE ZERO.
025700     05  WS-XWL-ADDED-COUNT       PIC 9(07)   COMP VALUE ZERO.
025800     05  WS-XWL-UPDATED-COUNT     PIC 9(07)   COMP VALUE ZERO.
025900     05  WS-XWL-REOPENED-COUNT    PIC 9(07)   COMP VALUE ZERO.
026000     05  WS-XWL-TOO-OLD-COUNT     PIC 9(07)   COMP VALUE ZERO.
026100     05  WS-CLOSED-MASTER-COUNT   PIC 9(07)   COMP VALUE ZERO.
026200     05  WS-CLOSED-SITE-COUNT     PIC 9(07)   COMP VALUE ZERO.
026300     05  WS-XWL-OPEN-COUNT        PIC 9(07)   COMP VALUE ZERO.
026400     05  WS-CELL-MASTER-COUNT     PIC 9(07)   COMP VALUE ZERO.
026500     05  WS-CELL-CALENDAR-COUNT   PIC 9(07)   COMP VALUE ZERO.
026600     05  WS-CELL-NEITHER-COUNT    PIC 9(07)   COMP VALUE ZERO.
026700     05  WS-CELL-WORKLIST-COUNT   PIC 9(07)   COMP VALUE ZERO.
026800     05  WS-LIVE-SITE-COUNT       PIC 9(07)   COMP VALUE ZERO.
026900*----------------------------------------------------------
027000* CURRENT DATE AND TIME
027100*----------------------------------------------------------
027200 01  WS-CURRENT-DATE-TIME.
027300     05  WS-CURRENT-DATE          PIC X(08).
027400     05  WS-CURRENT-TIME          PIC X(08).
027500*----------------------------------------------------------
027600* COVERAGE REPORT PRINT LINES
027700*----------------------------------------------------------
027800 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
027900 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
028000 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
028100 01  WS-PRT-HEADING-1.
028200     05  FILLER                   PIC X(36)   VALUE
028300         "GRTXLCOV TRANSLATION COVERAGE      -".
028400     05  FILLER                   PIC X(05)   VALUE " RUN ".
028500     05  WS-PH1-DATE              PIC X(08).
028600     05  FILLER                   PIC X(01)   VALUE SPACE.
028700     05  WS-PH1-TIME              PIC X(08).
028800     05  FILLER                   PIC X(06)   VALUE SPACES.
028900     05  FILLER                   PIC X(05)   VALUE "PAGE ".
029000     05  WS-PH1-PAGE              PIC ZZZZ9.
029100     05  FILLER                   PIC X(58)   VALUE SPACES.
029200 01  WS-PRT-HEADING-2.
029300     05  FILLER                   PIC X(14)   VALUE
029400         "BUSINESS DATE ".
029500     05  WS-PH2-BUSINESS-DATE     PIC X(08).
029600     05  FILLER                   PIC X(110)  VALUE SPACES.
029700 01  WS-PRT-SECTION-LINE.
029800     05  WS-PS-TITLE              PIC X(60).
029900     05  FILLER                   PIC X(72)   VALUE SPACES.
030000*    COLUMN HEADING OF THE SECTION IN PROGRESS - REPEATED AT
030100*    THE TOP OF EVERY CONTINUATION PAGE
030200 01  WS-PRT-COLUMN-HEADING        PIC X(132)  VALUE SPACES.
030300 01  WS-PRT-HOLD-LINE             PIC X(132)  VALUE SPACES.
030400 01  WS-WORKLIST-HEADING.
030500     05  FILLER                   PIC X(07)   VALUE "SITE".
030600     05  FILLER                   PIC X(07)   VALUE "LANG".
030700     05  FILLER                   PIC X(11)   VALUE "ADDRESSEES".
030800     05  FILLER                   PIC X(10)   VALUE "FIRST SEEN".
030900     05  FILLER                   PIC X(10)   VALUE "LAST SEEN".
031000     05  FILLER                   PIC X(10)   VALUE "STATUS".
031100     05  FILLER                   PIC X(40)   VALUE "NOTE".
031200     05  FILLER                   PIC X(37)   VALUE SPACES.
031300 01  WS-WORKLIST-LINE.
031400     05  WS-WL-SITE-CODE          PIC X(05).
031500     05  FILLER                   PIC X(02)   VALUE SPACES.
031600     05  WS-WL-LANGUAGE           PIC X(05).
031700     05  FILLER                   PIC X(02)   VALUE SPACES.
031800     05  WS-WL-ADDRESSEES         PIC ZZZZZZ9.
031900     05  FILLER                   PIC X(04)   VALUE SPACES.
032000     05  WS-WL-FIRST-SEEN         PIC X(08).
032100     05  FILLER                   PIC X(02)   VALUE SPACES.
032200     05  WS-WL-LAST-SEEN          PIC X(08).
032300     05  FILLER                   PIC X(02)   VALUE SPACES.
032400     05  WS-WL-STATUS             PIC X(08).
032500     05  FILLER                   PIC X(02)   VALUE SPACES.
032600     05  WS-WL-NOTE               PIC X(40).
032700     05  FILLER                   PIC X(37)   VALUE SPACES.
032800 01  WS-MATRIX-HEADING.
032900     05  FILLER                   PIC X(07)   VALUE "SITE".
033000     05  FILLER                   PIC X(22)   VALUE "SITE NAME".
033100     05  WS-MH-COLUMN OCCURS 16 TIMES
033200                                  PIC X(06).
033300     05  FILLER                   PIC X(07)   VALUE SPACES.
033400 01  WS-MATRIX-LINE.
033500     05  WS-ML-SITE-CODE          PIC X(05).
033600     05  FILLER                   PIC X(02)   VALUE SPACES.
033700     05  WS-ML-SITE-NAME          PIC X(20).
033800     05  FILLER                   PIC X(02)   VALUE SPACES.
033900     05  WS-ML-CELL OCCURS 16 TIMES
034000                                  PIC X(06).
034100     05  FILLER                   PIC X(07)   VALUE SPACES.
034200 01  WS-PRT-NOTE-LINE.
034300     05  FILLER                   PIC X(02)   VALUE SPACES.
034400     05  WS-PN-TEXT               PIC X(60).
034500     05  FILLER                   PIC X(70)   VALUE SPACES.
034600 01  WS-PRT-TOTAL-LINE.
034700     05  WS-PT-LABEL              PIC X(30).
034800     05  WS-PT-COUNT              PIC ZZZZZZ9.
034900     05  FILLER                   PIC X(95)   VALUE SPACES.
035000*----------------------------------------------------------
035100* RETURN CODE VALUES
035200*     00 = NO OPEN WORKLIST ENTRIES - EVERY ADDRESSEE ASKING
035300*          FOR A LANGUAGE GOT THE SITE'S OWN TEXT
035400*     04 = ONE OR MORE TRANSLATIONS STILL MISSING
035500*     08 = BAD PARM CARD, TABLE OVERFLOW OR I/O FAILURE
035600*----------------------------------------------------------
035700 PROCEDURE DIVISION.
035800*----------------------------------------------------------
035900* 0000-MAINLINE
036000*----------------------------------------------------------
036100 0000-MAINLINE.
036200     MOVE 0 TO RETURN-CODE
036300     PERFORM 1000-INITIALIZE
036400     PERFORM 2000-TALLY-LOG-RECORD
036500         THRU 2000-TALLY-LOG-RECORD-EXIT
036600         UNTIL WS-LOG-EOF
036700     PERFORM 3000-POST-WORKLIST
036800         THRU 3000-POST-WORKLIST-EXIT
036900         VARYING WS-TN-SUB FROM 1 BY 1
037000         UNTIL WS-TN-SUB > WS-TN-COUNT
037100            OR RETURN-CODE >= 8
037200     PERFORM 4000-SWEEP-WORKLIST
037300         THRU 4000-SWEEP-WORKLIST-EXIT
037400     PERFORM 6000-PRINT-COVERAGE
037500         THRU 6000-PRINT-COVERAGE-EXIT
037600     PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
037700     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
037800*----------------------------------------------------------
037900* 1000-INITIALIZE
038000*----------------------------------------------------------
038100* PARM CARD: COLS 1-8 BUSINESS DATE (BLANK OR NO CARD =
038200* TODAY, AS IN GRTSTAT). GREETLOG ACCUMULATES ACROSS NIGHTS,
038300* SO ONLY THAT DATE'S RECORDS ARE TALLIED. THE SITE MASTER
038400* AND LANGUAGE REFERENCE ARE LOADED AND CLOSED HERE.
038500*----------------------------------------------------------
038600 1000-INITIALIZE.
038700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
038800     ACCEPT WS-CURRENT-TIME FROM TIME
038900     OPEN INPUT PARM-CARD-FILE
039000     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
039100         DISPLAY "GRTXLCOV - PARM-CARD-FILE OPEN FAILED - "
039200                 "STATUS " WS-PARM-FILE-STATUS
039300         MOVE 8 TO RETURN-CODE
039400         GO TO 9999-EXIT
039500     END-IF
039600     READ PARM-CARD-FILE
039700         AT END
039800             SET WS-PARM-EOF TO TRUE
039900     END-READ
040000     IF WS-PARM-EOF
040100         MOVE SPACES TO PARM-CARD-RECORD
040200     END-IF
040300     CLOSE PARM-CARD-FILE
040400     IF PARM-BUSINESS-DATE = SPACES
040500         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
040600     ELSE
040700         IF PARM-BUSINESS-DATE IS NUMERIC
040800             MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
040900         ELSE
041000             DISPLAY "GRTXLCOV - BUSINESS DATE '"
041100                 PARM-BUSINESS-DATE "' IS NOT A VALID YYYYMMDD"
041200             MOVE 8 TO RETURN-CODE
041300             GO TO 9999-EXIT
041400         END-IF
041500     END-IF
041600     OPEN INPUT SITE-MASTER-FILE
041700     IF NOT WS-SITE-STATUS-OK
041800         DISPLAY "GRTXLCOV - SITE-MASTER-FILE OPEN FAILED - "
041900                 "STATUS " WS-SITE-FILE-STATUS
042000         MOVE 8 TO RETURN-CODE
042100         GO TO 9999-EXIT
042200     END-IF
042300     PERFORM 1190-READ-SITE
042400     PERFORM 1100-LOAD-SITE UNTIL WS-SITE-EOF
042500     CLOSE SITE-MASTER-FILE
042600     OPEN INPUT LANGUAGE-REFERENCE-FILE
042700     IF NOT WS-LNG-STATUS-OK
042800         DISPLAY "GRTXLCOV - LANGUAGE-REFERENCE-FILE OPEN FAILED"
042900                 " - STATUS " WS-LNG-FILE-STATUS
043000         MOVE 8 TO RETURN-CODE
043100         GO TO 9999-EXIT
043200     END-IF
043300     PERFORM 1290-READ-LANGUAGE
043400     PERFORM 1200-LOAD-LANGUAGE UNTIL WS-LNG-EOF
043500     CLOSE LANGUAGE-REFERENCE-FILE
043600     IF RETURN-CODE >= 8
043700         GO TO 9999-EXIT
043800     END-IF
043900     OPEN INPUT GREETING-MASTER-FILE
044000     IF NOT WS-MASTER-STATUS-OK
044100         DISPLAY "GRTXLCOV - GREETING-MASTER-FILE OPEN FAILED - "
044200                 "STATUS " WS-MASTER-FILE-STATUS
044300         MOVE 8 TO RETURN-CODE
044400         GO TO 9999-EXIT
044500     ELSE
044600         SET WS-MASTER-OPEN TO TRUE
044700     END-IF
044800     OPEN INPUT GREETING-CALENDAR-FILE
044900     IF NOT WS-CAL-STATUS-OK
045000         DISPLAY "GRTXLCOV - GREETING-CALENDAR-FILE OPEN FAILED "
045100                 "- STATUS " WS-CAL-FILE-STATUS
045200         MOVE 8 TO RETURN-CODE
045300         GO TO 9999-EXIT
045400     ELSE
045500         SET WS-CAL-OPEN TO TRUE
045600     END-IF
045700     OPEN INPUT GREETING-LOG-FILE
045800     IF NOT WS-LOG-STATUS-OK
045900         DISPLAY "GRTXLCOV - GREETING-LOG-FILE OPEN FAILED - "
046000                 "STATUS " WS-LOG-FILE-STATUS
046100         MOVE 8 TO RETURN-CODE
046200         GO TO 9999-EXIT
046300     ELSE
046400         SET WS-LOG-OPEN TO TRUE
046500     END-IF
046600     OPEN I-O TRANSLATION-WORKLIST-FILE
046700     IF NOT WS-XWL-STATUS-OK
046800         DISPLAY "GRTXLCOV - TRANSLATION-WORKLIST-FILE OPEN "
046900                 "FAILED - STATUS " WS-XWL-FILE-STATUS
047000         MOVE 8 TO RETURN-CODE
047100         GO TO 9999-EXIT
047200     ELSE
047300         SET WS-XWL-OPEN TO TRUE
047400     END-IF
047500     OPEN OUTPUT COVERAGE-PRINT-FILE
047600     IF NOT WS-PRT-STATUS-OK
047700         DISPLAY "GRTXLCOV - COVERAGE-PRINT-FILE OPEN FAILED - "
047800                 "STATUS " WS-PRT-FILE-STATUS
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 9999-EXIT
048100     ELSE
048200         SET WS-PRT-OPEN TO TRUE
048300     END-IF
048400     PERFORM 2900-READ-LOG.
048500 1000-INITIALIZE-EXIT.
048600     EXIT.
048700*----------------------------------------------------------
048800* 1100-LOAD-SITE
048900*----------------------------------------------------------
049000 1100-LOAD-SITE.
049100     IF SIT-SITE-CODE NOT = SPACES AND NOT = LOW-VALUES
049200         IF WS-SITE-COUNT < WS-SITE-MAX
049300             ADD 1 TO WS-SITE-COUNT
049400             MOVE SIT-SITE-CODE
049500                 TO WS-ST-SITE-CODE (WS-SITE-COUNT)
049600             MOVE SIT-SITE-NAME
049700                 TO WS-ST-SITE-NAME (WS-SITE-COUNT)
049800             MOVE SIT-STATUS
049900                 TO WS-ST-STATUS (WS-SITE-COUNT)
050000         ELSE
050100             DISPLAY "GRTXLCOV - SITE MASTER TABLE OVERFLOW AT "
050200                 WS-SITE-MAX " ENTRIES"
050300             MOVE 8 TO RETURN-CODE
050400             SET WS-SITE-EOF TO TRUE
050500         END-IF
050600     END-IF
050700     IF NOT WS-SITE-EOF
050800         PERFORM 1190-READ-SITE
050900     END-IF.
051000 1100-LOAD-SITE-EXIT.
051100     EXIT.
051200*----------------------------------------------------------
051300* 1190-READ-SITE
051400*----------------------------------------------------------
051500 1190-READ-SITE.
051600     READ SITE-MASTER-FILE
051700         AT END
051800             SET WS-SITE-EOF TO TRUE
051900     END-READ.
052000 1190-READ-SITE-EXIT.
052100     EXIT.
052200*----------------------------------------------------------
052300* 1200-LOAD-LANGUAGE
052400*----------------------------------------------------------
052500 1200-LOAD-LANGUAGE.
052600     IF LNG-ACTIVE
052700         AND LNG-LANGUAGE-CODE NOT = SPACES
052800         AND LNG-LANGUAGE-CODE NOT = LOW-VALUES
052900         IF WS-LNG-COUNT < WS-LNG-MAX
053000             ADD 1 TO WS-LNG-COUNT
053100             MOVE LNG-LANGUAGE-CODE
053200                 TO WS-LT-CODE (WS-LNG-COUNT)
053300             MOVE LNG-LANGUAGE-NAME
053400                 TO WS-LT-NAME (WS-LNG-COUNT)
053500         ELSE
053600             DISPLAY "GRTXLCOV - LANGUAGE TABLE OVERFLOW AT "
053700                 WS-LNG-MAX " ENTRIES"
053800             MOVE 8 TO RETURN-CODE
053900             SET WS-LNG-EOF TO TRUE
054000         END-IF
054100     END-IF
054200     IF NOT WS-LNG-EOF
054300         PERFORM 1290-READ-LANGUAGE
054400     END-IF.
054500 1200-LOAD-LANGUAGE-EXIT.
054600     EXIT.
054700*----------------------------------------------------------
054800* 1290-READ-LANGUAGE
054900*----------------------------------------------------------
055000 1290-READ-LANGUAGE.
055100     READ LANGUAGE-REFERENCE-FILE
055200         AT END
055300             SET WS-LNG-EOF TO TRUE
055400     END-READ.
055500 1290-READ-LANGUAGE-EXIT.
055600     EXIT.
055700*----------------------------------------------------------
055800* 1300-FIND-SITE
055900*----------------------------------------------------------
056000* LOOKS UP WS-CELL-SITE-CODE IN THE SITE MASTER TABLE.
056100*----------------------------------------------------------
056200 1300-FIND-SITE.
056300     MOVE "N" TO WS-SITE-FOUND-SW
056400     PERFORM 1310-MATCH-SITE
056500         VARYING WS-SITE-SUB FROM 1 BY 1
056600         UNTIL WS-SITE-SUB > WS-SITE-COUNT
056700            OR WS-SITE-FOUND.
056800 1300-FIND-SITE-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 1310-MATCH-SITE
057200*----------------------------------------------------------
057300 1310-MATCH-SITE.
057400     IF WS-ST-SITE-CODE (WS-SITE-SUB) = WS-CELL-SITE-CODE
057500         SET WS-SITE-FOUND TO TRUE
057600         MOVE WS-SITE-SUB TO WS-SITE-MATCH-SUB
057700     END-IF.
057800 1310-MATCH-SITE-EXIT.
057900     EXIT.
058000*----------------------------------------------------------
058100* 1400-FIND-LANGUAGE
058200*----------------------------------------------------------
058300* LOOKS UP WS-CELL-LANGUAGE IN THE ACTIVE LANGUAGE TABLE.
058400*----------------------------------------------------------
058500 1400-FIND-LANGUAGE.
058600     MOVE "N" TO WS-LNG-FOUND-SW
058700     PERFORM 1410-MATCH-LANGUAGE
058800         VARYING WS-LNG-SUB FROM 1 BY 1
058900         UNTIL WS-LNG-SUB > WS-LNG-COUNT
059000            OR WS-LNG-FOUND.
059100 1400-FIND-LANGUAGE-EXIT.
059200     EXIT.
059300*----------------------------------------------------------
059400* 1410-MATCH-LANGUAGE
059500*----------------------------------------------------------
059600 1410-MATCH-LANGUAGE.
059700     IF WS-LT-CODE (WS-LNG-SUB) = WS-CELL-LANGUAGE
059800         SET WS-LNG-FOUND TO TRUE
059900     END-IF.
060000 1410-MATCH-LANGUAGE-EXIT.
060100     EXIT.
060200*----------------------------------------------------------
060300* 2000-TALLY-LOG-RECORD
060400*----------------------------------------------------------
060500* ONLY THE BUSINESS DATE'S GREETINGS THAT FELL BACK TO THE
060600* PARM TEXT OR THE DEFAULT LITERAL COUNT. A LOG RECORD WITH
060700* NO SITE OR NO LANGUAGE NEVER HAD A KEY TO LOOK UP AND IS
060800* ONLY COUNTED. EACH NEW KEY IS READ ON GRTMSTR ONCE.
060900*----------------------------------------------------------
061000 2000-TALLY-LOG-RECORD.
061100     ADD 1 TO WS-LOG-READ-COUNT
061200     IF LOG-RUN-DATE NOT = WS-BUSINESS-DATE
061300         GO TO 2000-NEXT-LOG
061400     END-IF
061500     ADD 1 TO WS-LOG-TONIGHT-COUNT
061600     IF NOT LOG-PARM-DEFAULT
061700         GO TO 2000-NEXT-LOG
061800     END-IF
061900     ADD 1 TO WS-DEFAULTED-COUNT
062000     IF LOG-SITE-CODE = SPACES OR LOW-VALUES
062100         OR LOG-LANGUAGE-CODE = SPACES OR LOW-VALUES
062200         ADD 1 TO WS-NO-KEY-COUNT
062300         GO TO 2000-NEXT-LOG
062400     END-IF
062500     MOVE LOG-SITE-CODE     TO WS-TN-SEARCH-KEY (1:5)
062600     MOVE LOG-LANGUAGE-CODE TO WS-TN-SEARCH-KEY (6:5)
062700     MOVE "N" TO WS-TONIGHT-FOUND-SW
062800     PERFORM 2110-MATCH-TONIGHT
062900         VARYING WS-TN-SUB FROM 1 BY 1
063000         UNTIL WS-TN-SUB > WS-TN-COUNT
063100            OR WS-TONIGHT-FOUND
063200     IF NOT WS-TONIGHT-FOUND
063300         IF WS-TN-COUNT < WS-TN-MAX
063400             ADD 1 TO WS-TN-COUNT
063500             MOVE WS-TN-COUNT TO WS-TN-MATCH-SUB
063600             MOVE WS-TN-SEARCH-KEY
063700                 TO WS-TN-KEY (WS-TN-MATCH-SUB)
063800             MOVE ZERO TO WS-TN-ADDRESSEES (WS-TN-MATCH-SUB)
063900             MOVE LOG-SITE-CODE     TO WS-CELL-SITE-CODE
064000             MOVE LOG-LANGUAGE-CODE TO WS-CELL-LANGUAGE
064100             PERFORM 2200-READ-MASTER
064200             IF WS-MASTER-FOUND
064300                 MOVE "Y" TO WS-TN-ON-MASTER-SW (WS-TN-MATCH-SUB)
064400             ELSE
064500                 MOVE "N" TO WS-TN-ON-MASTER-SW (WS-TN-MATCH-SUB)
064600             END-IF
064700         ELSE
064800             DISPLAY "GRTXLCOV - TONIGHT TABLE OVERFLOW AT "
064900                 WS-TN-MAX " ENTRIES"
065000             MOVE 8 TO RETURN-CODE
065100             SET WS-LOG-EOF TO TRUE
065200             GO TO 2000-TALLY-LOG-RECORD-EXIT
065300         END-IF
065400     END-IF
065500     IF WS-TN-ON-MASTER (WS-TN-MATCH-SUB)
065600         ADD 1 TO WS-ON-MASTER-COUNT
065700     ELSE
065800         ADD 1 TO WS-MISSING-COUNT
065900         ADD 1 TO WS-TN-ADDRESSEES (WS-TN-MATCH-SUB)
066000     END-IF.
066100 2000-NEXT-LOG.
066200     PERFORM 2900-READ-LOG.
066300 2000-TALLY-LOG-RECORD-EXIT.
066400     EXIT.
066500*----------------------------------------------------------
066600* 2110-MATCH-TONIGHT
066700*----------------------------------------------------------
066800 2110-MATCH-TONIGHT.
066900     IF WS-TN-KEY (WS-TN-SUB) = WS-TN-SEARCH-KEY
067000         SET WS-TONIGHT-FOUND TO TRUE
067100         MOVE WS-TN-SUB TO WS-TN-MATCH-SUB
067200     END-IF.
067300 2110-MATCH-TONIGHT-EXIT.
067400     EXIT.
067500*----------------------------------------------------------
067600* 2200-READ-MASTER
067700*----------------------------------------------------------
067800* RANDOM READ OF GRTMSTR FOR WS-CELL-SITE-CODE AND
067900* WS-CELL-LANGUAGE. ANY RECORD ON FILE COUNTS - A FUTURE
068000* EFFECTIVE DATE IS GRTAUDIT'S CONCERN, NOT A MISSING
068100* TRANSLATION.
068200*----------------------------------------------------------
068300 2200-READ-MASTER.
068400     MOVE "N" TO WS-MASTER-FOUND-SW
068500     MOVE WS-CELL-SITE-CODE TO MASTER-SITE-CODE
068600     MOVE WS-CELL-LANGUAGE  TO MASTER-KEY-LANGUAGE
068700     READ GREETING-MASTER-FILE
068800         INVALID KEY
068900             CONTINUE
069000     END-READ
069100     IF WS-MASTER-STATUS-OK
069200         SET WS-MASTER-FOUND TO TRUE
069300     ELSE
069400         IF NOT WS-MASTER-NOT-FOUND
069500             DISPLAY "GRTXLCOV - GREETING-MASTER-FILE READ "
069600                 "FAILED - STATUS " WS-MASTER-FILE-STATUS
069700             MOVE 8 TO RETURN-CODE
069800         END-IF
069900     END-IF.
070000 2200-READ-MASTER-EXIT.
070100     EXIT.
070200*----------------------------------------------------------
070300* 2900-READ-LOG
070400*----------------------------------------------------------
070500 2900-READ-LOG.
070600     READ GREETING-LOG-FILE
070700         AT END
070800             SET WS-LOG-EOF TO TRUE
070900     END-READ.
071000 2900-READ-LOG-EXIT.
071100     EXIT.
071200*----------------------------------------------------------
071300* 3000-POST-WORKLIST
071400*----------------------------------------------------------
071500* ONE TONIGHT-TABLE KEY THAT IS NOT ON GRTMSTR. A NEW KEY
071600* OPENS AN ENTRY; A CLOSED ENTRY REOPENS AND COUNTS AFRESH.
071700* ON AN OPEN ENTRY A RERUN FOR THE LAST DATE SEEN REPLACES
071800* THAT NIGHT'S SHARE OF THE COUNT, A LATER DATE ADDS TO IT,
071900* AND AN EARLIER DATE CANNOT BE TOLD FROM ONE ALREADY
072000* COUNTED AND IS ONLY REPORTED - RUN MISSED NIGHTS IN ORDER.
072100*----------------------------------------------------------
072200 3000-POST-WORKLIST.
072300     IF WS-TN-ON-MASTER (WS-TN-SUB)
072400         GO TO 3000-POST-WORKLIST-EXIT
072500     END-IF
072600     MOVE WS-TN-KEY (WS-TN-SUB) TO XWL-KEY
072700     PERFORM 3100-READ-WORKLIST
072800     IF RETURN-CODE >= 8
072900         GO TO 3000-POST-WORKLIST-EXIT
073000     END-IF
073100     IF NOT WS-XWL-FOUND
073200         MOVE SPACES TO TRANSLATION-WORKLIST-RECORD
073300         MOVE WS-TN-KEY (WS-TN-SUB) TO XWL-KEY
073400         MOVE ZERO TO XWL-REOPEN-COUNT
073500         PERFORM 3200-OPEN-ENTRY
073600         WRITE TRANSLATION-WORKLIST-RECORD
073700         IF WS-XWL-STATUS-OK
073800             ADD 1 TO WS-XWL-ADDED-COUNT
073900         ELSE
074000             DISPLAY "GRTXLCOV - TRANSLATION-WORKLIST-FILE WRITE "
074100                 "FAILED - STATUS " WS-XWL-FILE-STATUS
074200             MOVE 8 TO RETURN-CODE
074300         END-IF
074400         GO TO 3000-POST-WORKLIST-EXIT
074500     END-IF
074600     IF WS-BUSINESS-DATE < XWL-LAST-SEEN-DATE
074700         ADD 1 TO WS-XWL-TOO-OLD-COUNT
074800         GO TO 3000-POST-WORKLIST-EXIT
074900     END-IF
075000     IF XWL-CLOSED
075100         ADD 1 TO XWL-REOPEN-COUNT
075200         ADD 1 TO WS-XWL-REOPENED-COUNT
075300         PERFORM 3200-OPEN-ENTRY
075400     ELSE
075500         IF WS-BUSINESS-DATE = XWL-LAST-SEEN-DATE
075600             SUBTRACT XWL-LAST-NIGHT-COUNT
075700                 FROM XWL-ADDRESSEE-COUNT
075800         END-IF
075900         ADD WS-TN-ADDRESSEES (WS-TN-SUB) TO XWL-ADDRESSEE-COUNT
076000         MOVE WS-TN-ADDRESSEES (WS-TN-SUB)
076100             TO XWL-LAST-NIGHT-COUNT
076200         MOVE WS-BUSINESS-DATE TO XWL-LAST-SEEN-DATE
076300         MOVE WS-CURRENT-DATE  TO XWL-LAST-POSTED-DATE
076400         ADD 1 TO WS-XWL-UPDATED-COUNT
076500     END-IF
076600     REWRITE TRANSLATION-WORKLIST-RECORD
076700     IF NOT WS-XWL-STATUS-OK
076800         DISPLAY "GRTXLCOV - TRANSLATION-WORKLIST-FILE REWRITE "
076900             "FAILED - STATUS " WS-XWL-FILE-STATUS
077000         MOVE 8 TO RETURN-CODE
077100     END-IF.
077200 3000-POST-WORKLIST-EXIT.
077300     EXIT.
077400*----------------------------------------------------------
077500* 3100-READ-WORKLIST
077600*----------------------------------------------------------
077700* RANDOM READ OF THE WORKLIST FOR THE KEY IN XWL-KEY.
077800*----------------------------------------------------------
077900 3100-READ-WORKLIST.
078000     MOVE "N" TO WS-XWL-FOUND-SW
078100     READ TRANSLATION-WORKLIST-FILE
078200         INVALID KEY
078300             CONTINUE
078400     END-READ
078500     IF WS-XWL-STATUS-OK
078600         SET WS-XWL-FOUND TO TRUE
078700     ELSE
078800         IF NOT WS-XWL-NOT-FOUND
078900             DISPLAY "GRTXLCOV - TRANSLATION-WORKLIST-FILE READ "
079000                 "FAILED - STATUS " WS-XWL-FILE-STATUS
079100             MOVE 8 TO RETURN-CODE
079200         END-IF
079300     END-IF.
079400 3100-READ-WORKLIST-EXIT.
079500     EXIT.
079600*----------------------------------------------------------
079700* 3200-OPEN-ENTRY
079800*----------------------------------------------------------
079900* STARTS THE ENTRY FOR TONIGHT-TABLE ENTRY WS-TN-SUB, NEW OR
080000* REOPENED. XWL-KEY AND XWL-REOPEN-COUNT ARE SET BY THE
080100* CALLER.
080200*----------------------------------------------------------
080300 3200-OPEN-ENTRY.
080400     SET XWL-OPEN TO TRUE
080500     MOVE WS-TN-ADDRESSEES (WS-TN-SUB) TO XWL-ADDRESSEE-COUNT
080600     MOVE WS-TN-ADDRESSEES (WS-TN-SUB) TO XWL-LAST-NIGHT-COUNT
080700     MOVE WS-BUSINESS-DATE TO XWL-FIRST-SEEN-DATE
080800     MOVE WS-BUSINESS-DATE TO XWL-LAST-SEEN-DATE
080900     MOVE SPACES           TO XWL-CLOSED-DATE
081000     MOVE SPACES           TO XWL-CLOSE-REASON
081100     MOVE WS-CURRENT-DATE  TO XWL-LAST-POSTED-DATE.
081200 3200-OPEN-ENTRY-EXIT.
081300     EXIT.
081400*----------------------------------------------------------
081500* 4000-SWEEP-WORKLIST
081600*----------------------------------------------------------
081700* PASSES THE WHOLE WORKLIST. AN OPEN ENTRY WHOSE KEY IS NOW
081800* ON GRTMSTR - HOWEVER THE RECORD GOT THERE, GRTMAINT CARD OR
081900* GRTU UPDATE, ONCE APPROVED - CLOSES ITSELF, AS DOES ONE
082000* WHOSE SITE IS NOW CLOSED ON SITEMSTR (HELLO-DRIVER NO
082100* LONGER GREETS ITS ADDRESSEES). WHAT IS LEFT OPEN IS THE
082200* PENDING-TRANSLATION WORKLIST AND IS PRINTED.
082300*----------------------------------------------------------
082400 4000-SWEEP-WORKLIST.
082500     IF RETURN-CODE >= 8
082600         GO TO 4000-SWEEP-WORKLIST-EXIT
082700     END-IF
082800     MOVE "PENDING TRANSLATION WORKLIST" TO WS-PS-TITLE
082900     MOVE WS-WORKLIST-HEADING TO WS-PRT-COLUMN-HEADING
083000     PERFORM 5200-START-SECTION
083100     MOVE LOW-VALUES TO XWL-KEY
083200     START TRANSLATION-WORKLIST-FILE KEY IS NOT LESS THAN XWL-KEY
083300         INVALID KEY
083400             SET WS-XWL-EOF TO TRUE
083500     END-START
083600     IF NOT WS-XWL-EOF
083700         PERFORM 4900-READ-NEXT-WORKLIST
083800     END-IF
083900     PERFORM 4100-SWEEP-ENTRY
084000         THRU 4100-SWEEP-ENTRY-EXIT
084100         UNTIL WS-XWL-EOF
084200     IF WS-XWL-OPEN-COUNT = ZERO
084300         AND WS-CLOSED-MASTER-COUNT = ZERO
084400         AND WS-CLOSED-SITE-COUNT = ZERO
084500         MOVE "NONE - NO TRANSLATION IS MISSING"
084600             TO WS-PN-TEXT
084700         MOVE WS-PRT-NOTE-LINE TO COVERAGE-PRINT-RECORD
084800         PERFORM 5000-WRITE-LINE
084900     END-IF.
085000 4000-SWEEP-WORKLIST-EXIT.
085100     EXIT.
085200*----------------------------------------------------------
085300* 4100-SWEEP-ENTRY
085400*----------------------------------------------------------
085500* CLOSED ENTRIES ARE PASSED OVER. AN ENTRY CLOSED THIS RUN IS
085600* STILL PRINTED ONCE, SO THE TRANSLATORS SEE IT COME OFF.
085700*----------------------------------------------------------
085800 4100-SWEEP-ENTRY.
085900     IF XWL-CLOSED
086000         GO TO 4100-NEXT-ENTRY
086100     END-IF
086200     MOVE SPACES TO WS-WL-NOTE
086300     MOVE XWL-SITE-CODE     TO WS-CELL-SITE-CODE
086400     MOVE XWL-LANGUAGE-CODE TO WS-CELL-LANGUAGE
086500     PERFORM 2200-READ-MASTER
086600     IF RETURN-CODE >= 8
086700         SET WS-XWL-EOF TO TRUE
086800         GO TO 4100-SWEEP-ENTRY-EXIT
086900     END-IF
087000     PERFORM 1300-FIND-SITE
087100     IF WS-MASTER-FOUND
087200         SET XWL-CLOSED-BY-MASTER TO TRUE
087300         MOVE "CLOSED - GREETING-MASTER RECORD ADDED"
087400             TO WS-WL-NOTE
087500         ADD 1 TO WS-CLOSED-MASTER-COUNT
087600     ELSE
087700         IF WS-SITE-FOUND
087800             IF WS-ST-CLOSED (WS-SITE-MATCH-SUB)
087900                 SET XWL-CLOSED-BY-SITE TO TRUE
088000                 MOVE "CLOSED - SITE CLOSED ON SITEMSTR"
088100                     TO WS-WL-NOTE
088200                 ADD 1 TO WS-CLOSED-SITE-COUNT
088300             END-IF
088400         END-IF
088500     END-IF
088600     IF WS-WL-NOTE NOT = SPACES
088700         SET XWL-CLOSED TO TRUE
088800         MOVE WS-BUSINESS-DATE TO XWL-CLOSED-DATE
088900         MOVE WS-CURRENT-DATE  TO XWL-LAST-POSTED-DATE
089000         REWRITE TRANSLATION-WORKLIST-RECORD
089100         IF NOT WS-XWL-STATUS-OK
089200             DISPLAY "GRTXLCOV - TRANSLATION-WORKLIST-FILE "
089300                 "REWRITE FAILED - STATUS " WS-XWL-FILE-STATUS
089400             MOVE 8 TO RETURN-CODE
089500             SET WS-XWL-EOF TO TRUE
089600             GO TO 4100-SWEEP-ENTRY-EXIT
089700         END-IF
089800         MOVE "CLOSED" TO WS-WL-STATUS
089900     ELSE
090000         ADD 1 TO WS-XWL-OPEN-COUNT
090100         MOVE "OPEN" TO WS-WL-STATUS
090200         IF NOT WS-SITE-FOUND
090300             MOVE "SITE NOT ON SITEMSTR" TO WS-WL-NOTE
090400         END-IF
090500         PERFORM 1400-FIND-LANGUAGE
090600         IF NOT WS-LNG-FOUND
090700             MOVE "LANGUAGE NOT ACTIVE ON LANGREF"
090800                 TO WS-WL-NOTE
090900         END-IF
091000     END-IF
091100     MOVE XWL-SITE-CODE       TO WS-WL-SITE-CODE
091200     MOVE XWL-LANGUAGE-CODE   TO WS-WL-LANGUAGE
091300     MOVE XWL-ADDRESSEE-COUNT TO WS-WL-ADDRESSEES
091400     MOVE XWL-FIRST-SEEN-DATE TO WS-WL-FIRST-SEEN
091500     MOVE XWL-LAST-SEEN-DATE  TO WS-WL-LAST-SEEN
091600     MOVE WS-WORKLIST-LINE TO COVERAGE-PRINT-RECORD
091700     PERFORM 5000-WRITE-LINE.
091800 4100-NEXT-ENTRY.
091900     PERFORM 4900-READ-NEXT-WORKLIST.
092000 4100-SWEEP-ENTRY-EXIT.
092100     EXIT.
092200*----------------------------------------------------------
092300* 4900-READ-NEXT-WORKLIST
092400*----------------------------------------------------------
092500 4900-READ-NEXT-WORKLIST.
092600     READ TRANSLATION-WORKLIST-FILE NEXT RECORD
092700         AT END
092800             SET WS-XWL-EOF TO TRUE
092900     END-READ.
093000 4900-READ-NEXT-WORKLIST-EXIT.
093100     EXIT.
093200*----------------------------------------------------------
093300* 5000-WRITE-LINE
093400*----------------------------------------------------------
093500* WRITES COVERAGE-PRINT-RECORD, STARTING A NEW PAGE (WITH THE
093600* COLUMN HEADING OF THE SECTION IN PROGRESS) WHEN FULL.
093700*----------------------------------------------------------
093800 5000-WRITE-LINE.
093900     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT
094000         MOVE COVERAGE-PRINT-RECORD TO WS-PRT-HOLD-LINE
094100         PERFORM 5100-WRITE-HEADING
094200         WRITE COVERAGE-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
094300         ADD 1 TO WS-PRT-LINE-COUNT
094400         MOVE WS-PRT-HOLD-LINE TO COVERAGE-PRINT-RECORD
094500     END-IF
094600     WRITE COVERAGE-PRINT-RECORD
094700     ADD 1 TO WS-PRT-LINE-COUNT
094800     IF NOT WS-PRT-STATUS-OK
094900         DISPLAY "GRTXLCOV - COVERAGE-PRINT-FILE WRITE FAILED - "
095000                 "STATUS " WS-PRT-FILE-STATUS
095100         MOVE 8 TO RETURN-CODE
095200     END-IF.
095300 5000-WRITE-LINE-EXIT.
095400     EXIT.
095500*----------------------------------------------------------
095600* 5100-WRITE-HEADING
095700*----------------------------------------------------------
095800 5100-WRITE-HEADING.
095900     ADD 1 TO WS-PRT-PAGE-COUNT
096000     MOVE WS-CURRENT-DATE   TO WS-PH1-DATE
096100     MOVE WS-CURRENT-TIME   TO WS-PH1-TIME
096200     MOVE WS-PRT-PAGE-COUNT TO WS-PH1-PAGE
096300     MOVE WS-BUSINESS-DATE  TO WS-PH2-BUSINESS-DATE
096400     WRITE COVERAGE-PRINT-RECORD FROM WS-PRT-HEADING-1
096500         AFTER ADVANCING PAGE
096600     WRITE COVERAGE-PRINT-RECORD FROM WS-PRT-HEADING-2
096700     MOVE SPACES TO COVERAGE-PRINT-RECORD
096800     WRITE COVERAGE-PRINT-RECORD
096900     MOVE 3 TO WS-PRT-LINE-COUNT.
097000 5100-WRITE-HEADING-EXIT.
097100     EXIT.
097200*----------------------------------------------------------
097300* 5200-START-SECTION
097400*----------------------------------------------------------
097500* SECTION TITLE (WS-PS-TITLE) AND COLUMN HEADING
097600* (WS-PRT-COLUMN-HEADING), KEPT TOGETHER WITH AT LEAST ONE
097700* DETAIL LINE ON THE SAME PAGE.
097800*----------------------------------------------------------
097900 5200-START-SECTION.
098000     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 4
098100         PERFORM 5100-WRITE-HEADING
098200     ELSE
098300         MOVE SPACES TO COVERAGE-PRINT-RECORD
098400         WRITE COVERAGE-PRINT-RECORD
098500         ADD 1 TO WS-PRT-LINE-COUNT
098600     END-IF
098700     WRITE COVERAGE-PRINT-RECORD FROM WS-PRT-SECTION-LINE
098800     WRITE COVERAGE-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
098900     ADD 2 TO WS-PRT-LINE-COUNT.
099000 5200-START-SECTION-EXIT.
099100     EXIT.
099200*----------------------------------------------------------
099300* 6000-PRINT-COVERAGE
099400*----------------------------------------------------------
099500* SITES BY ACTIVE LANGUAGES, WS-BLOCK-WIDTH LANGUAGE COLUMNS
099600* TO A BLOCK. EACH CELL SAYS WHERE A GREETING FOR THE SITE/
099700* LANGUAGE WOULD COME FROM:
099800*     M  = GREETING-MASTER TEXT
099900*     MC = MASTER TEXT AND A CALENDAR WINDOW
100000*     C  = CALENDAR TEXT ONLY (A WINDOW NOT YET ENDED)
100100*     .  = NEITHER - THE ADDRESSEE WOULD GET THE PARM TEXT
100200*     W  = NEITHER, AND ON THE OPEN WORKLIST
100300* CLOSED SITES ARE LEFT OUT.
100400*----------------------------------------------------------
100500 6000-PRINT-COVERAGE.
100600     IF RETURN-CODE >= 8
100700         GO TO 6000-PRINT-COVERAGE-EXIT
100800     END-IF
100900     MOVE "LEGEND - M MASTER, C CALENDAR ONLY, MC BOTH, . NEITHER"
101000         TO WS-PS-TITLE
101100     MOVE SPACES TO WS-PRT-COLUMN-HEADING
101200     PERFORM 5200-START-SECTION
101300     MOVE "W NEITHER AND ON THE PENDING TRANSLATION WORKLIST"
101400         TO WS-PN-TEXT
101500     MOVE WS-PRT-NOTE-LINE TO COVERAGE-PRINT-RECORD
101600     PERFORM 5000-WRITE-LINE
101700     IF WS-LNG-COUNT = ZERO
101800         MOVE "NO ACTIVE LANGUAGES ON LANGREF - NO MATRIX"
101900             TO WS-PN-TEXT
102000         MOVE WS-PRT-NOTE-LINE TO COVERAGE-PRINT-RECORD
102100         PERFORM 5000-WRITE-LINE
102200         GO TO 6000-PRINT-COVERAGE-EXIT
102300     END-IF
102400     PERFORM 6100-PRINT-BLOCK
102500         THRU 6100-PRINT-BLOCK-EXIT
102600         VARYING WS-BLOCK-START FROM 1 BY WS-BLOCK-WIDTH
102700         UNTIL WS-BLOCK-START > WS-LNG-COUNT
102800            OR RETURN-CODE >= 8.
102900 6000-PRINT-COVERAGE-EXIT.
103000     EXIT.
103100*----------------------------------------------------------
103200* 6100-PRINT-BLOCK
103300*----------------------------------------------------------
103400 6100-PRINT-BLOCK.
103500     COMPUTE WS-BLOCK-END = WS-BLOCK-START + WS-BLOCK-WIDTH - 1
103600     IF WS-BLOCK-END > WS-LNG-COUNT
103700         MOVE WS-LNG-COUNT TO WS-BLOCK-END
103800     END-IF
103900     PERFORM 6110-CLEAR-HEADING-COLUMN
104000         VARYING WS-COL-SUB FROM 1 BY 1
104100         UNTIL WS-COL-SUB > WS-BLOCK-WIDTH
104200     PERFORM 6120-SET-HEADING-COLUMN
104300         VARYING WS-LNG-SUB FROM WS-BLOCK-START BY 1
104400         UNTIL WS-LNG-SUB > WS-BLOCK-END
104500     MOVE "SITE / LANGUAGE COVERAGE MATRIX" TO WS-PS-TITLE
104600     MOVE WS-MATRIX-HEADING TO WS-PRT-COLUMN-HEADING
104700     PERFORM 5200-START-SECTION
104800     PERFORM 6200-PRINT-SITE-ROW
104900         THRU 6200-PRINT-SITE-ROW-EXIT
105000         VARYING WS-SITE-SUB FROM 1 BY 1
105100         UNTIL WS-SITE-SUB > WS-SITE-COUNT
105200            OR RETURN-CODE >= 8.
105300 6100-PRINT-BLOCK-EXIT.
105400     EXIT.
105500*----------------------------------------------------------
105600* 6110-CLEAR-HEADING-COLUMN
105700*----------------------------------------------------------
105800 6110-CLEAR-HEADING-COLUMN.
105900     MOVE SPACES TO WS-MH-COLUMN (WS-COL-SUB).
106000 6110-CLEAR-HEADING-COLUMN-EXIT.
106100     EXIT.
106200*----------------------------------------------------------
106300* 6120-SET-HEADING-COLUMN
106400*----------------------------------------------------------
106500 6120-SET-HEADING-COLUMN.
106600     COMPUTE WS-COL-SUB = WS-LNG-SUB - WS-BLOCK-START + 1
106700     MOVE WS-LT-CODE (WS-LNG-SUB) TO WS-MH-COLUMN (WS-COL-SUB).
106800 6120-SET-HEADING-COLUMN-EXIT.
106900     EXIT.
107000*----------------------------------------------------------
107100* 6200-PRINT-SITE-ROW
107200*----------------------------------------------------------
107300* THE LIVE-SITE COUNT IS TAKEN ON THE FIRST BLOCK ONLY.
107400*----------------------------------------------------------
107500 6200-PRINT-SITE-ROW.
107600     IF WS-ST-CLOSED (WS-SITE-SUB)
107700         GO TO 6200-PRINT-SITE-ROW-EXIT
107800     END-IF
107900     IF WS-BLOCK-START = 1
108000         ADD 1 TO WS-LIVE-SITE-COUNT
108100     END-IF
108200     MOVE SPACES TO WS-MATRIX-LINE
108300     MOVE WS-ST-SITE-CODE (WS-SITE-SUB) TO WS-ML-SITE-CODE
108400     MOVE WS-ST-SITE-NAME (WS-SITE-SUB) TO WS-ML-SITE-NAME
108500     MOVE WS-ST-SITE-CODE (WS-SITE-SUB) TO WS-CELL-SITE-CODE
108600     PERFORM 6300-FILL-CELL
108700         THRU 6300-FILL-CELL-EXIT
108800         VARYING WS-LNG-SUB FROM WS-BLOCK-START BY 1
108900         UNTIL WS-LNG-SUB > WS-BLOCK-END
109000            OR RETURN-CODE >= 8
109100     MOVE WS-MATRIX-LINE TO COVERAGE-PRINT-RECORD
109200     PERFORM 5000-WRITE-LINE.
109300 6200-PRINT-SITE-ROW-EXIT.
109400     EXIT.
109500*----------------------------------------------------------
109600* 6300-FILL-CELL
109700*----------------------------------------------------------
109800 6300-FILL-CELL.
109900     MOVE WS-LT-CODE (WS-LNG-SUB) TO WS-CELL-LANGUAGE
110000     PERFORM 2200-READ-MASTER
110100     PERFORM 6400-CHECK-CALENDAR
110200         THRU 6400-CHECK-CALENDAR-EXIT
110300     IF WS-MASTER-FOUND
110400         ADD 1 TO WS-CELL-MASTER-COUNT
110500         IF WS-CAL-FOUND
110600             MOVE "MC" TO WS-CELL-VALUE
110700         ELSE
110800             MOVE "M"  TO WS-CELL-VALUE
110900         END-IF
111000     ELSE
111100         IF WS-CAL-FOUND
111200             ADD 1 TO WS-CELL-CALENDAR-COUNT
111300             MOVE "C" TO WS-CELL-VALUE
111400         ELSE
111500             ADD 1 TO WS-CELL-NEITHER-COUNT
111600             MOVE "." TO WS-CELL-VALUE
111700             MOVE WS-CELL-SITE-CODE TO XWL-SITE-CODE
111800             MOVE WS-CELL-LANGUAGE  TO XWL-LANGUAGE-CODE
111900             PERFORM 3100-READ-WORKLIST
112000             IF WS-XWL-FOUND
112100                 IF XWL-OPEN
112200                     ADD 1 TO WS-CELL-WORKLIST-COUNT
112300                     MOVE "W" TO WS-CELL-VALUE
112400                 END-IF
112500             END-IF
112600         END-IF
112700     END-IF
112800     COMPUTE WS-COL-SUB = WS-LNG-SUB - WS-BLOCK-START + 1
112900     MOVE WS-CELL-VALUE TO WS-ML-CELL (WS-COL-SUB).
113000 6300-FILL-CELL-EXIT.
113100     EXIT.
113200*----------------------------------------------------------
113300* 6400-CHECK-CALENDAR
113400*----------------------------------------------------------
113500* POSITIONS ON THE FIRST CALENDAR WINDOW FOR THE SITE/
113600* LANGUAGE AND READS ON UNTIL THE KEY CHANGES OR A WINDOW
113700* THAT HAS NOT ENDED BY THE BUSINESS DATE IS FOUND. A WINDOW
113800* STILL TO START COUNTS - ITS TEXT IS ON FILE.
113900*----------------------------------------------------------
114000 6400-CHECK-CALENDAR.
114100     MOVE "N" TO WS-CAL-FOUND-SW
114200     MOVE "N" TO WS-CAL-EOF-SW
114300     MOVE WS-CELL-SITE-CODE TO CAL-SITE-CODE
114400     MOVE WS-CELL-LANGUAGE  TO CAL-LANGUAGE-CODE
114500     MOVE LOW-VALUES        TO CAL-START-DATE
114600     START GREETING-CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
114700         INVALID KEY
114800             GO TO 6400-CHECK-CALENDAR-EXIT
114900     END-START
115000     PERFORM 6410-READ-NEXT-CALENDAR
115100     PERFORM 6420-TEST-WINDOW
115200         UNTIL WS-CAL-EOF OR WS-CAL-FOUND.
115300 6400-CHECK-CALENDAR-EXIT.
115400     EXIT.
115500*----------------------------------------------------------
115600* 6410-READ-NEXT-CALENDAR
115700*----------------------------------------------------------
115800 6410-READ-NEXT-CALENDAR.
115900     READ GREETING-CALENDAR-FILE NEXT RECORD
116000         AT END
116100             SET WS-CAL-EOF TO TRUE
116200     END-READ
116300     IF NOT WS-CAL-EOF
116400         IF CAL-SITE-CODE NOT = WS-CELL-SITE-CODE
116500             OR CAL-LANGUAGE-CODE NOT = WS-CELL-LANGUAGE
116600             SET WS-CAL-EOF TO TRUE
116700         END-IF
116800     END-IF.
116900 6410-READ-NEXT-CALENDAR-EXIT.
117000     EXIT.
117100*----------------------------------------------------------
117200* 6420-TEST-WINDOW
117300*----------------------------------------------------------
117400 6420-TEST-WINDOW.
117500     IF CAL-END-DATE NOT < WS-BUSINESS-DATE
117600         SET WS-CAL-FOUND TO TRUE
117700     ELSE
117800         PERFORM 6410-READ-NEXT-CALENDAR
117900     END-IF.
118000 6420-TEST-WINDOW-EXIT.
118100     EXIT.
118200*----------------------------------------------------------
118300* 8000-FINALIZE
118400*----------------------------------------------------------
118500 8000-FINALIZE.
118600     IF NOT WS-PRT-OPEN
118700         GO TO 8000-FINALIZE-EXIT
118800     END-IF
118900     MOVE "RUN TOTALS" TO WS-PS-TITLE
119000     MOVE SPACES       TO WS-PRT-COLUMN-HEADING
119100     PERFORM 5200-START-SECTION
119200     MOVE "LOG RECORDS FOR THE NIGHT   - " TO WS-PT-LABEL
119300     MOVE WS-LOG-TONIGHT-COUNT    TO WS-PT-COUNT
119400     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
119500     PERFORM 5000-WRITE-LINE
119600     MOVE "  DEFAULTED TO THE PARM TEXT- " TO WS-PT-LABEL
119700     MOVE WS-DEFAULTED-COUNT      TO WS-PT-COUNT
119800     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
119900     PERFORM 5000-WRITE-LINE
120000     MOVE "    NO SITE OR LANGUAGE     - " TO WS-PT-LABEL
120100     MOVE WS-NO-KEY-COUNT         TO WS-PT-COUNT
120200     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
120300     PERFORM 5000-WRITE-LINE
120400     MOVE "    KEY ON GRTMSTR          - " TO WS-PT-LABEL
120500     MOVE WS-ON-MASTER-COUNT      TO WS-PT-COUNT
120600     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
120700     PERFORM 5000-WRITE-LINE
120800     MOVE "    TRANSLATION MISSING     - " TO WS-PT-LABEL
120900     MOVE WS-MISSING-COUNT        TO WS-PT-COUNT
121000     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
121100     PERFORM 5000-WRITE-LINE
121200     MOVE "WORKLIST ENTRIES ADDED      - " TO WS-PT-LABEL
121300     MOVE WS-XWL-ADDED-COUNT      TO WS-PT-COUNT
121400     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
121500     PERFORM 5000-WRITE-LINE
121600     MOVE "WORKLIST ENTRIES UPDATED    - " TO WS-PT-LABEL
121700     MOVE WS-XWL-UPDATED-COUNT    TO WS-PT-COUNT
121800     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
121900     PERFORM 5000-WRITE-LINE
122000     MOVE "WORKLIST ENTRIES REOPENED   - " TO WS-PT-LABEL
122100     MOVE WS-XWL-REOPENED-COUNT   TO WS-PT-COUNT
122200     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
122300     PERFORM 5000-WRITE-LINE
122400     MOVE "  NIGHT OLDER THAN LAST SEEN- " TO WS-PT-LABEL
122500     MOVE WS-XWL-TOO-OLD-COUNT    TO WS-PT-COUNT
122600     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
122700     PERFORM 5000-WRITE-LINE
122800     MOVE "CLOSED - MASTER RECORD ADDED- " TO WS-PT-LABEL
122900     MOVE WS-CLOSED-MASTER-COUNT  TO WS-PT-COUNT
123000     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
123100     PERFORM 5000-WRITE-LINE
123200     MOVE "CLOSED - SITE CLOSED        - " TO WS-PT-LABEL
123300     MOVE WS-CLOSED-SITE-COUNT    TO WS-PT-COUNT
123400     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
123500     PERFORM 5000-WRITE-LINE
123600     MOVE "WORKLIST ENTRIES STILL OPEN - " TO WS-PT-LABEL
123700     MOVE WS-XWL-OPEN-COUNT       TO WS-PT-COUNT
123800     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
123900     PERFORM 5000-WRITE-LINE
124000     MOVE "LIVE SITES IN THE MATRIX    - " TO WS-PT-LABEL
124100     MOVE WS-LIVE-SITE-COUNT      TO WS-PT-COUNT
124200     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
124300     PERFORM 5000-WRITE-LINE
124400     MOVE "ACTIVE LANGUAGES            - " TO WS-PT-LABEL
124500     MOVE WS-LNG-COUNT            TO WS-PT-COUNT
124600     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
124700     PERFORM 5000-WRITE-LINE
124800     MOVE "CELLS WITH MASTER TEXT      - " TO WS-PT-LABEL
124900     MOVE WS-CELL-MASTER-COUNT    TO WS-PT-COUNT
125000     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
125100     PERFORM 5000-WRITE-LINE
125200     MOVE "CELLS WITH CALENDAR ONLY    - " TO WS-PT-LABEL
125300     MOVE WS-CELL-CALENDAR-COUNT  TO WS-PT-COUNT
125400     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
125500     PERFORM 5000-WRITE-LINE
125600     MOVE "CELLS WITH NEITHER          - " TO WS-PT-LABEL
125700     MOVE WS-CELL-NEITHER-COUNT   TO WS-PT-COUNT
125800     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
125900     PERFORM 5000-WRITE-LINE
126000     MOVE "  ON THE OPEN WORKLIST      - " TO WS-PT-LABEL
126100     MOVE WS-CELL-WORKLIST-COUNT  TO WS-PT-COUNT
126200     MOVE WS-PRT-TOTAL-LINE TO COVERAGE-PRINT-RECORD
126300     PERFORM 5000-WRITE-LINE
126400     IF WS-XWL-OPEN-COUNT > ZERO AND RETURN-CODE < 4
126500         MOVE 4 TO RETURN-CODE
126600     END-IF
126700     DISPLAY "GRTXLCOV - " WS-BUSINESS-DATE " - "
126800         WS-MISSING-COUNT " ADDRESSEE(S) MISSING A TRANSLATION, "
126900         WS-XWL-OPEN-COUNT " WORKLIST ENTRY(IES) OPEN, "
127000         WS-CLOSED-MASTER-COUNT " CLOSED BY A MASTER RECORD".
127100 8000-FINALIZE-EXIT.
127200     EXIT.
127300*----------------------------------------------------------
127400* 9999-EXIT
127500*----------------------------------------------------------
127600 9999-EXIT.
127700     IF WS-MASTER-OPEN
127800         CLOSE GREETING-MASTER-FILE
127900     END-IF
128000     IF WS-CAL-OPEN
128100         CLOSE GREETING-CALENDAR-FILE
128200     END-IF
128300     IF WS-LOG-OPEN
128400         CLOSE GREETING-LOG-FILE
128500     END-IF
128600     IF WS-XWL-OPEN
128700         CLOSE TRANSLATION-WORKLIST-FILE
128800     END-IF
128900     IF WS-PRT-OPEN
129000         CLOSE COVERAGE-PRINT-FILE
129100     END-IF
129200     STOP RUN.
129300 9999-EXIT-EXIT.
129400     EXIT.
