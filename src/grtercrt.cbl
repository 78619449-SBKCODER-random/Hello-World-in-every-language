000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTERCRT.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. ADDRESSEE ERASURE
001100*                  CERTIFICATE. LAST STEP OF THE GRTERASE JOB.
001200*                  READS THE ERASURE REQUEST CARDS (GRTERSR)
001300*                  AND THE CERTIFICATE RECORDS EACH GRTERASE
001400*                  STEP WROTE FOR THE ERASURE BATCH DATE
001500*                  (GRTERSC) AND PRINTS THE CERTIFICATE: EVERY
001600*                  REQUEST WITH THE RECORDS MASKED FOR IT, AND
001700*                  EVERY DATA SET WORKED WITH ITS RECORD
001800*                  COUNTS AND RESULT. WHERE A DATA SET WAS
001900*                  WORKED TWICE IN THE BATCH THE LATEST RUN
002000*                  STANDS. THE BATCH IS CERTIFIED ONLY WHEN
002100*                  NO DATA SET FAILED AND THE LIVE LOG,
002200*                  GREETNTF AND THE DEAD-LETTER FILE ARE ALL
002300*                  ON IT. RC 0 = CERTIFIED, 8 = NOT CERTIFIED,
002400*                  BAD PARM, TABLE OVERFLOW OR I/O FAILURE.
002410* 2026-10-15  RH   NOT CERTIFIED UNLESS EVERY RETAINED
002420*                  GREETHIST GENERATION WAS WORKED. PARM CARD
002430*                  COLS 9-10 GIVE THE GENERATIONS EXPECTED
002440*                  (DEFAULT 24, THE GDG LIMIT) AND COLS 11-54
002450*                  THE GDG BASE. EACH GENERATION MISSING FROM
002460*                  THE BATCH IS LISTED ON THE CERTIFICATE.
002470* 2026-10-15  RH   EVERY RETAINED EMAILOUT GENERATION (PARM CARD
002480*                  COLS 55-56, DEFAULT 07, AND COLS 57-80 THE
002490*                  BASE) AND THE GRTEDIT SUSPENSE FILE (SUS)
002491*                  MUST NOW BE WORKED AS WELL. THE GENERATION
002492*                  CHECK SERVES BOTH GDGS.
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
003500     SELECT ERASURE-REQUEST-FILE ASSIGN TO ERASREQ
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-REQ-FILE-STATUS.
003800     SELECT CERTIFICATE-FILE ASSIGN TO ERASCERT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-CERT-FILE-STATUS.
004100     SELECT CERTIFICATE-PRINT-FILE ASSIGN TO CERTRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PRT-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PARM-CARD-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE OMITTED.
004900 01  PARM-CARD-RECORD.
005000     05  PARM-BATCH-DATE          PIC X(08).
005010     05  PARM-HST-GENERATIONS     PIC X(02).
005020     05  PARM-HST-BASE            PIC X(44).
005030     05  PARM-EML-GENERATIONS     PIC X(02).
005100     05  PARM-EML-BASE            PIC X(24).
005200 FD  ERASURE-REQUEST-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE OMITTED.
005500 01  ERASURE-REQUEST-RECORD.
005600     COPY GRTERSR.
005700 FD  CERTIFICATE-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE OMITTED.
006000 01  CERTIFICATE-RECORD.
006100     COPY GRTERSC.
006200 FD  CERTIFICATE-PRINT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE OMITTED.
006500 01  CERTIFICATE-PRINT-RECORD     PIC X(132).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------
006800* SWITCHES
006900*----------------------------------------------------------
007000 01  WS-SWITCHES.
007100     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
007200         88  WS-PARM-EOF                      VALUE "Y".
007300     05  WS-REQ-EOF-SW            PIC X(01)   VALUE "N".
007400         88  WS-REQ-EOF                       VALUE "Y".
007500     05  WS-CERT-EOF-SW           PIC X(01)   VALUE "N".
007600         88  WS-CERT-EOF                      VALUE "Y".
007700     05  WS-CERT-OPEN-SW          PIC X(01)   VALUE "N".
007800         88  WS-CERT-OPEN                     VALUE "Y".
007900     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
008000         88  WS-PRT-OPEN                      VALUE "Y".
008100     05  WS-FILE-FOUND-SW         PIC X(01)   VALUE "N".
008200         88  WS-FILE-FOUND                    VALUE "Y".
008300     05  WS-REQ-FOUND-SW          PIC X(01)   VALUE "N".
008400         88  WS-REQ-FOUND                     VALUE "Y".
008500     05  WS-LOG-SEEN-SW           PIC X(01)   VALUE "N".
008600         88  WS-LOG-SEEN                      VALUE "Y".
008700     05  WS-NTF-SEEN-SW           PIC X(01)   VALUE "N".
008800         88  WS-NTF-SEEN                      VALUE "Y".
008900     05  WS-DLQ-SEEN-SW           PIC X(01)   VALUE "N".
009000         88  WS-DLQ-SEEN                      VALUE "Y".
009010     05  WS-SUS-SEEN-SW           PIC X(01)   VALUE "N".
009020         88  WS-SUS-SEEN                      VALUE "Y".
009100*----------------------------------------------------------
009200* FILE STATUS FIELDS
009300*----------------------------------------------------------
009400 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
009500     88  WS-PARM-STATUS-OK                    VALUE "00".
009600     88  WS-PARM-STATUS-EOF                   VALUE "10".
009700 01  WS-REQ-FILE-STATUS           PIC X(02)   VALUE SPACES.
009800     88  WS-REQ-STATUS-OK                     VALUE "00".
009900 01  WS-CERT-FILE-STATUS          PIC X(02)   VALUE SPACES.
010000     88  WS-CERT-STATUS-OK                    VALUE "00".
010100 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
010200     88  WS-PRT-STATUS-OK                     VALUE "00".
010300*----------------------------------------------------------
010400* PARM EDIT - THE ERASURE BATCH DATE, AND THE GREETHIST
010410* AND EMAILOUT GENERATIONS THE BATCH MUST HAVE WORKED
010500*----------------------------------------------------------
010600 01  WS-BATCH-DATE                PIC X(08)   VALUE SPACES.
010610 01  WS-HST-EXPECTED-X            PIC X(02)   VALUE "24".
010620 01  WS-HST-EXPECTED REDEFINES WS-HST-EXPECTED-X
010630                                  PIC 9(02).
010640 01  WS-HST-BASE                  PIC X(44)   VALUE
010650     "PROD.HELLOWLD.GREETHIST".
010660 01  WS-EML-EXPECTED-X            PIC X(02)   VALUE "07".
010670 01  WS-EML-EXPECTED REDEFINES WS-EML-EXPECTED-X
010680                                  PIC 9(02).
010690 01  WS-EML-BASE                  PIC X(44)   VALUE
010695     "PROD.HELLOWLD.EMAILOUT".
010700*----------------------------------------------------------
010800* REQUEST TABLE - EVERY CARD ON ERASREQ, WITH THE RECORDS
010900* MASKED FOR IT AND THE NUMBER OF DATA SETS IT WAS FOUND IN
011000*----------------------------------------------------------
011100 01  WS-REQ-MAX                   PIC 9(03)   COMP VALUE 200.
011200 01  WS-REQ-COUNT                 PIC 9(03)   COMP VALUE ZERO.
011300 01  WS-REQ-SUB                   PIC 9(03)   COMP VALUE ZERO.
011400 01  WS-REQ-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
011500 01  WS-REQ-TABLE.
011600     05  WS-REQ-ENTRY OCCURS 200 TIMES.
011700         10  WS-RQ-ADDRESSEE-NAME PIC X(30).
011800         10  WS-RQ-SITE-CODE      PIC X(05).
011900         10  WS-RQ-REQUEST-DATE   PIC X(08).
012000         10  WS-RQ-MASKED-COUNT   PIC 9(07)   COMP.
012100         10  WS-RQ-FILE-COUNT     PIC 9(03)   COMP.
012200*----------------------------------------------------------
012300* DATA SET TABLE - ONE ENTRY PER DATA SET NAME WORKED IN THE
012400* BATCH, HOLDING THE FILE RECORD OF ITS LATEST RUN
012500*----------------------------------------------------------
012600 01  WS-FILE-MAX                  PIC 9(03)   COMP VALUE 60.
012700 01  WS-FILE-COUNT                PIC 9(03)   COMP VALUE ZERO.
012800 01  WS-FILE-SUB                  PIC 9(03)   COMP VALUE ZERO.
012900 01  WS-FILE-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
013000 01  WS-FILE-TABLE.
013100     05  WS-FILE-ENTRY OCCURS 60 TIMES.
013200         10  WS-FL-DATA-SET-NAME  PIC X(44).
013300         10  WS-FL-FILE-TYPE      PIC X(03).
013400         10  WS-FL-STAMP          PIC X(16).
013500         10  WS-FL-READ-COUNT     PIC 9(07)   COMP.
013600         10  WS-FL-MASKED-COUNT   PIC 9(07)   COMP.
013700         10  WS-FL-VERIFIED-COUNT PIC 9(07)   COMP.
013800         10  WS-FL-MISMATCH-COUNT PIC 9(07)   COMP.
013900         10  WS-FL-RESULT         PIC X(01).
014000 01  WS-CERT-STAMP.
014100     05  WS-CS-DATE               PIC X(08).
014200     05  WS-CS-TIME               PIC X(08).
014210*----------------------------------------------------------
014220* GENERATION CHECK - THE GDG BASE AND LABEL BEING CHECKED,
014230* AND THE RELATIVE NAME OF EACH GENERATION EXPECTED, AS
014235* GRTERASE PRINTS IT
014240*----------------------------------------------------------
014245 01  WS-GEN-BASE                  PIC X(44)   VALUE SPACES.
014247 01  WS-GEN-LABEL                 PIC X(09)   VALUE SPACES.
014250 01  WS-GEN-NUM                   PIC 9(02)   VALUE ZERO.
014260 01  WS-GEN-DIGITS REDEFINES WS-GEN-NUM.
014270     05  WS-GEN-TENS              PIC X(01).
014280     05  WS-GEN-UNITS             PIC X(01).
014290 01  WS-GEN-SUFFIX                PIC X(06)   VALUE SPACES.
014291 01  WS-GEN-NAME                  PIC X(44)   VALUE SPACES.
014292 01  WS-GEN-MISSING-COUNT         PIC 9(05)   COMP VALUE ZERO.
014300*----------------------------------------------------------
014400* RUN COUNTERS
014500*----------------------------------------------------------
014600 01  WS-COUNTERS.
014700     05  WS-CERT-READ-COUNT       PIC 9(07)   COMP VALUE ZERO.
014800     05  WS-READ-TOTAL            PIC 9(09)   COMP VALUE ZERO.
014900     05  WS-MASKED-TOTAL          PIC 9(09)   COMP VALUE ZERO.
015000     05  WS-MASKED-FILE-COUNT     PIC 9(05)   COMP VALUE ZERO.
015100     05  WS-UNCHANGED-FILE-COUNT  PIC 9(05)   COMP VALUE ZERO.
015200     05  WS-FAILED-FILE-COUNT     PIC 9(05)   COMP VALUE ZERO.
015300     05  WS-NOT-FOUND-COUNT       PIC 9(05)   COMP VALUE ZERO.
015400     05  WS-UNKNOWN-REQ-COUNT     PIC 9(05)   COMP VALUE ZERO.
015410     05  WS-HST-WORKED-COUNT      PIC 9(05)   COMP VALUE ZERO.
015420     05  WS-HST-MISSING-COUNT     PIC 9(05)   COMP VALUE ZERO.
015430     05  WS-EML-WORKED-COUNT      PIC 9(05)   COMP VALUE ZERO.
015440     05  WS-EML-MISSING-COUNT     PIC 9(05)   COMP VALUE ZERO.
015500*----------------------------------------------------------
015600* CURRENT DATE AND TIME
015700*----------------------------------------------------------
015800 01  WS-CURRENT-DATE-TIME.
015900     05  WS-CURRENT-DATE          PIC X(08).
016000     05  WS-CURRENT-TIME          PIC X(08).
016100*----------------------------------------------------------
016200* CERTIFICATE PRINT LINES
016300*----------------------------------------------------------
016400 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
016500 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
016600 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
016700 01  WS-PRT-HEADING-1.
016800     05  FILLER                   PIC X(37)   VALUE
016900         "GRTERCRT ADDRESSEE ERASURE CERTIFICAT".
017000     05  FILLER                   PIC X(08)   VALUE "E - RUN ".
017100     05  WS-PH1-DATE              PIC X(08).
017200     05  FILLER                   PIC X(01)   VALUE SPACE.
017300     05  WS-PH1-TIME              PIC X(08).
017400     05  FILLER                   PIC X(06)   VALUE SPACES.
017500     05  FILLER                   PIC X(05)   VALUE "PAGE ".
017600     05  WS-PH1-PAGE              PIC ZZZZ9.
017700     05  FILLER                   PIC X(54)   VALUE SPACES.
017800 01  WS-PRT-HEADING-2.
017900     05  FILLER                   PIC X(19)   VALUE
018000         "ERASURE BATCH DATE ".
018100     05  WS-PH2-BATCH-DATE        PIC X(08).
018200     05  FILLER                   PIC X(105)  VALUE SPACES.
018300 01  WS-PRT-SECTION-LINE.
018400     05  WS-PS-TITLE              PIC X(60).
018500     05  FILLER                   PIC X(72)   VALUE SPACES.
018600*    COLUMN HEADING OF THE SECTION IN PROGRESS - REPEATED AT
018700*    THE TOP OF EVERY CONTINUATION PAGE
018800 01  WS-PRT-COLUMN-HEADING        PIC X(132)  VALUE SPACES.
018900 01  WS-PRT-HOLD-LINE             PIC X(132)  VALUE SPACES.
019000 01  WS-REQUEST-HEADING.
019100     05  FILLER                   PIC X(32)   VALUE
019200         "ADDRESSEE NAME".
019300     05  FILLER                   PIC X(07)   VALUE "SITE".
019400     05  FILLER                   PIC X(10)   VALUE "REQUESTED".
019500     05  FILLER                   PIC X(07)   VALUE " MASKED".
019600     05  FILLER                   PIC X(07)   VALUE "  FILES".
019700     05  FILLER                   PIC X(03)   VALUE SPACES.
019800     05  FILLER                   PIC X(30)   VALUE "NOTE".
019900     05  FILLER                   PIC X(36)   VALUE SPACES.
020000 01  WS-REQUEST-LINE.
020100     05  WS-RL-ADDRESSEE-NAME     PIC X(30).
020200     05  FILLER                   PIC X(02)   VALUE SPACES.
020300     05  WS-RL-SITE-CODE          PIC X(05).
020400     05  FILLER                   PIC X(02)   VALUE SPACES.
020500     05  WS-RL-REQUEST-DATE       PIC X(08).
020600     05  FILLER                   PIC X(02)   VALUE SPACES.
020700     05  WS-RL-MASKED             PIC ZZZZZZ9.
020800     05  FILLER                   PIC X(02)   VALUE SPACES.
020900     05  WS-RL-FILES              PIC ZZZZ9.
021000     05  FILLER                   PIC X(03)   VALUE SPACES.
021100     05  WS-RL-NOTE               PIC X(30).
021200     05  FILLER                   PIC X(36)   VALUE SPACES.
021300 01  WS-FILE-HEADING.
021400     05  FILLER                   PIC X(05)   VALUE "TYPE".
021500     05  FILLER                   PIC X(46)   VALUE "DATA SET".
021600     05  FILLER                   PIC X(07)   VALUE "   READ".
021700     05  FILLER                   PIC X(09)   VALUE "   MASKED".
021800     05  FILLER                   PIC X(09)   VALUE " VERIFIED".
021900     05  FILLER                   PIC X(09)   VALUE " MISMATCH".
022000     05  FILLER                   PIC X(04)   VALUE SPACES.
022100     05  FILLER                   PIC X(28)   VALUE "RESULT".
022200     05  FILLER                   PIC X(15)   VALUE SPACES.
022300 01  WS-FILE-LINE.
022400     05  WS-FLL-FILE-TYPE         PIC X(03).
022500     05  FILLER                   PIC X(02)   VALUE SPACES.
022600     05  WS-FLL-DATA-SET-NAME     PIC X(44).
022700     05  FILLER                   PIC X(02)   VALUE SPACES.
022800     05  WS-FLL-READ              PIC ZZZZZZ9.
022900     05  FILLER                   PIC X(02)   VALUE SPACES.
023000     05  WS-FLL-MASKED            PIC ZZZZZZ9.
023100     05  FILLER                   PIC X(02)   VALUE SPACES.
023200     05  WS-FLL-VERIFIED          PIC ZZZZZZ9.
023300     05  FILLER                   PIC X(02)   VALUE SPACES.
023400     05  WS-FLL-MISMATCH          PIC ZZZZZZ9.
023500     05  FILLER                   PIC X(04)   VALUE SPACES.
023600     05  WS-FLL-RESULT            PIC X(28).
023700     05  FILLER                   PIC X(15)   VALUE SPACES.
023800 01  WS-PRT-NOTE-LINE.
023900     05  FILLER                   PIC X(02)   VALUE SPACES.
024000     05  WS-PN-TEXT               PIC X(70).
024100     05  FILLER                   PIC X(60)   VALUE SPACES.
024200 01  WS-PRT-TOTAL-LINE.
024300     05  WS-PT-LABEL              PIC X(30).
024400     05  WS-PT-COUNT              PIC ZZZZZZ9.
024500     05  FILLER                   PIC X(95)   VALUE SPACES.
024600*----------------------------------------------------------
024700* RETURN CODE VALUES
024800*     00 = CERTIFIED - EVERY DATA SET WORKED IN THE BATCH WAS
024900*          MASKED AND VERIFIED OR HELD NONE OF THE NAMES, AND
025000*          THE LIVE LOG, GREETNTF, DEAD-LETTER FILE, SUSPENSE
025100*          FILE AND EVERY EXPECTED GENERATION WERE ALL WORKED
025200*     08 = NOT CERTIFIED (A DATA SET FAILED, A REQUIRED FILE
025300*          OR GENERATION WAS NOT WORKED, OR NOTHING
025310*          WAS WORKED FOR THE BATCH), BAD PARM, TABLE OVERFLOW
025400*          OR I/O FAILURE
025500*----------------------------------------------------------
025600 PROCEDURE DIVISION.
025700*----------------------------------------------------------
025800* 0000-MAINLINE
025900*----------------------------------------------------------
026000 0000-MAINLINE.
026100     MOVE 0 TO RETURN-CODE
026200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
026300     PERFORM 2000-TAKE-FILE-RECORD
026400         THRU 2000-TAKE-FILE-RECORD-EXIT
026500         UNTIL WS-CERT-EOF
026600     PERFORM 3000-REOPEN-CERTIFICATE
026700         THRU 3000-REOPEN-CERTIFICATE-EXIT
026800     PERFORM 3100-TAKE-REQUEST-RECORD
026900         THRU 3100-TAKE-REQUEST-RECORD-EXIT
027000         UNTIL WS-CERT-EOF
027100     PERFORM 4000-PRINT-REQUESTS THRU 4000-PRINT-REQUESTS-EXIT
027200     PERFORM 4500-PRINT-FILES THRU 4500-PRINT-FILES-EXIT
027300     PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
027400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
027500*----------------------------------------------------------
027600* 1000-INITIALIZE
027700*----------------------------------------------------------
027800* PARM CARD COLS 1-8 = ERASURE BATCH DATE, AS GIVEN TO THE
027900* GRTERASE STEPS. NO CARD (SYSIN DUMMY) OR A BLANK DATE
028000* MEANS TODAY. COLS 9-10 = GREETHIST GENERATIONS EXPECTED,
028010* (0) BACK - BLANK MEANS 24, THE GDG LIMIT. COLS 11-54 =
028020* THE GREETHIST GDG BASE - BLANK MEANS THE PRODUCTION BASE.
028030* COLS 55-56 AND 57-80 = THE SAME FOR EMAILOUT - BLANK MEANS
028040* 07 GENERATIONS AND THE PRODUCTION BASE.
028100*----------------------------------------------------------
028200 1000-INITIALIZE.
028300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028400     ACCEPT WS-CURRENT-TIME FROM TIME
028500     OPEN INPUT PARM-CARD-FILE
028600     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
028700         DISPLAY "GRTERCRT - PARM-CARD-FILE OPEN FAILED - "
028800                 "STATUS " WS-PARM-FILE-STATUS
028900         MOVE 8 TO RETURN-CODE
029000         GO TO 9999-EXIT
029100     END-IF
029200     READ PARM-CARD-FILE
029300         AT END
029400             SET WS-PARM-EOF TO TRUE
029500     END-READ
029600     IF NOT WS-PARM-EOF
029700         MOVE PARM-BATCH-DATE TO WS-BATCH-DATE
029710         IF PARM-HST-GENERATIONS NOT = SPACES
029720             MOVE PARM-HST-GENERATIONS TO WS-HST-EXPECTED-X
029730         END-IF
029740         IF PARM-HST-BASE NOT = SPACES
029750             MOVE PARM-HST-BASE TO WS-HST-BASE
029760         END-IF
029770         IF PARM-EML-GENERATIONS NOT = SPACES
029780             MOVE PARM-EML-GENERATIONS TO WS-EML-EXPECTED-X
029785         END-IF
029790         IF PARM-EML-BASE NOT = SPACES
029792             MOVE PARM-EML-BASE TO WS-EML-BASE
029795         END-IF
029800     END-IF
029900     CLOSE PARM-CARD-FILE
030000     IF WS-BATCH-DATE = SPACES
030100         MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
030200     END-IF
030300     IF WS-BATCH-DATE IS NOT NUMERIC
030400         DISPLAY "GRTERCRT - BATCH DATE '" WS-BATCH-DATE
030500             "' IS NOT A VALID YYYYMMDD"
030600         MOVE 8 TO RETURN-CODE
030700         GO TO 9999-EXIT
030800     END-IF
030805     INSPECT WS-HST-EXPECTED-X REPLACING LEADING SPACE BY ZERO
030810     IF WS-HST-EXPECTED-X IS NOT NUMERIC
030820         DISPLAY "GRTERCRT - GREETHIST GENERATION COUNT '"
030830             WS-HST-EXPECTED-X "' IS NOT NUMERIC"
030840         MOVE 8 TO RETURN-CODE
030850         GO TO 9999-EXIT
030860     END-IF
030870     INSPECT WS-EML-EXPECTED-X REPLACING LEADING SPACE BY ZERO
030875     IF WS-EML-EXPECTED-X IS NOT NUMERIC
030880         DISPLAY "GRTERCRT - EMAILOUT GENERATION COUNT '"
030885             WS-EML-EXPECTED-X "' IS NOT NUMERIC"
030890         MOVE 8 TO RETURN-CODE
030895         GO TO 9999-EXIT
030898     END-IF
030900     OPEN INPUT ERASURE-REQUEST-FILE
031000     IF NOT WS-REQ-STATUS-OK
031100         DISPLAY "GRTERCRT - ERASURE-REQUEST-FILE OPEN FAILED - "
031200                 "STATUS " WS-REQ-FILE-STATUS
031300         MOVE 8 TO RETURN-CODE
031400         GO TO 9999-EXIT
031500     END-IF
031600     PERFORM 1190-READ-REQUEST
031700     PERFORM 1100-LOAD-ONE-REQUEST
031800         THRU 1100-LOAD-ONE-REQUEST-EXIT
031900         UNTIL WS-REQ-EOF
032000     CLOSE ERASURE-REQUEST-FILE
032100     IF RETURN-CODE >= 8
032200         GO TO 9999-EXIT
032300     END-IF
032400     OPEN INPUT CERTIFICATE-FILE
032500     IF NOT WS-CERT-STATUS-OK
032600         DISPLAY "GRTERCRT - CERTIFICATE-FILE OPEN FAILED - "
032700                 "STATUS " WS-CERT-FILE-STATUS
032800         MOVE 8 TO RETURN-CODE
032900         GO TO 9999-EXIT
033000     ELSE
033100         SET WS-CERT-OPEN TO TRUE
033200     END-IF
033300     OPEN OUTPUT CERTIFICATE-PRINT-FILE
033400     IF NOT WS-PRT-STATUS-OK
033500         DISPLAY "GRTERCRT - CERTIFICATE-PRINT-FILE OPEN FAILED "
033600                 "- STATUS " WS-PRT-FILE-STATUS
033700         MOVE 8 TO RETURN-CODE
033800         GO TO 9999-EXIT
033900     ELSE
034000         SET WS-PRT-OPEN TO TRUE
034100     END-IF
034200     PERFORM 2900-READ-CERTIFICATE.
034300 1000-INITIALIZE-EXIT.
034400     EXIT.
034500*----------------------------------------------------------
034600* 1100-LOAD-ONE-REQUEST
034700*----------------------------------------------------------
034800* GRTERASE HAS ALREADY REFUSED A BATCH WITH A BAD CARD, SO
034900* THE CARDS ARE TAKEN AS THEY STAND.
035000*----------------------------------------------------------
035100 1100-LOAD-ONE-REQUEST.
035200     IF WS-REQ-COUNT NOT < WS-REQ-MAX
035300         DISPLAY "GRTERCRT - REQUEST TABLE OVERFLOW AT "
035400             WS-REQ-MAX " ENTRIES"
035500         MOVE 8 TO RETURN-CODE
035600         SET WS-REQ-EOF TO TRUE
035700         GO TO 1100-LOAD-ONE-REQUEST-EXIT
035800     END-IF
035900     ADD 1 TO WS-REQ-COUNT
036000     MOVE ERQ-ADDRESSEE-NAME
036100         TO WS-RQ-ADDRESSEE-NAME (WS-REQ-COUNT)
036200     MOVE ERQ-SITE-CODE      TO WS-RQ-SITE-CODE (WS-REQ-COUNT)
036300     MOVE ERQ-REQUEST-DATE   TO WS-RQ-REQUEST-DATE (WS-REQ-COUNT)
036400     MOVE ZERO               TO WS-RQ-MASKED-COUNT (WS-REQ-COUNT)
036500     MOVE ZERO               TO WS-RQ-FILE-COUNT (WS-REQ-COUNT)
036600     PERFORM 1190-READ-REQUEST.
036700 1100-LOAD-ONE-REQUEST-EXIT.
036800     EXIT.
036900*----------------------------------------------------------
037000* 1190-READ-REQUEST
037100*----------------------------------------------------------
037200 1190-READ-REQUEST.
037300     READ ERASURE-REQUEST-FILE
037400         AT END
037500             SET WS-REQ-EOF TO TRUE
037600     END-READ.
037700 1190-READ-REQUEST-EXIT.
037800     EXIT.
037900*----------------------------------------------------------
038000* 2000-TAKE-FILE-RECORD
038100*----------------------------------------------------------
038200* FIRST PASS - THE FILE RECORDS OF THE BATCH. A LATER RUN
038300* FOR THE SAME DATA SET REPLACES THE ONE HELD.
038400*----------------------------------------------------------
038500 2000-TAKE-FILE-RECORD.
038600     IF ERC-BATCH-DATE NOT = WS-BATCH-DATE
038700         OR NOT ERC-FILE-LINE
038800         PERFORM 2900-READ-CERTIFICATE
038900         GO TO 2000-TAKE-FILE-RECORD-EXIT
039000     END-IF
039100     MOVE ERC-RUN-DATE TO WS-CS-DATE
039200     MOVE ERC-RUN-TIME TO WS-CS-TIME
039300     PERFORM 2100-FIND-FILE
039400     IF NOT WS-FILE-FOUND
039500         IF WS-FILE-COUNT NOT < WS-FILE-MAX
039600             DISPLAY "GRTERCRT - DATA SET TABLE OVERFLOW AT "
039700                 WS-FILE-MAX " ENTRIES"
039800             MOVE 8 TO RETURN-CODE
039900             SET WS-CERT-EOF TO TRUE
040000             GO TO 2000-TAKE-FILE-RECORD-EXIT
040100         END-IF
040200         ADD 1 TO WS-FILE-COUNT
040300         MOVE WS-FILE-COUNT TO WS-FILE-MATCH-SUB
040400         MOVE ERC-DATA-SET-NAME
040500             TO WS-FL-DATA-SET-NAME (WS-FILE-MATCH-SUB)
040600         MOVE LOW-VALUES TO WS-FL-STAMP (WS-FILE-MATCH-SUB)
040700     END-IF
040800     IF WS-CERT-STAMP > WS-FL-STAMP (WS-FILE-MATCH-SUB)
040900         MOVE WS-CERT-STAMP
041000             TO WS-FL-STAMP (WS-FILE-MATCH-SUB)
041100         MOVE ERC-FILE-TYPE
041200             TO WS-FL-FILE-TYPE (WS-FILE-MATCH-SUB)
041300         MOVE ERC-RECORDS-READ
041400             TO WS-FL-READ-COUNT (WS-FILE-MATCH-SUB)
041500         MOVE ERC-RECORDS-MASKED
041600             TO WS-FL-MASKED-COUNT (WS-FILE-MATCH-SUB)
041700         MOVE ERC-RECORDS-VERIFIED
041800             TO WS-FL-VERIFIED-COUNT (WS-FILE-MATCH-SUB)
041900         MOVE ERC-MISMATCH-COUNT
042000             TO WS-FL-MISMATCH-COUNT (WS-FILE-MATCH-SUB)
042100         MOVE ERC-FILE-RESULT
042200             TO WS-FL-RESULT (WS-FILE-MATCH-SUB)
042300     END-IF
042400     PERFORM 2900-READ-CERTIFICATE.
042500 2000-TAKE-FILE-RECORD-EXIT.
042600     EXIT.
042700*----------------------------------------------------------
042800* 2100-FIND-FILE
042900*----------------------------------------------------------
043000 2100-FIND-FILE.
043100     MOVE "N" TO WS-FILE-FOUND-SW
043200     PERFORM 2110-MATCH-FILE
043300         VARYING WS-FILE-SUB FROM 1 BY 1
043400         UNTIL WS-FILE-SUB > WS-FILE-COUNT
043500            OR WS-FILE-FOUND.
043600 2100-FIND-FILE-EXIT.
043700     EXIT.
043800*----------------------------------------------------------
043900* 2110-MATCH-FILE
044000*----------------------------------------------------------
044100 2110-MATCH-FILE.
044200     IF WS-FL-DATA-SET-NAME (WS-FILE-SUB) = ERC-DATA-SET-NAME
044300         SET WS-FILE-FOUND TO TRUE
044400         MOVE WS-FILE-SUB TO WS-FILE-MATCH-SUB
044500     END-IF.
044600 2110-MATCH-FILE-EXIT.
044700     EXIT.
044800*----------------------------------------------------------
044900* 2900-READ-CERTIFICATE
045000*----------------------------------------------------------
045100 2900-READ-CERTIFICATE.
045200     READ CERTIFICATE-FILE
045300         AT END
045400             SET WS-CERT-EOF TO TRUE
045500         NOT AT END
045600             ADD 1 TO WS-CERT-READ-COUNT
045700     END-READ.
045800 2900-READ-CERTIFICATE-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 3000-REOPEN-CERTIFICATE
046200*----------------------------------------------------------
046300 3000-REOPEN-CERTIFICATE.
046400     IF RETURN-CODE >= 8
046500         GO TO 3000-REOPEN-CERTIFICATE-EXIT
046600     END-IF
046700     CLOSE CERTIFICATE-FILE
046800     MOVE "N" TO WS-CERT-EOF-SW
046900     OPEN INPUT CERTIFICATE-FILE
047000     IF NOT WS-CERT-STATUS-OK
047100         DISPLAY "GRTERCRT - CERTIFICATE-FILE REOPEN FAILED "
047200             "- STATUS " WS-CERT-FILE-STATUS
047300         MOVE "N" TO WS-CERT-OPEN-SW
047400         MOVE 8 TO RETURN-CODE
047500         SET WS-CERT-EOF TO TRUE
047600         GO TO 3000-REOPEN-CERTIFICATE-EXIT
047700     END-IF
047800     PERFORM 2900-READ-CERTIFICATE.
047900 3000-REOPEN-CERTIFICATE-EXIT.
048000     EXIT.
048100*----------------------------------------------------------
048200* 3100-TAKE-REQUEST-RECORD
048300*----------------------------------------------------------
048400* SECOND PASS - THE REQUEST RECORDS OF THE BATCH, TAKEN ONLY
048500* FROM THE RUN THAT STANDS FOR THEIR DATA SET.
048600*----------------------------------------------------------
048700 3100-TAKE-REQUEST-RECORD.
048800     IF ERC-BATCH-DATE NOT = WS-BATCH-DATE
048900         OR NOT ERC-REQUEST-LINE
049000         PERFORM 2900-READ-CERTIFICATE
049100         GO TO 3100-TAKE-REQUEST-RECORD-EXIT
049200     END-IF
049300     MOVE ERC-RUN-DATE TO WS-CS-DATE
049400     MOVE ERC-RUN-TIME TO WS-CS-TIME
049500     PERFORM 2100-FIND-FILE
049600     IF NOT WS-FILE-FOUND
049700         PERFORM 2900-READ-CERTIFICATE
049800         GO TO 3100-TAKE-REQUEST-RECORD-EXIT
049900     END-IF
050000     IF WS-CERT-STAMP NOT = WS-FL-STAMP (WS-FILE-MATCH-SUB)
050100         PERFORM 2900-READ-CERTIFICATE
050200         GO TO 3100-TAKE-REQUEST-RECORD-EXIT
050300     END-IF
050400     MOVE "N" TO WS-REQ-FOUND-SW
050500     PERFORM 3110-MATCH-REQUEST
050600         VARYING WS-REQ-SUB FROM 1 BY 1
050700         UNTIL WS-REQ-SUB > WS-REQ-COUNT
050800            OR WS-REQ-FOUND
050900     IF WS-REQ-FOUND
051000         ADD ERC-HIT-COUNT
051100             TO WS-RQ-MASKED-COUNT (WS-REQ-MATCH-SUB)
051200         ADD 1 TO WS-RQ-FILE-COUNT (WS-REQ-MATCH-SUB)
051300     ELSE
051400         ADD 1 TO WS-UNKNOWN-REQ-COUNT
051500     END-IF
051600     PERFORM 2900-READ-CERTIFICATE.
051700 3100-TAKE-REQUEST-RECORD-EXIT.
051800     EXIT.
051900*----------------------------------------------------------
052000* 3110-MATCH-REQUEST
052100*----------------------------------------------------------
052200 3110-MATCH-REQUEST.
052300     IF WS-RQ-ADDRESSEE-NAME (WS-REQ-SUB) = ERC-ADDRESSEE-NAME
052400         AND WS-RQ-SITE-CODE (WS-REQ-SUB) = ERC-SITE-CODE
052500         SET WS-REQ-FOUND TO TRUE
052600         MOVE WS-REQ-SUB TO WS-REQ-MATCH-SUB
052700     END-IF.
052800 3110-MATCH-REQUEST-EXIT.
052900     EXIT.
053000*----------------------------------------------------------
053100* 4000-PRINT-REQUESTS
053200*----------------------------------------------------------
053300 4000-PRINT-REQUESTS.
053400     IF NOT WS-PRT-OPEN
053500         GO TO 4000-PRINT-REQUESTS-EXIT
053600     END-IF
053700     MOVE "ERASURE REQUESTS"  TO WS-PS-TITLE
053800     MOVE WS-REQUEST-HEADING  TO WS-PRT-COLUMN-HEADING
053900     PERFORM 5200-START-SECTION
054000     IF WS-REQ-COUNT = ZERO
054100         MOVE "NO ERASURE REQUESTS ON ERASREQ" TO WS-PN-TEXT
054200         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
054300         PERFORM 5000-WRITE-LINE
054400     END-IF
054500     PERFORM 4100-PRINT-ONE-REQUEST
054600         VARYING WS-REQ-SUB FROM 1 BY 1
054700         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
054800 4000-PRINT-REQUESTS-EXIT.
054900     EXIT.
055000*----------------------------------------------------------
055100* 4100-PRINT-ONE-REQUEST
055200*----------------------------------------------------------
055300 4100-PRINT-ONE-REQUEST.
055400     MOVE WS-RQ-ADDRESSEE-NAME (WS-REQ-SUB)
055500         TO WS-RL-ADDRESSEE-NAME
055600     MOVE WS-RQ-SITE-CODE (WS-REQ-SUB)      TO WS-RL-SITE-CODE
055700     MOVE WS-RQ-REQUEST-DATE (WS-REQ-SUB)   TO WS-RL-REQUEST-DATE
055800     MOVE WS-RQ-MASKED-COUNT (WS-REQ-SUB)   TO WS-RL-MASKED
055900     MOVE WS-RQ-FILE-COUNT (WS-REQ-SUB)     TO WS-RL-FILES
056000     IF WS-RQ-MASKED-COUNT (WS-REQ-SUB) = ZERO
056100         ADD 1 TO WS-NOT-FOUND-COUNT
056200         MOVE "NOT FOUND IN ANY DATA SET" TO WS-RL-NOTE
056300     ELSE
056400         MOVE SPACES TO WS-RL-NOTE
056500     END-IF
056600     MOVE WS-REQUEST-LINE TO CERTIFICATE-PRINT-RECORD
056700     PERFORM 5000-WRITE-LINE.
056800 4100-PRINT-ONE-REQUEST-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 4500-PRINT-FILES
057200*----------------------------------------------------------
057300* EVERY DATA SET WORKED IN THE BATCH, THEN A NOTE FOR EACH
057400* OF THE LIVE FILES AND EACH EXPECTED GREETHIST AND EMAILOUT
057410* GENERATION THAT WAS NOT WORKED AT ALL.
057500*----------------------------------------------------------
057600 4500-PRINT-FILES.
057700     IF NOT WS-PRT-OPEN
057800         GO TO 4500-PRINT-FILES-EXIT
057900     END-IF
058000     MOVE "DATA SETS WORKED"  TO WS-PS-TITLE
058100     MOVE WS-FILE-HEADING     TO WS-PRT-COLUMN-HEADING
058200     PERFORM 5200-START-SECTION
058300     IF WS-FILE-COUNT = ZERO
058400         MOVE "NO DATA SET WAS WORKED FOR THE BATCH DATE"
058500             TO WS-PN-TEXT
058600         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
058700         PERFORM 5000-WRITE-LINE
058800     END-IF
058900     PERFORM 4600-PRINT-ONE-FILE
059000         VARYING WS-FILE-SUB FROM 1 BY 1
059100         UNTIL WS-FILE-SUB > WS-FILE-COUNT
059200     IF NOT WS-LOG-SEEN
059300         MOVE "THE LIVE GREETING LOG (LOG) WAS NOT WORKED"
059400             TO WS-PN-TEXT
059500         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
059600         PERFORM 5000-WRITE-LINE
059700     END-IF
059800     IF NOT WS-NTF-SEEN
059900         MOVE "THE NOTIFICATION EXTRACT (NTF) WAS NOT WORKED"
060000             TO WS-PN-TEXT
060100         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
060200         PERFORM 5000-WRITE-LINE
060300     END-IF
060400     IF NOT WS-DLQ-SEEN
060500         MOVE "THE DEAD-LETTER FILE (DLQ) WAS NOT WORKED"
060600             TO WS-PN-TEXT
060700         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
060800         PERFORM 5000-WRITE-LINE
060900     END-IF
060901     IF NOT WS-SUS-SEEN
060902         MOVE "THE GRTEDIT SUSPENSE FILE (SUS) WAS NOT WORKED"
060903             TO WS-PN-TEXT
060904         MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
060905         PERFORM 5000-WRITE-LINE
060906     END-IF
060907     MOVE WS-HST-BASE  TO WS-GEN-BASE
060908     MOVE "GREETHIST"  TO WS-GEN-LABEL
060909     MOVE ZERO         TO WS-GEN-MISSING-COUNT
060910     PERFORM 4700-CHECK-GENERATION
060920         THRU 4700-CHECK-GENERATION-EXIT
060930         VARYING WS-GEN-NUM FROM 0 BY 1
060940         UNTIL WS-GEN-NUM = WS-HST-EXPECTED
060941     MOVE WS-GEN-MISSING-COUNT TO WS-HST-MISSING-COUNT
060942     MOVE WS-EML-BASE  TO WS-GEN-BASE
060943     MOVE "EMAILOUT"   TO WS-GEN-LABEL
060944     MOVE ZERO         TO WS-GEN-MISSING-COUNT
060945     PERFORM 4700-CHECK-GENERATION
060946         THRU 4700-CHECK-GENERATION-EXIT
060947         VARYING WS-GEN-NUM FROM 0 BY 1
060948         UNTIL WS-GEN-NUM = WS-EML-EXPECTED
060949     MOVE WS-GEN-MISSING-COUNT TO WS-EML-MISSING-COUNT.
061000 4500-PRINT-FILES-EXIT.
061100     EXIT.
061200*----------------------------------------------------------
061300* 4600-PRINT-ONE-FILE
061400*----------------------------------------------------------
061500 4600-PRINT-ONE-FILE.
061600     EVALUATE WS-FL-FILE-TYPE (WS-FILE-SUB)
061700         WHEN "LOG"
061800             SET WS-LOG-SEEN TO TRUE
061900         WHEN "NTF"
062000             SET WS-NTF-SEEN TO TRUE
062100         WHEN "DLQ"
062200             SET WS-DLQ-SEEN TO TRUE
062210         WHEN "HST"
062220             ADD 1 TO WS-HST-WORKED-COUNT
062230         WHEN "EML"
062240             ADD 1 TO WS-EML-WORKED-COUNT
062250         WHEN "SUS"
062260             SET WS-SUS-SEEN TO TRUE
062300     END-EVALUATE
062400     ADD WS-FL-READ-COUNT (WS-FILE-SUB)   TO WS-READ-TOTAL
062500     ADD WS-FL-MASKED-COUNT (WS-FILE-SUB) TO WS-MASKED-TOTAL
062600     MOVE WS-FL-FILE-TYPE (WS-FILE-SUB)      TO WS-FLL-FILE-TYPE
062700     MOVE WS-FL-DATA-SET-NAME (WS-FILE-SUB)
062800         TO WS-FLL-DATA-SET-NAME
062900     MOVE WS-FL-READ-COUNT (WS-FILE-SUB)     TO WS-FLL-READ
063000     MOVE WS-FL-MASKED-COUNT (WS-FILE-SUB)   TO WS-FLL-MASKED
063100     MOVE WS-FL-VERIFIED-COUNT (WS-FILE-SUB) TO WS-FLL-VERIFIED
063200     MOVE WS-FL-MISMATCH-COUNT (WS-FILE-SUB) TO WS-FLL-MISMATCH
063300     EVALUATE WS-FL-RESULT (WS-FILE-SUB)
063400         WHEN "M"
063500             ADD 1 TO WS-MASKED-FILE-COUNT
063600             MOVE "MASKED AND VERIFIED"      TO WS-FLL-RESULT
063700         WHEN "N"
063800             ADD 1 TO WS-UNCHANGED-FILE-COUNT
063900             MOVE "NO NAMES FOUND - UNCHANGED" TO WS-FLL-RESULT
064000         WHEN OTHER
064100             ADD 1 TO WS-FAILED-FILE-COUNT
064200             MOVE "FAILED - NOT COPIED BACK" TO WS-FLL-RESULT
064300     END-EVALUATE
064400     MOVE WS-FILE-LINE TO CERTIFICATE-PRINT-RECORD
064500     PERFORM 5000-WRITE-LINE.
064600 4600-PRINT-ONE-FILE-EXIT.
064700     EXIT.
064701*----------------------------------------------------------
064702* 4700-CHECK-GENERATION
064703*----------------------------------------------------------
064704* BUILDS THE RELATIVE NAME OF GENERATION (0), (-1) ... OF
064705* WS-GEN-BASE FOR WS-GEN-NUM AND NOTES IT WHEN NO DATA SET
064706* OF THAT NAME WAS WORKED IN THE BATCH.
064707*----------------------------------------------------------
064708 4700-CHECK-GENERATION.
064709     EVALUATE TRUE
064710         WHEN WS-GEN-NUM = ZERO
064711             MOVE "(0)" TO WS-GEN-SUFFIX
064712         WHEN WS-GEN-NUM < 10
064713             MOVE SPACES TO WS-GEN-SUFFIX
064714             STRING "(-" WS-GEN-UNITS ")"
064715                 DELIMITED BY SIZE INTO WS-GEN-SUFFIX
064716         WHEN OTHER
064717             MOVE SPACES TO WS-GEN-SUFFIX
064718             STRING "(-" WS-GEN-TENS WS-GEN-UNITS ")"
064719                 DELIMITED BY SIZE INTO WS-GEN-SUFFIX
064720     END-EVALUATE
064721     MOVE SPACES TO WS-GEN-NAME
064722     STRING WS-GEN-BASE       DELIMITED BY SPACE
064723            WS-GEN-SUFFIX     DELIMITED BY SPACE
064724         INTO WS-GEN-NAME
064725     MOVE "N" TO WS-FILE-FOUND-SW
064726     PERFORM 4710-MATCH-GEN-FILE
064727         VARYING WS-FILE-SUB FROM 1 BY 1
064728         UNTIL WS-FILE-SUB > WS-FILE-COUNT
064729            OR WS-FILE-FOUND
064730     IF WS-FILE-FOUND
064731         GO TO 4700-CHECK-GENERATION-EXIT
064732     END-IF
064733     ADD 1 TO WS-GEN-MISSING-COUNT
064734     MOVE SPACES TO WS-PN-TEXT
064735     STRING WS-GEN-LABEL      DELIMITED BY SPACE
064736            " GENERATION NOT WORKED - "
064737                              DELIMITED BY SIZE
064738            WS-GEN-NAME       DELIMITED BY SPACE
064739         INTO WS-PN-TEXT
064740     MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
064741     PERFORM 5000-WRITE-LINE.
064742 4700-CHECK-GENERATION-EXIT.
064743     EXIT.
064744*----------------------------------------------------------
064745* 4710-MATCH-GEN-FILE
064746*----------------------------------------------------------
064747 4710-MATCH-GEN-FILE.
064748     IF WS-FL-DATA-SET-NAME (WS-FILE-SUB) = WS-GEN-NAME
064749         SET WS-FILE-FOUND TO TRUE
064750     END-IF.
064751 4710-MATCH-GEN-FILE-EXIT.
064752     EXIT.
064800*----------------------------------------------------------
064900* 5000-WRITE-LINE
065000*----------------------------------------------------------
065100* WRITES THE LINE IN CERTIFICATE-PRINT-RECORD, STARTING A
065200* NEW PAGE (HEADINGS PLUS THE CURRENT COLUMN HEADING) WHEN
065300* THE PAGE IS FULL.
065400*----------------------------------------------------------
065500 5000-WRITE-LINE.
065600     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT
065700         MOVE CERTIFICATE-PRINT-RECORD TO WS-PRT-HOLD-LINE
065800         PERFORM 5100-WRITE-HEADING
065900         WRITE CERTIFICATE-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
066000         ADD 1 TO WS-PRT-LINE-COUNT
066100         MOVE WS-PRT-HOLD-LINE TO CERTIFICATE-PRINT-RECORD
066200     END-IF
066300     WRITE CERTIFICATE-PRINT-RECORD
066400     ADD 1 TO WS-PRT-LINE-COUNT
066500     IF NOT WS-PRT-STATUS-OK
066600         DISPLAY "GRTERCRT - CERTIFICATE-PRINT-FILE WRITE FAILED "
066700                 "- STATUS " WS-PRT-FILE-STATUS
066800         MOVE 8 TO RETURN-CODE
066900     END-IF.
067000 5000-WRITE-LINE-EXIT.
067100     EXIT.
067200*----------------------------------------------------------
067300* 5100-WRITE-HEADING
067400*----------------------------------------------------------
067500 5100-WRITE-HEADING.
067600     ADD 1 TO WS-PRT-PAGE-COUNT
067700     MOVE WS-CURRENT-DATE   TO WS-PH1-DATE
067800     MOVE WS-CURRENT-TIME   TO WS-PH1-TIME
067900     MOVE WS-PRT-PAGE-COUNT TO WS-PH1-PAGE
068000     MOVE WS-BATCH-DATE     TO WS-PH2-BATCH-DATE
068100     WRITE CERTIFICATE-PRINT-RECORD FROM WS-PRT-HEADING-1
068200         AFTER ADVANCING PAGE
068300     WRITE CERTIFICATE-PRINT-RECORD FROM WS-PRT-HEADING-2
068400     MOVE SPACES TO CERTIFICATE-PRINT-RECORD
068500     WRITE CERTIFICATE-PRINT-RECORD
068600     MOVE 3 TO WS-PRT-LINE-COUNT.
068700 5100-WRITE-HEADING-EXIT.
068800     EXIT.
068900*----------------------------------------------------------
069000* 5200-START-SECTION
069100*----------------------------------------------------------
069200* SECTION TITLE (WS-PS-TITLE) AND COLUMN HEADING
069300* (WS-PRT-COLUMN-HEADING), KEPT TOGETHER WITH AT LEAST ONE
069400* DETAIL LINE ON THE SAME PAGE.
069500*----------------------------------------------------------
069600 5200-START-SECTION.
069700     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 4
069800         PERFORM 5100-WRITE-HEADING
069900     ELSE
070000         MOVE SPACES TO CERTIFICATE-PRINT-RECORD
070100         WRITE CERTIFICATE-PRINT-RECORD
070200         ADD 1 TO WS-PRT-LINE-COUNT
070300     END-IF
070400     WRITE CERTIFICATE-PRINT-RECORD FROM WS-PRT-SECTION-LINE
070500     WRITE CERTIFICATE-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
070600     ADD 2 TO WS-PRT-LINE-COUNT.
070700 5200-START-SECTION-EXIT.
070800     EXIT.
070900*----------------------------------------------------------
071000* 8000-FINALIZE
071100*----------------------------------------------------------
071200* TOTALS, THEN THE CERTIFICATION LINE. THE BATCH IS NOT
071300* CERTIFIED WHEN A DATA SET FAILED, A LIVE FILE OR AN
071400* EXPECTED GREETHIST OR EMAILOUT GENERATION WAS NOT WORKED,
071410* OR NOTHING AT ALL WAS WORKED FOR THE BATCH DATE.
071500*----------------------------------------------------------
071600 8000-FINALIZE.
071700     IF NOT WS-PRT-OPEN
071800         GO TO 8000-FINALIZE-EXIT
071900     END-IF
072000     MOVE "CERTIFICATE TOTALS" TO WS-PS-TITLE
072100     MOVE SPACES               TO WS-PRT-COLUMN-HEADING
072200     PERFORM 5200-START-SECTION
072300     MOVE "ERASURE REQUESTS            - " TO WS-PT-LABEL
072400     MOVE WS-REQ-COUNT            TO WS-PT-COUNT
072500     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
072600     PERFORM 5000-WRITE-LINE
072700     MOVE "  NOT FOUND IN ANY DATA SET - " TO WS-PT-LABEL
072800     MOVE WS-NOT-FOUND-COUNT      TO WS-PT-COUNT
072900     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
073000     PERFORM 5000-WRITE-LINE
073100     MOVE "DATA SETS WORKED            - " TO WS-PT-LABEL
073200     MOVE WS-FILE-COUNT           TO WS-PT-COUNT
073300     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
073400     PERFORM 5000-WRITE-LINE
073500     MOVE "  MASKED AND VERIFIED       - " TO WS-PT-LABEL
073600     MOVE WS-MASKED-FILE-COUNT    TO WS-PT-COUNT
073700     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
073800     PERFORM 5000-WRITE-LINE
073900     MOVE "  UNCHANGED                 - " TO WS-PT-LABEL
074000     MOVE WS-UNCHANGED-FILE-COUNT TO WS-PT-COUNT
074100     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074200     PERFORM 5000-WRITE-LINE
074300     MOVE "  FAILED                    - " TO WS-PT-LABEL
074400     MOVE WS-FAILED-FILE-COUNT    TO WS-PT-COUNT
074500     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074600     PERFORM 5000-WRITE-LINE
074610     MOVE "GREETHIST GENERATIONS       - " TO WS-PT-LABEL
074613     MOVE WS-HST-EXPECTED         TO WS-PT-COUNT
074616     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074619     PERFORM 5000-WRITE-LINE
074622     MOVE "  WORKED                    - " TO WS-PT-LABEL
074625     MOVE WS-HST-WORKED-COUNT     TO WS-PT-COUNT
074628     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074631     PERFORM 5000-WRITE-LINE
074634     MOVE "  NOT WORKED                - " TO WS-PT-LABEL
074637     MOVE WS-HST-MISSING-COUNT    TO WS-PT-COUNT
074640     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074643     PERFORM 5000-WRITE-LINE
074646     MOVE "EMAILOUT GENERATIONS        - " TO WS-PT-LABEL
074649     MOVE WS-EML-EXPECTED         TO WS-PT-COUNT
074652     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074655     PERFORM 5000-WRITE-LINE
074658     MOVE "  WORKED                    - " TO WS-PT-LABEL
074661     MOVE WS-EML-WORKED-COUNT     TO WS-PT-COUNT
074664     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074667     PERFORM 5000-WRITE-LINE
074670     MOVE "  NOT WORKED                - " TO WS-PT-LABEL
074673     MOVE WS-EML-MISSING-COUNT    TO WS-PT-COUNT
074676     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
074679     PERFORM 5000-WRITE-LINE
074700     MOVE "RECORDS READ                - " TO WS-PT-LABEL
074800     MOVE WS-READ-TOTAL           TO WS-PT-COUNT
074900     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
075000     PERFORM 5000-WRITE-LINE
075100     MOVE "RECORDS MASKED              - " TO WS-PT-LABEL
075200     MOVE WS-MASKED-TOTAL         TO WS-PT-COUNT
075300     MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
075400     PERFORM 5000-WRITE-LINE
075500     IF WS-UNKNOWN-REQ-COUNT > ZERO
075600         MOVE "REQUESTS NOT ON ERASREQ     - " TO WS-PT-LABEL
075700         MOVE WS-UNKNOWN-REQ-COUNT TO WS-PT-COUNT
075800         MOVE WS-PRT-TOTAL-LINE TO CERTIFICATE-PRINT-RECORD
075900         PERFORM 5000-WRITE-LINE
076000     END-IF
076100     MOVE SPACES TO CERTIFICATE-PRINT-RECORD
076200     PERFORM 5000-WRITE-LINE
076300     IF WS-FAILED-FILE-COUNT > ZERO
076400         OR WS-FILE-COUNT = ZERO
076500         OR NOT WS-LOG-SEEN
076600         OR NOT WS-NTF-SEEN
076700         OR NOT WS-DLQ-SEEN
076710         OR WS-HST-MISSING-COUNT > ZERO
076720         OR NOT WS-SUS-SEEN
076730         OR WS-EML-MISSING-COUNT > ZERO
076800         MOVE 8 TO RETURN-CODE
076900         MOVE "NOT CERTIFIED - SEE THE DATA SETS ABOVE"
077000             TO WS-PN-TEXT
077100     ELSE
077200         MOVE "CERTIFIED - EVERY NAME MASKED IN EVERY DATA SET"
077300             TO WS-PN-TEXT
077400     END-IF
077500     MOVE WS-PRT-NOTE-LINE TO CERTIFICATE-PRINT-RECORD
077600     PERFORM 5000-WRITE-LINE
077700     DISPLAY "GRTERCRT - BATCH " WS-BATCH-DATE " - "
077800         WS-FILE-COUNT " DATA SET(S), " WS-MASKED-TOTAL
077900         " RECORD(S) MASKED, " WS-FAILED-FILE-COUNT " FAILED, "
077910         WS-HST-MISSING-COUNT " GREETHIST AND "
077920         WS-EML-MISSING-COUNT " EMAILOUT GENERATION(S) MISSING".
078000 8000-FINALIZE-EXIT.
078100     EXIT.
078200*----------------------------------------------------------
078300* 9999-EXIT
078400*----------------------------------------------------------
078500 9999-EXIT.
078600     IF WS-CERT-OPEN
078700         CLOSE CERTIFICATE-FILE
078800     END-IF
078900     IF WS-PRT-OPEN
079000         CLOSE CERTIFICATE-PRINT-FILE
079100     END-IF
079200     STOP RUN.
079300 9999-EXIT-EXIT.
079400     EXIT.
