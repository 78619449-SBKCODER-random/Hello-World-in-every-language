000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTERASE.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. ADDRESSEE ERASURE. SINCE
001100*                  HELLO-DRIVER GREETS NAMED PEOPLE, THE LIVE
001200*                  LOG, THE EXTRACTS AND EVERY GREETHIST
001300*                  GENERATION HOLD NAMES IN THE GREETING TEXT.
001400*                  WORKS ONE DATA SET PER STEP, NAMED BY FILE
001500*                  TYPE ON THE PARM CARD - LOG (GREETLOG), HST
001600*                  (ONE GREETHIST GENERATION, SAME LAYOUT), NTF
001700*                  (GREETNTF) OR DLQ (THE GRTBRDGE DEAD-LETTER
001800*                  FILE, WHOSE EXTRACT IMAGE IS A GREETNTF
001900*                  RECORD). EVERY ERASURE REQUEST (GRTERSR) IS
002000*                  MATCHED ON SITE CODE PLUS THE " NAME!"
002100*                  HELLO-DRIVER STRINGS INTO THE GREETING TEXT,
002200*                  AND THE NAME IS OVERWRITTEN WITH ASTERISKS.
002300*                  NO OTHER FIELD IS TOUCHED, SO RUN DATE, JOB,
002400*                  SITE, LANGUAGE, SOURCE AND RETURN CODE STILL
002500*                  BALANCE FOR GRTRECON, HELLO-REPORT AND THE
002600*                  STATISTICS. THE MASKED COPY IS RE-READ WITH
002700*                  THE ORIGINAL AND VERIFIED RECORD FOR RECORD,
002800*                  AS GRTARCHV VERIFIES ITS ARCHIVE, AND THE
002900*                  JCL COPIES IT BACK ONLY ON RC 0. THE COUNTS
003000*                  GO TO THE ERASURE CERTIFICATE FILE (GRTERSC)
003100*                  FOR GRTERCRT TO PRINT. RC 0 = NAMES MASKED
003200*                  AND VERIFIED, 4 = NONE OF THE NAMES FOUND -
003300*                  DATA SET UNCHANGED, 8 = BAD PARM OR REQUEST
003400*                  CARD, VERIFY MISMATCH OR I/O FAILURE.
003410* 2026-10-15  RH   TWO MORE FILE TYPES. EML - ONE GENERATION OF
003420*                  THE GRTEMAIL OUTBOUND FILE (EMAILOUT), WHOSE
003430*                  "|"-DELIMITED RECORD CARRIES THE GREETING AS
003440*                  ITS SUBJECT; THE " NAME!" IS MASKED INSIDE
003450*                  THE SUBJECT ONLY AND THE SITE IS TAKEN FROM
003460*                  THE SITE FIELD. SUS - THE GRTEDIT SUSPENSE
003470*                  FILE (TRANSUSP), WHICH HOLDS THE RAW UPSTREAM
003480*                  RECORD; A NAME FIELD AND SITE EQUAL TO A
003490*                  REQUEST ARE MASKED, NAME FIELD ONLY.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PARM-FILE-STATUS.
004500     SELECT ERASURE-REQUEST-FILE ASSIGN TO ERASREQ
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REQ-FILE-STATUS.
004800     SELECT LOG-IN-FILE ASSIGN TO LOGIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-IN-FILE-STATUS.
005100     SELECT LOG-OUT-FILE ASSIGN TO LOGOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-OUT-FILE-STATUS.
005400     SELECT NTF-IN-FILE ASSIGN TO NTFIN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-IN-FILE-STATUS.
005700     SELECT NTF-OUT-FILE ASSIGN TO NTFOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-OUT-FILE-STATUS.
006000     SELECT DLQ-IN-FILE ASSIGN TO DLQIN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-IN-FILE-STATUS.
006300     SELECT DLQ-OUT-FILE ASSIGN TO DLQOUT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-OUT-FILE-STATUS.
006510     SELECT EML-IN-FILE ASSIGN TO EMLIN
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS WS-IN-FILE-STATUS.
006540     SELECT EML-OUT-FILE ASSIGN TO EMLOUT
006550         ORGANIZATION IS SEQUENTIAL
006560         FILE STATUS IS WS-OUT-FILE-STATUS.
006570     SELECT SUS-IN-FILE ASSIGN TO SUSIN
006580         ORGANIZATION IS SEQUENTIAL
006590         FILE STATUS IS WS-IN-FILE-STATUS.
006591     SELECT SUS-OUT-FILE ASSIGN TO SUSOUT
006592         ORGANIZATION IS SEQUENTIAL
006593         FILE STATUS IS WS-OUT-FILE-STATUS.
006600     SELECT CERTIFICATE-FILE ASSIGN TO ERASCERT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-CERT-FILE-STATUS.
006900     SELECT REGISTER-PRINT-FILE ASSIGN TO ERASRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RGST-FILE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARM-CARD-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE OMITTED.
007700 01  PARM-CARD-RECORD.
007800     05  PARM-FILE-TYPE           PIC X(03).
007900     05  PARM-DATA-SET-NAME       PIC X(44).
008000     05  PARM-BATCH-DATE          PIC X(08).
008100     05  FILLER                   PIC X(25).
008200 FD  ERASURE-REQUEST-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE OMITTED.
008500 01  ERASURE-REQUEST-RECORD.
008600     COPY GRTERSR.
008700*    GREETLOG AND EVERY GREETHIST GENERATION - THE 160-BYTE
008800*    GREETING-LOG LAYOUT, HELD AS A WHOLE; THE FIELDS ARE
008900*    ADDRESSED THROUGH WS-WORK-LOG-VIEW
009000 FD  LOG-IN-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE OMITTED.
009300 01  LOG-IN-RECORD                PIC X(160).
009400 FD  LOG-OUT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE OMITTED.
009700 01  LOG-OUT-RECORD               PIC X(160).
009800*    GREETNTF - THE 120-BYTE EXTRACT LAYOUT (GREETNTF COPYBOOK)
009900 FD  NTF-IN-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE OMITTED.
010200 01  NTF-IN-RECORD                PIC X(120).
010300 FD  NTF-OUT-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE OMITTED.
010600 01  NTF-OUT-RECORD               PIC X(120).
010700*    DEADLTR - THE 150-BYTE GRTBRDGE DEAD-LETTER RECORD, WHOSE
010800*    FIRST 120 BYTES ARE THE GREETNTF EXTRACT IMAGE
010900 FD  DLQ-IN-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE OMITTED.
011200 01  DLQ-IN-RECORD                PIC X(150).
011300 FD  DLQ-OUT-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE OMITTED.
011600 01  DLQ-OUT-RECORD               PIC X(150).
011610*    EMAILOUT - THE 330-BYTE "|"-DELIMITED GRTEMAIL OUTBOUND
011620*    RECORD. THE KEY, SITE AND LANGUAGE KEEP THEIR FULL WIDTH,
011630*    SO THE SITE IS ALWAYS COLUMNS 28-32 AND THE SUBJECT (THE
011640*    TRIMMED GREETING) STARTS IN COLUMN 40
011650 FD  EML-IN-FILE
011660     RECORDING MODE IS F
011670     LABEL RECORDS ARE OMITTED.
011680 01  EML-IN-RECORD                PIC X(330).
011690 FD  EML-OUT-FILE
011700     RECORDING MODE IS F
011710     LABEL RECORDS ARE OMITTED.
011720 01  EML-OUT-RECORD               PIC X(330).
011730*    TRANSUSP - THE 120-BYTE GRTEDIT SUSPENSE RECORD, WHOSE
011740*    FIRST 80 BYTES ARE THE UPSTREAM DETAIL (TRANUP COPYBOOK)
011750 FD  SUS-IN-FILE
011760     RECORDING MODE IS F
011770     LABEL RECORDS ARE OMITTED.
011780 01  SUS-IN-RECORD                PIC X(120).
011790 FD  SUS-OUT-FILE
011800     RECORDING MODE IS F
011810     LABEL RECORDS ARE OMITTED.
011820 01  SUS-OUT-RECORD               PIC X(120).
011830 FD  CERTIFICATE-FILE
011840     RECORDING MODE IS F
011900     LABEL RECORDS ARE OMITTED.
012000 01  CERTIFICATE-RECORD.
012100     COPY GRTERSC.
012200 FD  REGISTER-PRINT-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE OMITTED.
012500 01  REGISTER-PRINT-RECORD        PIC X(132).
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------
012800* SWITCHES
012900*----------------------------------------------------------
013000 01  WS-SWITCHES.
013100     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
013200         88  WS-PARM-EOF                      VALUE "Y".
013300     05  WS-REQ-EOF-SW            PIC X(01)   VALUE "N".
013400         88  WS-REQ-EOF                       VALUE "Y".
013500     05  WS-IN-EOF-SW             PIC X(01)   VALUE "N".
013600         88  WS-IN-EOF                        VALUE "Y".
013700     05  WS-OUT-EOF-SW            PIC X(01)   VALUE "N".
013800         88  WS-OUT-EOF                       VALUE "Y".
013900     05  WS-IN-OPEN-SW            PIC X(01)   VALUE "N".
014000         88  WS-IN-OPEN                       VALUE "Y".
014100     05  WS-OUT-OPEN-SW           PIC X(01)   VALUE "N".
014200         88  WS-OUT-OPEN                      VALUE "Y".
014300     05  WS-CERT-OPEN-SW          PIC X(01)   VALUE "N".
014400         88  WS-CERT-OPEN                     VALUE "Y".
014500     05  WS-RGST-OPEN-SW          PIC X(01)   VALUE "N".
014600         88  WS-RGST-OPEN                     VALUE "Y".
014700     05  WS-RECORD-MASKED-SW      PIC X(01)   VALUE "N".
014800         88  WS-RECORD-MASKED                 VALUE "Y".
014900     05  WS-VERIFY-PASS-SW        PIC X(01)   VALUE "N".
015000         88  WS-VERIFY-PASS                   VALUE "Y".
015100*----------------------------------------------------------
015200* FILE STATUS FIELDS - ONLY ONE INPUT/OUTPUT PAIR IS OPENED
015300* IN A RUN, SO THE PAIRS SHARE ONE STATUS EACH
015400*----------------------------------------------------------
015500 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
015600     88  WS-PARM-STATUS-OK                    VALUE "00".
015700     88  WS-PARM-STATUS-EOF                   VALUE "10".
015800 01  WS-REQ-FILE-STATUS           PIC X(02)   VALUE SPACES.
015900     88  WS-REQ-STATUS-OK                     VALUE "00".
016000 01  WS-IN-FILE-STATUS            PIC X(02)   VALUE SPACES.
016100     88  WS-IN-STATUS-OK                      VALUE "00".
016200 01  WS-OUT-FILE-STATUS           PIC X(02)   VALUE SPACES.
016300     88  WS-OUT-STATUS-OK                     VALUE "00".
016400 01  WS-CERT-FILE-STATUS          PIC X(02)   VALUE SPACES.
016500     88  WS-CERT-STATUS-OK                    VALUE "00".
016600 01  WS-RGST-FILE-STATUS          PIC X(02)   VALUE SPACES.
016700     88  WS-RGST-STATUS-OK                    VALUE "00".
016800*----------------------------------------------------------
016900* PARM EDIT AND RUN CONTROL
017000*----------------------------------------------------------
017100 01  WS-FILE-TYPE                 PIC X(03)   VALUE SPACES.
017200     88  WS-TYPE-VALID                        VALUE "LOG" "HST"
017300                                                    "NTF" "DLQ"
017310                                                    "EML" "SUS".
017400     88  WS-TYPE-LOG-LAYOUT                   VALUE "LOG" "HST".
017500     88  WS-TYPE-NTF                          VALUE "NTF".
017600     88  WS-TYPE-DLQ                          VALUE "DLQ".
017610     88  WS-TYPE-EML                          VALUE "EML".
017620     88  WS-TYPE-SUS                          VALUE "SUS".
017700 01  WS-DATA-SET-NAME             PIC X(44)   VALUE SPACES.
017800 01  WS-BATCH-DATE                PIC X(08)   VALUE SPACES.
017900 01  WS-CURRENT-DATE-TIME.
018000     05  WS-CURRENT-DATE          PIC X(08).
018100     05  WS-CURRENT-TIME          PIC X(08).
018200*----------------------------------------------------------
018300* ERASURE REQUEST TABLE. EACH REQUEST CARRIES THE TEXT
018400* HELLO-DRIVER STRINGS AROUND THE NAME (LEADING SPACE AND
018500* TRAILING "!") AND A MASK OF THE SAME LENGTH WITH THE NAME
018600* REPLACED BY ASTERISKS, SO THE GREETING KEEPS ITS SHAPE.
018700*----------------------------------------------------------
018800 01  WS-REQ-MAX                   PIC 9(03)   COMP VALUE 200.
018900 01  WS-REQ-COUNT                 PIC 9(03)   COMP VALUE ZERO.
019000 01  WS-REQ-SUB                   PIC 9(03)   COMP VALUE ZERO.
019100 01  WS-REQ-TABLE.
019200     05  WS-REQ-ENTRY OCCURS 200 TIMES.
019300         10  WS-RQ-ADDRESSEE-NAME PIC X(30).
019400         10  WS-RQ-SITE-CODE      PIC X(05).
019500         10  WS-RQ-MATCH-TEXT     PIC X(32).
019600         10  WS-RQ-MASK-TEXT      PIC X(32).
019700         10  WS-RQ-MATCH-LEN      PIC 9(03)   COMP.
019800         10  WS-RQ-RECORD-COUNT   PIC 9(07)   COMP.
019900 01  WS-NAME-LEN                  PIC 9(03)   COMP VALUE ZERO.
020000 01  WS-HIT-COUNT                 PIC 9(05)   COMP VALUE ZERO.
020100 01  WS-ASTERISKS                 PIC X(30)   VALUE ALL "*".
020200*----------------------------------------------------------
020300* RECORD WORK AREA. EVERY RECORD IS READ INTO THE WORK AREA
020400* AND WRITTEN FROM IT. THE VIEWS GIVE THE SITE CODE AND
020500* GREETING TEXT FOR THE GREETING-LOG LAYOUT (LOG, HST),
020600* THE GREETNTF LAYOUT (NTF, AND THE DLQ EXTRACT IMAGE) AND
020610* THE E-MAIL OUTBOUND LAYOUT (EML), AND THE NAME AND SITE
020620* FIELDS OF THE SUSPENSE LAYOUT (SUS).
020700*----------------------------------------------------------
020800 01  WS-WORK-RECORD               PIC X(330)  VALUE SPACES.
020900 01  WS-WORK-LOG-VIEW REDEFINES WS-WORK-RECORD.
021000     05  FILLER                   PIC X(64).
021100     05  WS-WL-GREETING-TEXT      PIC X(72).
021200     05  FILLER                   PIC X(04).
021300     05  WS-WL-SITE-CODE          PIC X(05).
021400     05  FILLER                   PIC X(185).
021500 01  WS-WORK-NTF-VIEW REDEFINES WS-WORK-RECORD.
021600     05  FILLER                   PIC X(24).
021700     05  WS-WN-SITE-CODE          PIC X(05).
021800     05  FILLER                   PIC X(05).
021900     05  WS-WN-GREETING-TEXT      PIC X(72).
022000     05  FILLER                   PIC X(224).
022010 01  WS-WORK-EML-VIEW REDEFINES WS-WORK-RECORD.
022020     05  FILLER                   PIC X(27).
022030     05  WS-WE-SITE-CODE          PIC X(05).
022040     05  FILLER                   PIC X(07).
022050     05  WS-WE-SUBJECT-AREA       PIC X(291).
022060 01  WS-WORK-SUS-VIEW REDEFINES WS-WORK-RECORD.
022070     05  WS-WT-ADDRESSEE-NAME     PIC X(30).
022080     05  WS-WT-SITE-CODE          PIC X(05).
022090     05  FILLER                   PIC X(295).
022100 01  WS-COMPARE-RECORD            PIC X(330)  VALUE SPACES.
022200 01  WS-SITE-CODE                 PIC X(05)   VALUE SPACES.
022300 01  WS-GREETING-TEXT             PIC X(72)   VALUE SPACES.
022310 01  WS-SUBJECT-LEN               PIC 9(03)   COMP VALUE ZERO.
022400*----------------------------------------------------------
022500* RUN COUNTERS
022600*----------------------------------------------------------
022700 01  WS-COUNTERS.
022800     05  WS-INVALID-REQ-COUNT     PIC 9(07)   COMP VALUE ZERO.
022900     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
023000     05  WS-MASKED-COUNT          PIC 9(07)   COMP VALUE ZERO.
023100     05  WS-WRITTEN-COUNT         PIC 9(07)   COMP VALUE ZERO.
023200     05  WS-VERIFIED-COUNT        PIC 9(07)   COMP VALUE ZERO.
023300     05  WS-MISMATCH-COUNT        PIC 9(07)   COMP VALUE ZERO.
023400*----------------------------------------------------------
023500* REGISTER PRINT LINES
023600*----------------------------------------------------------
023700 01  WS-RGST-HEADING-1.
023800     05  FILLER                   PIC X(33)   VALUE
023900         "GRTERASE ADDRESSEE ERASURE - RUN ".
024000     05  WS-RH1-DATE              PIC X(08).
024100     05  FILLER                   PIC X(01)   VALUE SPACE.
024200     05  WS-RH1-TIME              PIC X(08).
024300     05  FILLER                   PIC X(82)   VALUE SPACES.
024400 01  WS-RGST-DETAIL-LINE.
024500     05  WS-RD-LABEL              PIC X(30).
024600     05  WS-RD-VALUE              PIC X(44).
024700     05  FILLER                   PIC X(58)   VALUE SPACES.
024800 01  WS-RGST-TOTAL-LINE.
024900     05  WS-RT-LABEL              PIC X(30).
025000     05  WS-RT-COUNT              PIC ZZZZZZ9.
025100     05  FILLER                   PIC X(95)   VALUE SPACES.
025200*----------------------------------------------------------
025300* RETURN CODE VALUES
025400*     00 = NAMES MASKED AND THE COPY VERIFIED RECORD FOR
025500*          RECORD - THE JCL COPY-BACK STEP MAY RUN
025600*     04 = NONE OF THE REQUESTED NAMES FOUND - THE DATA SET
025700*          IS UNCHANGED AND NEED NOT BE COPIED BACK
025800*     08 = BAD PARM CARD, BAD OR MISSING REQUEST CARDS,
025900*          TABLE OVERFLOW, VERIFY MISMATCH OR I/O FAILURE -
026000*          THE COPY-BACK STEP MUST NOT RUN
026100*----------------------------------------------------------
026200 PROCEDURE DIVISION.
026300*----------------------------------------------------------
026400* 0000-MAINLINE
026500*----------------------------------------------------------
026600 0000-MAINLINE.
026700     MOVE 0 TO RETURN-CODE
026800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
026900     PERFORM 2000-MASK-RECORD UNTIL WS-IN-EOF
027000     PERFORM 3000-VERIFY-COPY THRU 3000-VERIFY-COPY-EXIT
027100     PERFORM 7000-WRITE-CERTIFICATE
027200         THRU 7000-WRITE-CERTIFICATE-EXIT
027300     PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
027400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
027500*----------------------------------------------------------
027600* 1000-INITIALIZE
027700*----------------------------------------------------------
027800* THE PARM CARD NAMES THE FILE TYPE AND THE DATA SET (FOR
027900* THE CERTIFICATE) AND OPTIONALLY THE ERASURE BATCH DATE
028000* THAT TIES THE STEPS OF ONE ERASURE RUN TOGETHER - BLANK
028100* MEANS TODAY. EVERY REQUEST CARD MUST BE GOOD BEFORE ANY
028200* NAME IS MASKED, SO ONE BAD CARD STOPS THE RUN.
028300*----------------------------------------------------------
028400 1000-INITIALIZE.
028500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028600     ACCEPT WS-CURRENT-TIME FROM TIME
028700     OPEN INPUT PARM-CARD-FILE
028800     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
028900         DISPLAY "GRTERASE - PARM-CARD-FILE OPEN FAILED - "
029000                 "STATUS " WS-PARM-FILE-STATUS
029100         MOVE 8 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     END-IF
029400     READ PARM-CARD-FILE
029500         AT END
029600             SET WS-PARM-EOF TO TRUE
029700     END-READ
029800     IF WS-PARM-EOF
029900         DISPLAY "GRTERASE - PARM CARD MISSING"
030000         MOVE 8 TO RETURN-CODE
030100         CLOSE PARM-CARD-FILE
030200         GO TO 9999-EXIT
030300     END-IF
030400     MOVE PARM-FILE-TYPE     TO WS-FILE-TYPE
030500     MOVE PARM-DATA-SET-NAME TO WS-DATA-SET-NAME
030600     MOVE PARM-BATCH-DATE    TO WS-BATCH-DATE
030700     CLOSE PARM-CARD-FILE
030800     IF NOT WS-TYPE-VALID
030900         DISPLAY "GRTERASE - FILE TYPE '" WS-FILE-TYPE
031000             "' IS NOT LOG, HST, NTF, DLQ, EML OR SUS"
031100         MOVE 8 TO RETURN-CODE
031200         GO TO 9999-EXIT
031300     END-IF
031400     IF WS-DATA-SET-NAME = SPACES
031500         DISPLAY "GRTERASE - DATA SET NAME MISSING FROM THE "
031600             "PARM CARD"
031700         MOVE 8 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     END-IF
032000     IF WS-BATCH-DATE = SPACES
032100         MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
032200     END-IF
032300     IF WS-BATCH-DATE IS NOT NUMERIC
032400         DISPLAY "GRTERASE - BATCH DATE '" WS-BATCH-DATE
032500             "' IS NOT A VALID YYYYMMDD"
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 9999-EXIT
032800     END-IF
032900     OPEN INPUT ERASURE-REQUEST-FILE
033000     IF NOT WS-REQ-STATUS-OK
033100         DISPLAY "GRTERASE - ERASURE-REQUEST-FILE OPEN FAILED - "
033200                 "STATUS " WS-REQ-FILE-STATUS
033300         MOVE 8 TO RETURN-CODE
033400         GO TO 9999-EXIT
033500     END-IF
033600     PERFORM 1190-READ-REQUEST
033700     PERFORM 1100-LOAD-ONE-REQUEST
033800         THRU 1100-LOAD-ONE-REQUEST-EXIT
033900         UNTIL WS-REQ-EOF
034000     CLOSE ERASURE-REQUEST-FILE
034100     IF RETURN-CODE >= 8
034200         GO TO 9999-EXIT
034300     END-IF
034400     IF WS-INVALID-REQ-COUNT > ZERO
034500         DISPLAY "GRTERASE - " WS-INVALID-REQ-COUNT
034600             " BAD REQUEST CARD(S) - NOTHING ERASED"
034700         MOVE 8 TO RETURN-CODE
034800         GO TO 9999-EXIT
034900     END-IF
035000     IF WS-REQ-COUNT = ZERO
035100         DISPLAY "GRTERASE - NO ERASURE REQUESTS ON ERASREQ"
035200         MOVE 8 TO RETURN-CODE
035300         GO TO 9999-EXIT
035400     END-IF
035500     OPEN EXTEND CERTIFICATE-FILE
035600     IF NOT WS-CERT-STATUS-OK
035700         DISPLAY "GRTERASE - CERTIFICATE-FILE OPEN FAILED - "
035800                 "STATUS " WS-CERT-FILE-STATUS
035900         MOVE 8 TO RETURN-CODE
036000         GO TO 9999-EXIT
036100     ELSE
036200         SET WS-CERT-OPEN TO TRUE
036300     END-IF
036400     OPEN OUTPUT REGISTER-PRINT-FILE
036500     IF NOT WS-RGST-STATUS-OK
036600         DISPLAY "GRTERASE - REGISTER-PRINT-FILE OPEN FAILED "
036700                 "- STATUS " WS-RGST-FILE-STATUS
036800         MOVE 8 TO RETURN-CODE
036900         GO TO 9999-EXIT
037000     ELSE
037100         SET WS-RGST-OPEN TO TRUE
037200     END-IF
037300     PERFORM 1200-OPEN-DATA-SET
037400     IF NOT WS-IN-OPEN OR NOT WS-OUT-OPEN
037500         MOVE 8 TO RETURN-CODE
037510         SET WS-IN-EOF TO TRUE
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF
037800     PERFORM 2900-READ-IN.
037900 1000-INITIALIZE-EXIT.
038000     EXIT.
038100*----------------------------------------------------------
038200* 1100-LOAD-ONE-REQUEST
038300*----------------------------------------------------------
038400* A REQUEST NEEDS A NAME, A SITE AND A NUMERIC REQUEST DATE
038500* NO LATER THAN THE BATCH DATE. THE MATCH TEXT IS BUILT THE
038600* WAY GRTRECON BUILDS ITS SUPPRESSION MATCH.
038700*----------------------------------------------------------
038800 1100-LOAD-ONE-REQUEST.
038900     IF ERQ-ADDRESSEE-NAME = SPACES
039000         OR ERQ-SITE-CODE = SPACES
039100         OR ERQ-REQUEST-DATE IS NOT NUMERIC
039200         OR ERQ-REQUEST-DATE > WS-BATCH-DATE
039300         ADD 1 TO WS-INVALID-REQ-COUNT
039400         DISPLAY "GRTERASE - BAD REQUEST CARD: "
039500             ERASURE-REQUEST-RECORD (1:43)
039600         PERFORM 1190-READ-REQUEST
039700         GO TO 1100-LOAD-ONE-REQUEST-EXIT
039800     END-IF
039900     IF WS-REQ-COUNT NOT < WS-REQ-MAX
040000         DISPLAY "GRTERASE - REQUEST TABLE OVERFLOW AT "
040100             WS-REQ-MAX " ENTRIES"
040200         MOVE 8 TO RETURN-CODE
040300         SET WS-REQ-EOF TO TRUE
040400         GO TO 1100-LOAD-ONE-REQUEST-EXIT
040500     END-IF
040600     ADD 1 TO WS-REQ-COUNT
040700     MOVE ERQ-ADDRESSEE-NAME
040800         TO WS-RQ-ADDRESSEE-NAME (WS-REQ-COUNT)
040900     MOVE ERQ-SITE-CODE      TO WS-RQ-SITE-CODE (WS-REQ-COUNT)
041000     MOVE ZERO               TO WS-RQ-RECORD-COUNT (WS-REQ-COUNT)
041100     MOVE ZERO TO WS-NAME-LEN
041200     INSPECT ERQ-ADDRESSEE-NAME TALLYING WS-NAME-LEN
041300         FOR CHARACTERS BEFORE INITIAL "  "
041400     MOVE SPACES TO WS-RQ-MATCH-TEXT (WS-REQ-COUNT)
041500     STRING " " DELIMITED BY SIZE
041600            ERQ-ADDRESSEE-NAME (1:WS-NAME-LEN) DELIMITED BY SIZE
041700            "!" DELIMITED BY SIZE
041800         INTO WS-RQ-MATCH-TEXT (WS-REQ-COUNT)
041900     MOVE SPACES TO WS-RQ-MASK-TEXT (WS-REQ-COUNT)
042000     STRING " " DELIMITED BY SIZE
042100            WS-ASTERISKS (1:WS-NAME-LEN) DELIMITED BY SIZE
042200            "!" DELIMITED BY SIZE
042300         INTO WS-RQ-MASK-TEXT (WS-REQ-COUNT)
042400     COMPUTE WS-RQ-MATCH-LEN (WS-REQ-COUNT) = WS-NAME-LEN + 2
042500     PERFORM 1190-READ-REQUEST.
042600 1100-LOAD-ONE-REQUEST-EXIT.
042700     EXIT.
042800*----------------------------------------------------------
042900* 1190-READ-REQUEST
043000*----------------------------------------------------------
043100 1190-READ-REQUEST.
043200     READ ERASURE-REQUEST-FILE
043300         AT END
043400             SET WS-REQ-EOF TO TRUE
043500     END-READ.
043600 1190-READ-REQUEST-EXIT.
043700     EXIT.
043800*----------------------------------------------------------
043900* 1200-OPEN-DATA-SET
044000*----------------------------------------------------------
044100* OPENS THE INPUT/OUTPUT PAIR FOR THE FILE TYPE - THE STEP
044200* ALLOCATES ONLY THAT PAIR.
044300*----------------------------------------------------------
044400 1200-OPEN-DATA-SET.
044500     EVALUATE TRUE
044600         WHEN WS-TYPE-LOG-LAYOUT
044700             OPEN INPUT LOG-IN-FILE
044800         WHEN WS-TYPE-NTF
044900             OPEN INPUT NTF-IN-FILE
045000         WHEN WS-TYPE-DLQ
045100             OPEN INPUT DLQ-IN-FILE
045110         WHEN WS-TYPE-EML
045120             OPEN INPUT EML-IN-FILE
045130         WHEN WS-TYPE-SUS
045140             OPEN INPUT SUS-IN-FILE
045200     END-EVALUATE
045300     IF NOT WS-IN-STATUS-OK
045400         DISPLAY "GRTERASE - " WS-FILE-TYPE " INPUT FILE OPEN "
045500                 "FAILED - STATUS " WS-IN-FILE-STATUS
045600         GO TO 1200-OPEN-DATA-SET-EXIT
045700     ELSE
045800         SET WS-IN-OPEN TO TRUE
045900     END-IF
046000     EVALUATE TRUE
046100         WHEN WS-TYPE-LOG-LAYOUT
046200             OPEN OUTPUT LOG-OUT-FILE
046300         WHEN WS-TYPE-NTF
046400             OPEN OUTPUT NTF-OUT-FILE
046500         WHEN WS-TYPE-DLQ
046600             OPEN OUTPUT DLQ-OUT-FILE
046610         WHEN WS-TYPE-EML
046620             OPEN OUTPUT EML-OUT-FILE
046630         WHEN WS-TYPE-SUS
046640             OPEN OUTPUT SUS-OUT-FILE
046700     END-EVALUATE
046800     IF NOT WS-OUT-STATUS-OK
046900         DISPLAY "GRTERASE - " WS-FILE-TYPE " OUTPUT FILE OPEN "
047000                 "FAILED - STATUS " WS-OUT-FILE-STATUS
047100     ELSE
047200         SET WS-OUT-OPEN TO TRUE
047300     END-IF.
047400 1200-OPEN-DATA-SET-EXIT.
047500     EXIT.
047600*----------------------------------------------------------
047700* 2000-MASK-RECORD
047800*----------------------------------------------------------
047900* EVERY RECORD IS COPIED, MASKED OR NOT, SO THE COPY HOLDS
048000* THE SAME RECORDS IN THE SAME ORDER AS THE DATA SET.
048100*----------------------------------------------------------
048200 2000-MASK-RECORD.
048300     ADD 1 TO WS-READ-COUNT
048400     PERFORM 2100-APPLY-MASK THRU 2100-APPLY-MASK-EXIT
048500     IF WS-RECORD-MASKED
048600         ADD 1 TO WS-MASKED-COUNT
048700     END-IF
048800     EVALUATE TRUE
048900         WHEN WS-TYPE-LOG-LAYOUT
049000             WRITE LOG-OUT-RECORD FROM WS-WORK-RECORD
049100         WHEN WS-TYPE-NTF
049200             WRITE NTF-OUT-RECORD FROM WS-WORK-RECORD
049300         WHEN WS-TYPE-DLQ
049400             WRITE DLQ-OUT-RECORD FROM WS-WORK-RECORD
049410         WHEN WS-TYPE-EML
049420             WRITE EML-OUT-RECORD FROM WS-WORK-RECORD
049430         WHEN WS-TYPE-SUS
049440             WRITE SUS-OUT-RECORD FROM WS-WORK-RECORD
049500     END-EVALUATE
049600     IF NOT WS-OUT-STATUS-OK
049700         DISPLAY "GRTERASE - " WS-FILE-TYPE " OUTPUT FILE WRITE "
049800             "FAILED - STATUS " WS-OUT-FILE-STATUS
049900         MOVE 8 TO RETURN-CODE
050000         SET WS-IN-EOF TO TRUE
050100     ELSE
050200         ADD 1 TO WS-WRITTEN-COUNT
050300     END-IF
050400     IF NOT WS-IN-EOF
050500         PERFORM 2900-READ-IN
050600     END-IF.
050700 2000-MASK-RECORD-EXIT.
050800     EXIT.
050900*----------------------------------------------------------
051000* 2100-APPLY-MASK
051100*----------------------------------------------------------
051200* MASKS EVERY REQUESTED NAME FOR THE RECORD'S SITE IN THE
051300* GREETING TEXT OF THE RECORD IN THE WORK AREA. ONLY THE
051400* MASKING PASS COUNTS RECORDS AGAINST THE REQUESTS - THE
051500* VERIFY PASS RE-APPLIES THE MASK TO THE ORIGINAL RECORD TO
051600* WORK OUT WHAT THE COPY SHOULD HOLD. AN EMAILOUT SUBJECT
051610* RUNS TO THE NEXT "|" (GRTEMAIL CHANGES ANY "|" IN THE TEXT
051620* TO "/"), AND ONLY THOSE BYTES ARE MASKED AND PUT BACK, SO
051630* THE BODY IS NEVER TOUCHED. A SUSPENSE RECORD HAS NO
051640* GREETING TEXT - ITS NAME FIELD IS MATCHED WHOLE.
051700*----------------------------------------------------------
051800 2100-APPLY-MASK.
051900     MOVE "N" TO WS-RECORD-MASKED-SW
051910     IF WS-TYPE-SUS
051920         PERFORM 2120-MASK-SUSPENSE-NAME
051930             VARYING WS-REQ-SUB FROM 1 BY 1
051940             UNTIL WS-REQ-SUB > WS-REQ-COUNT
051950         GO TO 2100-APPLY-MASK-EXIT
051960     END-IF
052000     EVALUATE TRUE
052050         WHEN WS-TYPE-LOG-LAYOUT
052100             MOVE WS-WL-SITE-CODE     TO WS-SITE-CODE
052200             MOVE WS-WL-GREETING-TEXT TO WS-GREETING-TEXT
052210         WHEN WS-TYPE-EML
052220             MOVE WS-WE-SITE-CODE     TO WS-SITE-CODE
052230             MOVE ZERO TO WS-SUBJECT-LEN
052240             INSPECT WS-WE-SUBJECT-AREA TALLYING WS-SUBJECT-LEN
052250                 FOR CHARACTERS BEFORE INITIAL "|"
052260             IF WS-SUBJECT-LEN > 72
052270                 MOVE 72 TO WS-SUBJECT-LEN
052280             END-IF
052290             MOVE SPACES TO WS-GREETING-TEXT
052291             IF WS-SUBJECT-LEN > ZERO
052292                 MOVE WS-WE-SUBJECT-AREA (1:WS-SUBJECT-LEN)
052293                     TO WS-GREETING-TEXT
052294             END-IF
052300         WHEN OTHER
052400             MOVE WS-WN-SITE-CODE     TO WS-SITE-CODE
052500             MOVE WS-WN-GREETING-TEXT TO WS-GREETING-TEXT
052600     END-EVALUATE
052700     PERFORM 2110-MASK-ONE-REQUEST
052800         VARYING WS-REQ-SUB FROM 1 BY 1
052900         UNTIL WS-REQ-SUB > WS-REQ-COUNT
053000     IF WS-RECORD-MASKED
053100         EVALUATE TRUE
053110             WHEN WS-TYPE-LOG-LAYOUT
053200                 MOVE WS-GREETING-TEXT TO WS-WL-GREETING-TEXT
053210             WHEN WS-TYPE-EML
053220                 MOVE WS-GREETING-TEXT (1:WS-SUBJECT-LEN)
053230                     TO WS-WE-SUBJECT-AREA (1:WS-SUBJECT-LEN)
053300             WHEN OTHER
053400                 MOVE WS-GREETING-TEXT TO WS-WN-GREETING-TEXT
053500         END-EVALUATE
053600     END-IF.
053700 2100-APPLY-MASK-EXIT.
053800     EXIT.
053900*----------------------------------------------------------
054000* 2110-MASK-ONE-REQUEST
054100*----------------------------------------------------------
054200 2110-MASK-ONE-REQUEST.
054300     IF WS-RQ-SITE-CODE (WS-REQ-SUB) = WS-SITE-CODE
054400         MOVE ZERO TO WS-HIT-COUNT
054500         INSPECT WS-GREETING-TEXT TALLYING WS-HIT-COUNT
054600             FOR ALL WS-RQ-MATCH-TEXT (WS-REQ-SUB)
054700                 (1:WS-RQ-MATCH-LEN (WS-REQ-SUB))
054800         IF WS-HIT-COUNT > ZERO
054900             INSPECT WS-GREETING-TEXT REPLACING
055000                 ALL WS-RQ-MATCH-TEXT (WS-REQ-SUB)
055100                     (1:WS-RQ-MATCH-LEN (WS-REQ-SUB))
055200                 BY WS-RQ-MASK-TEXT (WS-REQ-SUB)
055300                     (1:WS-RQ-MATCH-LEN (WS-REQ-SUB))
055400             SET WS-RECORD-MASKED TO TRUE
055500             IF NOT WS-VERIFY-PASS
055600                 ADD 1 TO WS-RQ-RECORD-COUNT (WS-REQ-SUB)
055700             END-IF
055800         END-IF
055900     END-IF.
056000 2110-MASK-ONE-REQUEST-EXIT.
056100     EXIT.
056101*----------------------------------------------------------
056102* 2120-MASK-SUSPENSE-NAME
056103*----------------------------------------------------------
056104* THE NAME IS OVERWRITTEN WITH AS MANY ASTERISKS AS IT HAS
056105* CHARACTERS, AS IN THE GREETING TEXT.
056106*----------------------------------------------------------
056107 2120-MASK-SUSPENSE-NAME.
056108     IF WS-RQ-SITE-CODE (WS-REQ-SUB) = WS-WT-SITE-CODE
056109         AND WS-RQ-ADDRESSEE-NAME (WS-REQ-SUB)
056110             = WS-WT-ADDRESSEE-NAME
056111         COMPUTE WS-NAME-LEN = WS-RQ-MATCH-LEN (WS-REQ-SUB) - 2
056112         MOVE WS-ASTERISKS (1:WS-NAME-LEN)
056113             TO WS-WT-ADDRESSEE-NAME (1:WS-NAME-LEN)
056114         SET WS-RECORD-MASKED TO TRUE
056115         IF NOT WS-VERIFY-PASS
056116             ADD 1 TO WS-RQ-RECORD-COUNT (WS-REQ-SUB)
056117         END-IF
056118     END-IF.
056119 2120-MASK-SUSPENSE-NAME-EXIT.
056120     EXIT.
056200*----------------------------------------------------------
056300* 2900-READ-IN
056400*----------------------------------------------------------
056500 2900-READ-IN.
056600     MOVE SPACES TO WS-WORK-RECORD
056700     EVALUATE TRUE
056800         WHEN WS-TYPE-LOG-LAYOUT
056900             READ LOG-IN-FILE INTO WS-WORK-RECORD
057000                 AT END
057100                     SET WS-IN-EOF TO TRUE
057200             END-READ
057300         WHEN WS-TYPE-NTF
057400             READ NTF-IN-FILE INTO WS-WORK-RECORD
057500                 AT END
057600                     SET WS-IN-EOF TO TRUE
057700             END-READ
057800         WHEN WS-TYPE-DLQ
057900             READ DLQ-IN-FILE INTO WS-WORK-RECORD
058000                 AT END
058100                     SET WS-IN-EOF TO TRUE
058200             END-READ
058210         WHEN WS-TYPE-EML
058220             READ EML-IN-FILE INTO WS-WORK-RECORD
058230                 AT END
058240                     SET WS-IN-EOF TO TRUE
058250             END-READ
058260         WHEN WS-TYPE-SUS
058270             READ SUS-IN-FILE INTO WS-WORK-RECORD
058280                 AT END
058290                     SET WS-IN-EOF TO TRUE
058295             END-READ
058300     END-EVALUATE.
058400 2900-READ-IN-EXIT.
058500     EXIT.
058600*----------------------------------------------------------
058700* 3000-VERIFY-COPY
058800*----------------------------------------------------------
058900* RE-READS THE DATA SET AND THE MASKED COPY JUST WRITTEN AND
059000* COMPARES THEM RECORD FOR RECORD. EACH COPY RECORD MUST BE
059100* THE ORIGINAL RECORD WITH THE MASK APPLIED AND NOTHING ELSE
059200* CHANGED. ANY DIFFERENCE, SHORTFALL OR OVERRUN FAILS THE
059300* RUN SO THE JCL COPY-BACK STEP LEAVES THE DATA SET
059400* UNTOUCHED. NOTHING IS VERIFIED WHEN NO NAME WAS FOUND -
059500* THE COPY IS NOT USED.
059600*----------------------------------------------------------
059700 3000-VERIFY-COPY.
059800     IF RETURN-CODE >= 8 OR WS-MASKED-COUNT = ZERO
059900         GO TO 3000-VERIFY-COPY-EXIT
060000     END-IF
060100     SET WS-VERIFY-PASS TO TRUE
060200     MOVE "N" TO WS-IN-EOF-SW
060300     EVALUATE TRUE
060400         WHEN WS-TYPE-LOG-LAYOUT
060500             CLOSE LOG-IN-FILE
060600             CLOSE LOG-OUT-FILE
060700             OPEN INPUT LOG-IN-FILE
060800             OPEN INPUT LOG-OUT-FILE
060900         WHEN WS-TYPE-NTF
061000             CLOSE NTF-IN-FILE
061100             CLOSE NTF-OUT-FILE
061200             OPEN INPUT NTF-IN-FILE
061300             OPEN INPUT NTF-OUT-FILE
061400         WHEN WS-TYPE-DLQ
061500             CLOSE DLQ-IN-FILE
061600             CLOSE DLQ-OUT-FILE
061700             OPEN INPUT DLQ-IN-FILE
061800             OPEN INPUT DLQ-OUT-FILE
061810         WHEN WS-TYPE-EML
061820             CLOSE EML-IN-FILE
061830             CLOSE EML-OUT-FILE
061840             OPEN INPUT EML-IN-FILE
061850             OPEN INPUT EML-OUT-FILE
061860         WHEN WS-TYPE-SUS
061870             CLOSE SUS-IN-FILE
061880             CLOSE SUS-OUT-FILE
061890             OPEN INPUT SUS-IN-FILE
061895             OPEN INPUT SUS-OUT-FILE
061900     END-EVALUATE
062000     IF NOT WS-IN-STATUS-OK OR NOT WS-OUT-STATUS-OK
062100         DISPLAY "GRTERASE - " WS-FILE-TYPE " REOPEN FOR VERIFY "
062200             "FAILED - STATUS " WS-IN-FILE-STATUS "/"
062300             WS-OUT-FILE-STATUS
062400         MOVE 8 TO RETURN-CODE
062500         GO TO 3000-VERIFY-COPY-EXIT
062600     END-IF
062700     PERFORM 2900-READ-IN
062800     PERFORM 3100-VERIFY-ONE-RECORD
062900         THRU 3100-VERIFY-ONE-RECORD-EXIT
063000         UNTIL WS-IN-EOF
063100     IF NOT WS-OUT-EOF
063200         PERFORM 3900-READ-OUT
063300     END-IF
063400     IF NOT WS-OUT-EOF
063500         ADD 1 TO WS-MISMATCH-COUNT
063600         DISPLAY "GRTERASE - COPY HOLDS MORE RECORDS THAN THE "
063700             "DATA SET SUPPLIED"
063800     END-IF
063900     IF WS-MISMATCH-COUNT > ZERO
064000         MOVE 8 TO RETURN-CODE
064100     END-IF.
064200 3000-VERIFY-COPY-EXIT.
064300     EXIT.
064400*----------------------------------------------------------
064500* 3100-VERIFY-ONE-RECORD
064600*----------------------------------------------------------
064700 3100-VERIFY-ONE-RECORD.
064800     PERFORM 3900-READ-OUT
064900     IF WS-OUT-EOF
065000         ADD 1 TO WS-MISMATCH-COUNT
065100         DISPLAY "GRTERASE - COPY ENDED BEFORE ALL RECORDS "
065200             "WERE VERIFIED"
065300         SET WS-IN-EOF TO TRUE
065400         GO TO 3100-VERIFY-ONE-RECORD-EXIT
065500     END-IF
065600     PERFORM 2100-APPLY-MASK THRU 2100-APPLY-MASK-EXIT
065700     IF WS-COMPARE-RECORD = WS-WORK-RECORD
065800         ADD 1 TO WS-VERIFIED-COUNT
065900     ELSE
066000         ADD 1 TO WS-MISMATCH-COUNT
066100     END-IF
066200     PERFORM 2900-READ-IN.
066300 3100-VERIFY-ONE-RECORD-EXIT.
066400     EXIT.
066500*----------------------------------------------------------
066600* 3900-READ-OUT
066700*----------------------------------------------------------
066800 3900-READ-OUT.
066900     MOVE SPACES TO WS-COMPARE-RECORD
067000     EVALUATE TRUE
067100         WHEN WS-TYPE-LOG-LAYOUT
067200             READ LOG-OUT-FILE INTO WS-COMPARE-RECORD
067300                 AT END
067400                     SET WS-OUT-EOF TO TRUE
067500             END-READ
067600         WHEN WS-TYPE-NTF
067700             READ NTF-OUT-FILE INTO WS-COMPARE-RECORD
067800                 AT END
067900                     SET WS-OUT-EOF TO TRUE
068000             END-READ
068100         WHEN WS-TYPE-DLQ
068200             READ DLQ-OUT-FILE INTO WS-COMPARE-RECORD
068300                 AT END
068400                     SET WS-OUT-EOF TO TRUE
068500             END-READ
068510         WHEN WS-TYPE-EML
068520             READ EML-OUT-FILE INTO WS-COMPARE-RECORD
068530                 AT END
068540                     SET WS-OUT-EOF TO TRUE
068550             END-READ
068560         WHEN WS-TYPE-SUS
068570             READ SUS-OUT-FILE INTO WS-COMPARE-RECORD
068580                 AT END
068590                     SET WS-OUT-EOF TO TRUE
068595             END-READ
068600     END-EVALUATE.
068700 3900-READ-OUT-EXIT.
068800     EXIT.
068900*----------------------------------------------------------
069000* 7000-WRITE-CERTIFICATE
069100*----------------------------------------------------------
069200* ONE REQUEST RECORD FOR EVERY REQUEST WHOSE NAME WAS FOUND
069300* IN THE DATA SET, THEN THE FILE RECORD WITH THE COUNTS AND
069400* THE RESULT. WRITTEN ONLY WHEN THE DATA SET WAS OPENED - A
069500* RUN STOPPED BY ITS PARM OR REQUEST CARDS TOUCHED NOTHING.
069600*----------------------------------------------------------
069700 7000-WRITE-CERTIFICATE.
069800     IF NOT WS-CERT-OPEN OR NOT WS-IN-OPEN
069900         GO TO 7000-WRITE-CERTIFICATE-EXIT
070000     END-IF
070100     IF RETURN-CODE < 8
070200         PERFORM 7100-WRITE-REQUEST-LINE
070300             VARYING WS-REQ-SUB FROM 1 BY 1
070400             UNTIL WS-REQ-SUB > WS-REQ-COUNT
070500     END-IF
070600     MOVE SPACES               TO CERTIFICATE-RECORD
070700     PERFORM 7200-SET-CERTIFICATE-KEY
070800     SET ERC-FILE-LINE         TO TRUE
070900     MOVE WS-READ-COUNT        TO ERC-RECORDS-READ
071000     MOVE WS-MASKED-COUNT      TO ERC-RECORDS-MASKED
071100     MOVE WS-VERIFIED-COUNT    TO ERC-RECORDS-VERIFIED
071200     MOVE WS-MISMATCH-COUNT    TO ERC-MISMATCH-COUNT
071300     EVALUATE TRUE
071400         WHEN RETURN-CODE >= 8
071500             SET ERC-FILE-FAILED    TO TRUE
071600         WHEN WS-MASKED-COUNT = ZERO
071700             SET ERC-FILE-UNCHANGED TO TRUE
071800         WHEN OTHER
071900             SET ERC-FILE-MASKED    TO TRUE
072000     END-EVALUATE
072100     WRITE CERTIFICATE-RECORD
072200     IF NOT WS-CERT-STATUS-OK
072300         DISPLAY "GRTERASE - CERTIFICATE-FILE WRITE FAILED "
072400             "- STATUS " WS-CERT-FILE-STATUS
072500         MOVE 8 TO RETURN-CODE
072600     END-IF.
072700 7000-WRITE-CERTIFICATE-EXIT.
072800     EXIT.
072900*----------------------------------------------------------
073000* 7100-WRITE-REQUEST-LINE
073100*----------------------------------------------------------
073200 7100-WRITE-REQUEST-LINE.
073300     IF WS-RQ-RECORD-COUNT (WS-REQ-SUB) > ZERO
073400         MOVE SPACES TO CERTIFICATE-RECORD
073500         PERFORM 7200-SET-CERTIFICATE-KEY
073600         SET ERC-REQUEST-LINE TO TRUE
073700         MOVE WS-RQ-ADDRESSEE-NAME (WS-REQ-SUB)
073800             TO ERC-ADDRESSEE-NAME
073900         MOVE WS-RQ-SITE-CODE (WS-REQ-SUB)    TO ERC-SITE-CODE
074000         MOVE WS-RQ-RECORD-COUNT (WS-REQ-SUB) TO ERC-HIT-COUNT
074100         WRITE CERTIFICATE-RECORD
074200         IF NOT WS-CERT-STATUS-OK
074300             DISPLAY "GRTERASE - CERTIFICATE-FILE WRITE FAILED "
074400                 "- STATUS " WS-CERT-FILE-STATUS
074500             MOVE 8 TO RETURN-CODE
074600         END-IF
074700     END-IF.
074800 7100-WRITE-REQUEST-LINE-EXIT.
074900     EXIT.
075000*----------------------------------------------------------
075100* 7200-SET-CERTIFICATE-KEY
075200*----------------------------------------------------------
075300 7200-SET-CERTIFICATE-KEY.
075400     MOVE WS-BATCH-DATE    TO ERC-BATCH-DATE
075500     MOVE WS-CURRENT-DATE  TO ERC-RUN-DATE
075600     MOVE WS-CURRENT-TIME  TO ERC-RUN-TIME
075700     MOVE WS-FILE-TYPE     TO ERC-FILE-TYPE
075800     MOVE WS-DATA-SET-NAME TO ERC-DATA-SET-NAME.
075900 7200-SET-CERTIFICATE-KEY-EXIT.
076000     EXIT.
076100*----------------------------------------------------------
076200* 8000-FINALIZE
076300*----------------------------------------------------------
076400 8000-FINALIZE.
076500     IF NOT WS-RGST-OPEN
076600         GO TO 8000-FINALIZE-EXIT
076700     END-IF
076800     MOVE WS-CURRENT-DATE TO WS-RH1-DATE
076900     MOVE WS-CURRENT-TIME TO WS-RH1-TIME
077000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-1
077100     MOVE SPACES TO REGISTER-PRINT-RECORD
077200     WRITE REGISTER-PRINT-RECORD
077300     MOVE "FILE TYPE                   - " TO WS-RD-LABEL
077400     MOVE WS-FILE-TYPE TO WS-RD-VALUE
077500     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
077600     MOVE "DATA SET                    - " TO WS-RD-LABEL
077700     MOVE WS-DATA-SET-NAME TO WS-RD-VALUE
077800     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
077900     MOVE "ERASURE BATCH DATE          - " TO WS-RD-LABEL
078000     MOVE WS-BATCH-DATE TO WS-RD-VALUE
078100     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
078200     MOVE "ERASURE REQUESTS            - " TO WS-RT-LABEL
078300     MOVE WS-REQ-COUNT TO WS-RT-COUNT
078400     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
078500     MOVE "RECORDS READ                - " TO WS-RT-LABEL
078600     MOVE WS-READ-COUNT TO WS-RT-COUNT
078700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
078800     MOVE "RECORDS MASKED              - " TO WS-RT-LABEL
078900     MOVE WS-MASKED-COUNT TO WS-RT-COUNT
079000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
079100     MOVE "RECORDS WRITTEN TO COPY     - " TO WS-RT-LABEL
079200     MOVE WS-WRITTEN-COUNT TO WS-RT-COUNT
079300     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
079400     MOVE "COPY RECORDS VERIFIED       - " TO WS-RT-LABEL
079500     MOVE WS-VERIFIED-COUNT TO WS-RT-COUNT
079600     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
079700     MOVE "VERIFY MISMATCHES           - " TO WS-RT-LABEL
079800     MOVE WS-MISMATCH-COUNT TO WS-RT-COUNT
079900     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
080000     IF WS-MASKED-COUNT = ZERO AND RETURN-CODE = ZERO
080100         MOVE 4 TO RETURN-CODE
080200         MOVE "NONE OF THE NAMES FOUND - DATA SET UNCHANGED"
080300             TO REGISTER-PRINT-RECORD
080400         WRITE REGISTER-PRINT-RECORD
080500     END-IF
080600     DISPLAY "GRTERASE - " WS-FILE-TYPE " " WS-READ-COUNT
080700         " READ, " WS-MASKED-COUNT " MASKED, "
080800         WS-MISMATCH-COUNT " MISMATCH(ES)".
080900 8000-FINALIZE-EXIT.
081000     EXIT.
081100*----------------------------------------------------------
081200* 9999-EXIT
081300*----------------------------------------------------------
081400 9999-EXIT.
081500     IF WS-IN-OPEN
081600         EVALUATE TRUE
081700             WHEN WS-TYPE-LOG-LAYOUT
081800                 CLOSE LOG-IN-FILE
081900             WHEN WS-TYPE-NTF
082000                 CLOSE NTF-IN-FILE
082100             WHEN WS-TYPE-DLQ
082200                 CLOSE DLQ-IN-FILE
082210             WHEN WS-TYPE-EML
082220                 CLOSE EML-IN-FILE
082230             WHEN WS-TYPE-SUS
082240                 CLOSE SUS-IN-FILE
082300         END-EVALUATE
082400     END-IF
082500     IF WS-OUT-OPEN
082600         EVALUATE TRUE
082700             WHEN WS-TYPE-LOG-LAYOUT
082800                 CLOSE LOG-OUT-FILE
082900             WHEN WS-TYPE-NTF
083000                 CLOSE NTF-OUT-FILE
083100             WHEN WS-TYPE-DLQ
083200                 CLOSE DLQ-OUT-FILE
083210             WHEN WS-TYPE-EML
083220                 CLOSE EML-OUT-FILE
083230             WHEN WS-TYPE-SUS
083240                 CLOSE SUS-OUT-FILE
083300         END-EVALUATE
083400     END-IF
083500     IF WS-CERT-OPEN
083600         CLOSE CERTIFICATE-FILE
083700     END-IF
083800     IF WS-RGST-OPEN
083900         CLOSE REGISTER-PRINT-FILE
084000     END-IF
084100     STOP RUN.
084200 9999-EXIT-EXIT.
084300     EXIT.
