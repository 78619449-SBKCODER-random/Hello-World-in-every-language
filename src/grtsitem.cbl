000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTSITEM.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. APPLIES ADD/CHANGE/
001100*                  CLOSE/REOPEN TRANSACTIONS FROM A CARD-
001200*                  IMAGE FILE TO THE SITE MASTER (SITERC
001300*                  COPYBOOK, KEYED SITE CODE), THE SAME
001400*                  CONTROLLED, REGISTERED PATTERN GRTMAINT
001500*                  USES FOR THE GREETING MASTER. SITES ARE
001600*                  NEVER DELETED - CLOSE KEEPS THE RECORD FOR
001700*                  THE AUDIT TRAIL. EVERY APPLIED TRANSACTION
001800*                  PRINTS BEFORE/AFTER IMAGES ON THE
001900*                  REGISTER; REJECTS PRINT WITH THEIR REASON.
002000*                  RC 0 = ALL APPLIED, 4 = SOMETHING
002100*                  REJECTED, 8 = I/O FAILURE OR NOTHING
002200*                  APPLIED.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TRANSACTION-CARD-FILE ASSIGN TO SITTRAN
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-TRAN-FILE-STATUS.
003300     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SIT-SITE-CODE
003700         FILE STATUS IS WS-SIT-FILE-STATUS.
003800     SELECT REGISTER-PRINT-FILE ASSIGN TO SITRPT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RGST-FILE-STATUS.
004100     SELECT REJECT-PRINT-FILE ASSIGN TO SITREJ
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RJCT-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TRANSACTION-CARD-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE OMITTED.
004900 01  TRANSACTION-CARD-RECORD.
005000     05  TRN-ACTION               PIC X(06).
005100     05  TRN-SITE-CODE            PIC X(05).
005200     05  TRN-SITE-NAME            PIC X(30).
005300     05  TRN-REGION               PIC X(10).
005400     05  TRN-DATE                 PIC X(08).
005500     05  TRN-MAILROOM-CONTACT     PIC X(20).
005600     05  FILLER                   PIC X(01).
005700 FD  SITE-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  SITE-MASTER-RECORD.
006000     COPY SITERC.
006100 FD  REGISTER-PRINT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE OMITTED.
006400 01  REGISTER-PRINT-RECORD        PIC X(132).
006500 FD  REJECT-PRINT-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE OMITTED.
006800 01  REJECT-PRINT-RECORD          PIC X(132).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------
007100* SWITCHES
007200*----------------------------------------------------------
007300 01  WS-SWITCHES.
007400     05  WS-TRAN-EOF-SW           PIC X(01)   VALUE "N".
007500         88  WS-TRAN-EOF                      VALUE "Y".
007600     05  WS-TRAN-OPEN-SW          PIC X(01)   VALUE "N".
007700         88  WS-TRAN-OPEN                     VALUE "Y".
007800     05  WS-SIT-OPEN-SW           PIC X(01)   VALUE "N".
007900         88  WS-SIT-OPEN                      VALUE "Y".
008000     05  WS-RGST-OPEN-SW          PIC X(01)   VALUE "N".
008100         88  WS-RGST-OPEN                     VALUE "Y".
008200     05  WS-RJCT-OPEN-SW          PIC X(01)   VALUE "N".
008300         88  WS-RJCT-OPEN                     VALUE "Y".
008400     05  WS-TRAN-VALID-SW         PIC X(01)   VALUE "N".
008500         88  WS-TRAN-VALID                    VALUE "Y".
008600     05  WS-DATE-VALID-SW         PIC X(01)   VALUE "N".
008700         88  WS-DATE-VALID                    VALUE "Y".
008800     05  WS-SIT-FOUND-SW          PIC X(01)   VALUE "N".
008900         88  WS-SIT-FOUND                     VALUE "Y".
009000*----------------------------------------------------------
009100* FILE STATUS FIELDS
009200*----------------------------------------------------------
009300 01  WS-TRAN-FILE-STATUS          PIC X(02)   VALUE SPACES.
009400     88  WS-TRAN-STATUS-OK                    VALUE "00".
009500     88  WS-TRAN-STATUS-EOF                   VALUE "10".
009600 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
009700     88  WS-SIT-STATUS-OK                     VALUE "00".
009800 01  WS-RGST-FILE-STATUS          PIC X(02)   VALUE SPACES.
009900     88  WS-RGST-STATUS-OK                    VALUE "00".
010000 01  WS-RJCT-FILE-STATUS          PIC X(02)   VALUE SPACES.
010100     88  WS-RJCT-STATUS-OK                    VALUE "00".
010200*----------------------------------------------------------
010300* TRANSACTION AND RUN COUNTERS
010400*----------------------------------------------------------
010500 01  WS-COUNTERS.
010600     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
010700     05  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
010800     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
010900     05  WS-ADD-COUNT             PIC 9(07)   COMP VALUE ZERO.
011000     05  WS-CHANGE-COUNT          PIC 9(07)   COMP VALUE ZERO.
011100     05  WS-CLOSE-COUNT           PIC 9(07)   COMP VALUE ZERO.
011200     05  WS-REOPEN-COUNT          PIC 9(07)   COMP VALUE ZERO.
011300*----------------------------------------------------------
011400* CURRENT DATE AND TIME FOR THE REPORT HEADINGS
011500*----------------------------------------------------------
011600 01  WS-CURRENT-DATE-TIME.
011700     05  WS-CURRENT-DATE          PIC X(08).
011800     05  WS-CURRENT-TIME          PIC X(08).
011900*----------------------------------------------------------
012000* DATE VALIDATION WORK AREA - SAME EDIT AS GRTMAINT
012100*----------------------------------------------------------
012200 01  WS-DATE-CHECK.
012300     05  WS-DC-YEAR               PIC 9(04).
012400     05  WS-DC-MONTH              PIC 9(02).
012500     05  WS-DC-DAY                PIC 9(02).
012600 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK
012700                                  PIC X(08).
012800 01  WS-DAYS-TABLE-DATA           PIC X(24)
012900         VALUE "312831303130313130313031".
013000 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
013100     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
013200                          PIC 9(02).
013300 01  WS-LEAP-WORK.
013400     05  WS-LEAP-QUOTIENT         PIC 9(04)   COMP.
013500     05  WS-LEAP-REMAINDER        PIC 9(04)   COMP.
013600     05  WS-MONTH-MAX-DAY         PIC 9(02)   COMP.
013700*----------------------------------------------------------
013800* VALIDATION WORK FIELDS
013900*----------------------------------------------------------
014000 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
014100 01  WS-EDITED-DATE               PIC X(08)   VALUE SPACES.
014200*----------------------------------------------------------
014300* MAINTENANCE REGISTER PRINT LINES
014400*----------------------------------------------------------
014500 01  WS-RGST-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
014600 01  WS-RGST-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
014700 01  WS-RGST-PAGE-LIMIT           PIC 9(03)   COMP VALUE 56.
014800 01  WS-RGST-HEADING-1.
014900     05  FILLER                   PIC X(30)   VALUE
015000         "GRTSITEM SITE MASTER REGISTER ".
015100     05  FILLER                   PIC X(06)   VALUE "- RUN ".
015200     05  WS-RH1-DATE              PIC X(08).
015300     05  FILLER                   PIC X(01)   VALUE SPACE.
015400     05  WS-RH1-TIME              PIC X(08).
015500     05  FILLER                   PIC X(06)   VALUE SPACES.
015600     05  FILLER                   PIC X(05)   VALUE "PAGE ".
015700     05  WS-RH1-PAGE              PIC ZZZZ9.
015800     05  FILLER                   PIC X(63)   VALUE SPACES.
015900 01  WS-RGST-HEADING-2.
016000     05  FILLER                   PIC X(07)   VALUE "ACTION ".
016100     05  FILLER                   PIC X(06)   VALUE "SITE  ".
016200     05  FILLER                   PIC X(07)   VALUE "IMAGE  ".
016300     05  FILLER                   PIC X(31)   VALUE "SITE NAME".
016400     05  FILLER                   PIC X(11)   VALUE "REGION".
016500     05  FILLER                   PIC X(03)   VALUE "ST ".
016600     05  FILLER                   PIC X(09)   VALUE "OPENED ".
016700     05  FILLER                   PIC X(09)   VALUE "CLOSED ".
016800     05  FILLER                   PIC X(20)   VALUE
016900         "MAILROOM CONTACT".
017000     05  FILLER                   PIC X(29)   VALUE SPACES.
017100 01  WS-RGST-DETAIL-LINE.
017200     05  WS-RD-ACTION             PIC X(06).
017300     05  FILLER                   PIC X(01)   VALUE SPACE.
017400     05  WS-RD-SITE-CODE          PIC X(05).
017500     05  FILLER                   PIC X(01)   VALUE SPACE.
017600     05  WS-RD-IMAGE              PIC X(06).
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  WS-RD-SITE-NAME          PIC X(30).
017900     05  FILLER                   PIC X(01)   VALUE SPACE.
018000     05  WS-RD-REGION             PIC X(10).
018100     05  FILLER                   PIC X(01)   VALUE SPACE.
018200     05  WS-RD-STATUS             PIC X(01).
018300     05  FILLER                   PIC X(02)   VALUE SPACES.
018400     05  WS-RD-OPEN-DATE          PIC X(08).
018500     05  FILLER                   PIC X(01)   VALUE SPACE.
018600     05  WS-RD-CLOSE-DATE         PIC X(08).
018700     05  FILLER                   PIC X(01)   VALUE SPACE.
018800     05  WS-RD-MAILROOM-CONTACT   PIC X(20).
018900     05  FILLER                   PIC X(29)   VALUE SPACES.
019000 01  WS-RGST-TOTAL-LINE.
019100     05  WS-RT-LABEL              PIC X(30).
019200     05  WS-RT-COUNT              PIC ZZZZZZ9.
019300     05  FILLER                   PIC X(95)   VALUE SPACES.
019400*----------------------------------------------------------
019500* REJECT REPORT PRINT LINES
019600*----------------------------------------------------------
019700 01  WS-RJCT-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
019800 01  WS-RJCT-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
019900 01  WS-RJCT-HEADING-1.
020000     05  FILLER                   PIC X(30)   VALUE
020100         "GRTSITEM REJECTED TRANSACTION".
020200     05  FILLER                   PIC X(07)   VALUE "S - RUN".
020300     05  FILLER                   PIC X(01)   VALUE SPACE.
020400     05  WS-XH1-DATE              PIC X(08).
020500     05  FILLER                   PIC X(01)   VALUE SPACE.
020600     05  WS-XH1-TIME              PIC X(08).
020700     05  FILLER                   PIC X(04)   VALUE SPACES.
020800     05  FILLER                   PIC X(05)   VALUE "PAGE ".
020900     05  WS-XH1-PAGE              PIC ZZZZ9.
021000     05  FILLER                   PIC X(63)   VALUE SPACES.
021100 01  WS-RJCT-HEADING-2.
021200     05  FILLER                   PIC X(81)   VALUE
021300         "TRANSACTION CARD IMAGE".
021400     05  FILLER                   PIC X(13)   VALUE
021500         "REJECT REASON".
021600     05  FILLER                   PIC X(38)   VALUE SPACES.
021700 01  WS-RJCT-DETAIL-LINE.
021800     05  WS-XD-CARD-IMAGE         PIC X(80).
021900     05  FILLER                   PIC X(01)   VALUE SPACE.
022000     05  WS-XD-REASON             PIC X(20).
022100     05  FILLER                   PIC X(31)   VALUE SPACES.
022200*----------------------------------------------------------
022300* RETURN CODE VALUES
022400*     00 = EVERY TRANSACTION APPLIED
022500*     04 = ONE OR MORE TRANSACTIONS REJECTED
022600*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
022700*          OR EVERY TRANSACTION ON THE RUN WAS REJECTED
022800*----------------------------------------------------------
022900 PROCEDURE DIVISION.
023000*----------------------------------------------------------
023100* 0000-MAINLINE
023200*----------------------------------------------------------
023300 0000-MAINLINE.
023400     MOVE 0 TO RETURN-CODE
023500     PERFORM 1000-INITIALIZE
023600     PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TRAN-EOF
023700     PERFORM 8000-FINALIZE
023800     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
023900*----------------------------------------------------------
024000* 1000-INITIALIZE
024100*----------------------------------------------------------
024200 1000-INITIALIZE.
024300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
024400     ACCEPT WS-CURRENT-TIME FROM TIME
024500     OPEN INPUT TRANSACTION-CARD-FILE
024600     IF NOT WS-TRAN-STATUS-OK AND NOT WS-TRAN-STATUS-EOF
024700         DISPLAY "GRTSITEM - TRANSACTION-CARD-FILE OPEN FAILED"
024800                 " - STATUS " WS-TRAN-FILE-STATUS
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 9999-EXIT
025100     ELSE
025200         SET WS-TRAN-OPEN TO TRUE
025300     END-IF
025400     OPEN I-O SITE-MASTER-FILE
025500     IF NOT WS-SIT-STATUS-OK
025600         DISPLAY "GRTSITEM - SITE-MASTER-FILE OPEN FAILED "
025700                 "- STATUS " WS-SIT-FILE-STATUS
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 9999-EXIT
026000     ELSE
026100         SET WS-SIT-OPEN TO TRUE
026200     END-IF
026300     OPEN OUTPUT REGISTER-PRINT-FILE
026400     IF NOT WS-RGST-STATUS-OK
026500         DISPLAY "GRTSITEM - REGISTER-PRINT-FILE OPEN FAILED "
026600                 "- STATUS " WS-RGST-FILE-STATUS
026700         MOVE 8 TO RETURN-CODE
026800         GO TO 9999-EXIT
026900     ELSE
027000         SET WS-RGST-OPEN TO TRUE
027100     END-IF
027200     OPEN OUTPUT REJECT-PRINT-FILE
027300     IF NOT WS-RJCT-STATUS-OK
027400         DISPLAY "GRTSITEM - REJECT-PRINT-FILE OPEN FAILED "
027500                 "- STATUS " WS-RJCT-FILE-STATUS
027600         MOVE 8 TO RETURN-CODE
027700         GO TO 9999-EXIT
027800     ELSE
027900         SET WS-RJCT-OPEN TO TRUE
028000     END-IF
028100     PERFORM 2900-READ-TRANSACTION.
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400*----------------------------------------------------------
028500* 2000-PROCESS-TRANSACTION
028600*----------------------------------------------------------
028700 2000-PROCESS-TRANSACTION.
028800     PERFORM 2100-VALIDATE-TRANSACTION
028900         THRU 2100-VALIDATE-TRANSACTION-EXIT
029000     IF WS-TRAN-VALID
029100         PERFORM 3000-APPLY-TRANSACTION
029200     ELSE
029300         PERFORM 5000-WRITE-REJECT-LINE
029400     END-IF
029500     PERFORM 2900-READ-TRANSACTION.
029600 2000-PROCESS-TRANSACTION-EXIT.
029700     EXIT.
029800*----------------------------------------------------------
029900* 2100-VALIDATE-TRANSACTION
030000*----------------------------------------------------------
030100* THE ACTION MUST BE ADD, CHANGE, CLOSE OR REOPEN AND THE
030200* SITE CODE (THE KEY) IS ALWAYS REQUIRED. ADD AND CHANGE ALSO
030300* NEED A SITE NAME. THE DATE IS THE OPEN DATE ON AN ADD AND
030400* THE CLOSE DATE ON A CLOSE, DEFAULTS TO TODAY WHEN BLANK,
030500* AND IF GIVEN MUST BE A REAL DATE; A CLOSE DATE MAY NOT BE
030600* IN THE FUTURE. CHANGE AND REOPEN IGNORE THE DATE. THE
030700* FIRST RULE THAT FAILS SETS WS-REJECT-REASON AND STOPS THE
030800* CHECKING.
030900*----------------------------------------------------------
031000 2100-VALIDATE-TRANSACTION.
031100     SET WS-TRAN-VALID TO TRUE
031200     MOVE SPACES TO WS-REJECT-REASON
031300     IF TRN-ACTION NOT = "ADD" AND NOT = "CHANGE"
031400         AND NOT = "CLOSE" AND NOT = "REOPEN"
031500         MOVE "INVALID ACTION"      TO WS-REJECT-REASON
031600         MOVE "N" TO WS-TRAN-VALID-SW
031700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
031800     END-IF
031900     IF TRN-SITE-CODE = SPACES OR LOW-VALUES
032000         MOVE "SITE CODE MISSING"   TO WS-REJECT-REASON
032100         MOVE "N" TO WS-TRAN-VALID-SW
032200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032300     END-IF
032400     IF TRN-ACTION = "ADD" OR TRN-ACTION = "CHANGE"
032500         IF TRN-SITE-NAME = SPACES OR LOW-VALUES
032600             MOVE "SITE NAME MISSING"   TO WS-REJECT-REASON
032700             MOVE "N" TO WS-TRAN-VALID-SW
032800             GO TO 2100-VALIDATE-TRANSACTION-EXIT
032900         END-IF
033000     END-IF
033100     IF TRN-ACTION = "CHANGE" OR TRN-ACTION = "REOPEN"
033200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
033300     END-IF
033400     IF TRN-DATE = SPACES
033500         MOVE WS-CURRENT-DATE TO WS-EDITED-DATE
033600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
033700     END-IF
033800     MOVE TRN-DATE TO WS-DATE-CHECK-X
033900     PERFORM 2300-VALIDATE-DATE
034000         THRU 2300-VALIDATE-DATE-EXIT
034100     IF NOT WS-DATE-VALID
034200         MOVE "INVALID DATE"        TO WS-REJECT-REASON
034300         MOVE "N" TO WS-TRAN-VALID-SW
034400         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034500     END-IF
034600     IF TRN-ACTION = "CLOSE" AND TRN-DATE > WS-CURRENT-DATE
034700         MOVE "CLOSE DATE IN FUTURE" TO WS-REJECT-REASON
034800         MOVE "N" TO WS-TRAN-VALID-SW
034900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035000     END-IF
035100     MOVE TRN-DATE TO WS-EDITED-DATE.
035200 2100-VALIDATE-TRANSACTION-EXIT.
035300     EXIT.
035400*----------------------------------------------------------
035500* 2300-VALIDATE-DATE
035600*----------------------------------------------------------
035700* CHECKS THAT WS-DATE-CHECK-X HOLDS A REAL CALENDAR DATE IN
035800* YYYYMMDD FORM, INCLUDING THE FEBRUARY-29 LEAP-YEAR RULE -
035900* THE SAME EDIT GRTMAINT APPLIES TO ITS EFFECTIVE DATE.
036000*----------------------------------------------------------
036100 2300-VALIDATE-DATE.
036200     MOVE "N" TO WS-DATE-VALID-SW
036300     IF WS-DATE-CHECK-X IS NOT NUMERIC
036400         GO TO 2300-VALIDATE-DATE-EXIT
036500     END-IF
036600     IF WS-DC-YEAR < 1900 OR WS-DC-YEAR > 2099
036700         GO TO 2300-VALIDATE-DATE-EXIT
036800     END-IF
036900     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
037000         GO TO 2300-VALIDATE-DATE-EXIT
037100     END-IF
037200     MOVE WS-DAYS-IN-MONTH (WS-DC-MONTH) TO WS-MONTH-MAX-DAY
037300     IF WS-DC-MONTH = 2
037400         DIVIDE WS-DC-YEAR BY 4
037500             GIVING WS-LEAP-QUOTIENT
037600             REMAINDER WS-LEAP-REMAINDER
037700         IF WS-LEAP-REMAINDER = ZERO
037800             DIVIDE WS-DC-YEAR BY 100
037900                 GIVING WS-LEAP-QUOTIENT
038000                 REMAINDER WS-LEAP-REMAINDER
038100             IF WS-LEAP-REMAINDER NOT = ZERO
038200                 MOVE 29 TO WS-MONTH-MAX-DAY
038300             ELSE
038400                 DIVIDE WS-DC-YEAR BY 400
038500                     GIVING WS-LEAP-QUOTIENT
038600                     REMAINDER WS-LEAP-REMAINDER
038700                 IF WS-LEAP-REMAINDER = ZERO
038800                     MOVE 29 TO WS-MONTH-MAX-DAY
038900                 END-IF
039000             END-IF
039100         END-IF
039200     END-IF
039300     IF WS-DC-DAY >= 1 AND WS-DC-DAY <= WS-MONTH-MAX-DAY
039400         SET WS-DATE-VALID TO TRUE
039500     END-IF.
039600 2300-VALIDATE-DATE-EXIT.
039700     EXIT.
039800*----------------------------------------------------------
039900* 2900-READ-TRANSACTION
040000*----------------------------------------------------------
040100 2900-READ-TRANSACTION.
040200     READ TRANSACTION-CARD-FILE
040300         AT END
040400             SET WS-TRAN-EOF TO TRUE
040500     END-READ
040600     IF NOT WS-TRAN-EOF
040700         ADD 1 TO WS-READ-COUNT
040800     END-IF.
040900 2900-READ-TRANSACTION-EXIT.
041000     EXIT.
041100*----------------------------------------------------------
041200* 3000-APPLY-TRANSACTION
041300*----------------------------------------------------------
041400 3000-APPLY-TRANSACTION.
041500     PERFORM 3050-READ-SITE
041600     EVALUATE TRN-ACTION
041700         WHEN "ADD"
041800             PERFORM 3100-APPLY-ADD
041900                 THRU 3100-APPLY-ADD-EXIT
042000         WHEN "CHANGE"
042100             PERFORM 3200-APPLY-CHANGE
042200                 THRU 3200-APPLY-CHANGE-EXIT
042300         WHEN "CLOSE"
042400             PERFORM 3300-APPLY-CLOSE
042500                 THRU 3300-APPLY-CLOSE-EXIT
042600         WHEN "REOPEN"
042700             PERFORM 3400-APPLY-REOPEN
042800                 THRU 3400-APPLY-REOPEN-EXIT
042900     END-EVALUATE.
043000 3000-APPLY-TRANSACTION-EXIT.
043100     EXIT.
043200*----------------------------------------------------------
043300* 3050-READ-SITE
043400*----------------------------------------------------------
043500 3050-READ-SITE.
043600     MOVE "N" TO WS-SIT-FOUND-SW
043700     MOVE TRN-SITE-CODE TO SIT-SITE-CODE
043800     READ SITE-MASTER-FILE
043900         INVALID KEY
044000             CONTINUE
044100     END-READ
044200     IF WS-SIT-STATUS-OK
044300         SET WS-SIT-FOUND TO TRUE
044400     END-IF.
044500 3050-READ-SITE-EXIT.
044600     EXIT.
044700*----------------------------------------------------------
044800* 3100-APPLY-ADD
044900*----------------------------------------------------------
045000* A NEW SITE IS ALWAYS ADDED ACTIVE, WITH THE CARD DATE (OR
045100* TODAY) AS ITS OPEN DATE AND NO CLOSE DATE.
045200*----------------------------------------------------------
045300 3100-APPLY-ADD.
045400     IF WS-SIT-FOUND
045500         MOVE "SITE ALREADY ON FILE" TO WS-REJECT-REASON
045600         PERFORM 5000-WRITE-REJECT-LINE
045700         GO TO 3100-APPLY-ADD-EXIT
045800     END-IF
045900     MOVE SPACES               TO SITE-MASTER-RECORD
046000     MOVE TRN-SITE-CODE        TO SIT-SITE-CODE
046100     MOVE TRN-SITE-NAME        TO SIT-SITE-NAME
046200     MOVE TRN-REGION           TO SIT-REGION
046300     MOVE TRN-MAILROOM-CONTACT TO SIT-MAILROOM-CONTACT
046400     MOVE WS-EDITED-DATE       TO SIT-OPEN-DATE
046500     SET SIT-ACTIVE TO TRUE
046600     WRITE SITE-MASTER-RECORD
046700         INVALID KEY
046800             CONTINUE
046900     END-WRITE
047000     IF WS-SIT-STATUS-OK
047100         ADD 1 TO WS-APPLIED-COUNT
047200         ADD 1 TO WS-ADD-COUNT
047300         PERFORM 4300-WRITE-AFTER-IMAGE
047400     ELSE
047500         DISPLAY "GRTSITEM - SITE-MASTER-FILE WRITE FAILED "
047600                 "- STATUS " WS-SIT-FILE-STATUS
047700         MOVE 8 TO RETURN-CODE
047800         MOVE "SITE WRITE FAILED"   TO WS-REJECT-REASON
047900         PERFORM 5000-WRITE-REJECT-LINE
048000     END-IF.
048100 3100-APPLY-ADD-EXIT.
048200     EXIT.
048300*----------------------------------------------------------
048400* 3200-APPLY-CHANGE
048500*----------------------------------------------------------
048600* CHANGE REPLACES THE NAME, REGION AND MAILROOM CONTACT. THE
048700* STATUS AND DATES ONLY MOVE THROUGH CLOSE AND REOPEN.
048800*----------------------------------------------------------
048900 3200-APPLY-CHANGE.
049000     IF NOT WS-SIT-FOUND
049100         MOVE "SITE NOT ON FILE"    TO WS-REJECT-REASON
049200         PERFORM 5000-WRITE-REJECT-LINE
049300         GO TO 3200-APPLY-CHANGE-EXIT
049400     END-IF
049500     PERFORM 4200-WRITE-BEFORE-IMAGE
049600     MOVE TRN-SITE-NAME        TO SIT-SITE-NAME
049700     MOVE TRN-REGION           TO SIT-REGION
049800     MOVE TRN-MAILROOM-CONTACT TO SIT-MAILROOM-CONTACT
049900     PERFORM 3600-REWRITE-SITE
050000     IF WS-SIT-STATUS-OK
050100         ADD 1 TO WS-CHANGE-COUNT
050200     END-IF.
050300 3200-APPLY-CHANGE-EXIT.
050400     EXIT.
050500*----------------------------------------------------------
050600* 3300-APPLY-CLOSE
050700*----------------------------------------------------------
050800 3300-APPLY-CLOSE.
050900     IF NOT WS-SIT-FOUND
051000         MOVE "SITE NOT ON FILE"    TO WS-REJECT-REASON
051100         PERFORM 5000-WRITE-REJECT-LINE
051200         GO TO 3300-APPLY-CLOSE-EXIT
051300     END-IF
051400     IF SIT-CLOSED
051500         MOVE "SITE ALREADY CLOSED" TO WS-REJECT-REASON
051600         PERFORM 5000-WRITE-REJECT-LINE
051700         GO TO 3300-APPLY-CLOSE-EXIT
051800     END-IF
051900     IF WS-EDITED-DATE < SIT-OPEN-DATE
052000         MOVE "CLOSE BEFORE OPEN"   TO WS-REJECT-REASON
052100         PERFORM 5000-WRITE-REJECT-LINE
052200         GO TO 3300-APPLY-CLOSE-EXIT
052300     END-IF
052400     PERFORM 4200-WRITE-BEFORE-IMAGE
052500     SET SIT-CLOSED TO TRUE
052600     MOVE WS-EDITED-DATE TO SIT-CLOSE-DATE
052700     PERFORM 3600-REWRITE-SITE
052800     IF WS-SIT-STATUS-OK
052900         ADD 1 TO WS-CLOSE-COUNT
053000     END-IF.
053100 3300-APPLY-CLOSE-EXIT.
053200     EXIT.
053300*----------------------------------------------------------
053400* 3400-APPLY-REOPEN
053500*----------------------------------------------------------
053600* REOPEN PUTS A CLOSED SITE BACK TO ACTIVE AND CLEARS THE
053700* CLOSE DATE. THE ORIGINAL OPEN DATE IS KEPT.
053800*----------------------------------------------------------
053900 3400-APPLY-REOPEN.
054000     IF NOT WS-SIT-FOUND
054100         MOVE "SITE NOT ON FILE"    TO WS-REJECT-REASON
054200         PERFORM 5000-WRITE-REJECT-LINE
054300         GO TO 3400-APPLY-REOPEN-EXIT
054400     END-IF
054500     IF NOT SIT-CLOSED
054600         MOVE "SITE NOT CLOSED"     TO WS-REJECT-REASON
054700         PERFORM 5000-WRITE-REJECT-LINE
054800         GO TO 3400-APPLY-REOPEN-EXIT
054900     END-IF
055000     PERFORM 4200-WRITE-BEFORE-IMAGE
055100     SET SIT-ACTIVE TO TRUE
055200     MOVE SPACES TO SIT-CLOSE-DATE
055300     PERFORM 3600-REWRITE-SITE
055400     IF WS-SIT-STATUS-OK
055500         ADD 1 TO WS-REOPEN-COUNT
055600     END-IF.
055700 3400-APPLY-REOPEN-EXIT.
055800     EXIT.
055900*----------------------------------------------------------
056000* 3600-REWRITE-SITE
056100*----------------------------------------------------------
056200 3600-REWRITE-SITE.
056300     REWRITE SITE-MASTER-RECORD
056400         INVALID KEY
056500             CONTINUE
056600     END-REWRITE
056700     IF WS-SIT-STATUS-OK
056800         ADD 1 TO WS-APPLIED-COUNT
056900         PERFORM 4300-WRITE-AFTER-IMAGE
057000     ELSE
057100         DISPLAY "GRTSITEM - SITE-MASTER-FILE REWRITE FAILED "
057200                 "- STATUS " WS-SIT-FILE-STATUS
057300         MOVE 8 TO RETURN-CODE
057400         MOVE "SITE REWRITE FAILED" TO WS-REJECT-REASON
057500         PERFORM 5000-WRITE-REJECT-LINE
057600     END-IF.
057700 3600-REWRITE-SITE-EXIT.
057800     EXIT.
057900*----------------------------------------------------------
058000* 4200-WRITE-BEFORE-IMAGE
058100*----------------------------------------------------------
058200 4200-WRITE-BEFORE-IMAGE.
058300     MOVE "BEFORE" TO WS-RD-IMAGE
058400     PERFORM 4400-FORMAT-IMAGE
058500     PERFORM 4800-WRITE-REGISTER-LINE.
058600 4200-WRITE-BEFORE-IMAGE-EXIT.
058700     EXIT.
058800*----------------------------------------------------------
058900* 4300-WRITE-AFTER-IMAGE
059000*----------------------------------------------------------
059100 4300-WRITE-AFTER-IMAGE.
059200     MOVE "AFTER"  TO WS-RD-IMAGE
059300     PERFORM 4400-FORMAT-IMAGE
059400     PERFORM 4800-WRITE-REGISTER-LINE.
059500 4300-WRITE-AFTER-IMAGE-EXIT.
059600     EXIT.
059700*----------------------------------------------------------
059800* 4400-FORMAT-IMAGE
059900*----------------------------------------------------------
060000 4400-FORMAT-IMAGE.
060100     MOVE TRN-ACTION           TO WS-RD-ACTION
060200     MOVE SIT-SITE-CODE        TO WS-RD-SITE-CODE
060300     MOVE SIT-SITE-NAME        TO WS-RD-SITE-NAME
060400     MOVE SIT-REGION           TO WS-RD-REGION
060500     MOVE SIT-STATUS           TO WS-RD-STATUS
060600     MOVE SIT-OPEN-DATE        TO WS-RD-OPEN-DATE
060700     MOVE SIT-CLOSE-DATE       TO WS-RD-CLOSE-DATE
060800     MOVE SIT-MAILROOM-CONTACT TO WS-RD-MAILROOM-CONTACT.
060900 4400-FORMAT-IMAGE-EXIT.
061000     EXIT.
061100*----------------------------------------------------------
061200* 4800-WRITE-REGISTER-LINE
061300*----------------------------------------------------------
061400 4800-WRITE-REGISTER-LINE.
061500     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT
061600         PERFORM 4900-WRITE-REGISTER-HEADING
061700     END-IF
061800     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
061900     ADD 1 TO WS-RGST-LINE-COUNT
062000     IF NOT WS-RGST-STATUS-OK
062100         DISPLAY "GRTSITEM - REGISTER-PRINT-FILE WRITE FAILED"
062200                 " - STATUS " WS-RGST-FILE-STATUS
062300         MOVE 8 TO RETURN-CODE
062400     END-IF.
062500 4800-WRITE-REGISTER-LINE-EXIT.
062600     EXIT.
062700*----------------------------------------------------------
062800* 4900-WRITE-REGISTER-HEADING
062900*----------------------------------------------------------
063000 4900-WRITE-REGISTER-HEADING.
063100     ADD 1 TO WS-RGST-PAGE-COUNT
063200     MOVE WS-CURRENT-DATE  TO WS-RH1-DATE
063300     MOVE WS-CURRENT-TIME  TO WS-RH1-TIME
063400     MOVE WS-RGST-PAGE-COUNT TO WS-RH1-PAGE
063500     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-1
063600         AFTER ADVANCING PAGE
063700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-2
063800     MOVE SPACES TO REGISTER-PRINT-RECORD
063900     WRITE REGISTER-PRINT-RECORD
064000     MOVE 3 TO WS-RGST-LINE-COUNT.
064100 4900-WRITE-REGISTER-HEADING-EXIT.
064200     EXIT.
064300*----------------------------------------------------------
064400* 5000-WRITE-REJECT-LINE
064500*----------------------------------------------------------
064600 5000-WRITE-REJECT-LINE.
064700     ADD 1 TO WS-REJECT-COUNT
064800     IF WS-RJCT-LINE-COUNT > WS-RGST-PAGE-LIMIT
064900         PERFORM 5100-WRITE-REJECT-HEADING
065000     END-IF
065100     MOVE TRANSACTION-CARD-RECORD TO WS-XD-CARD-IMAGE
065200     MOVE WS-REJECT-REASON        TO WS-XD-REASON
065300     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-DETAIL-LINE
065400     ADD 1 TO WS-RJCT-LINE-COUNT
065500     IF NOT WS-RJCT-STATUS-OK
065600         DISPLAY "GRTSITEM - REJECT-PRINT-FILE WRITE FAILED "
065700                 "- STATUS " WS-RJCT-FILE-STATUS
065800         MOVE 8 TO RETURN-CODE
065900     END-IF.
066000 5000-WRITE-REJECT-LINE-EXIT.
066100     EXIT.
066200*----------------------------------------------------------
066300* 5100-WRITE-REJECT-HEADING
066400*----------------------------------------------------------
066500 5100-WRITE-REJECT-HEADING.
066600     ADD 1 TO WS-RJCT-PAGE-COUNT
066700     MOVE WS-CURRENT-DATE  TO WS-XH1-DATE
066800     MOVE WS-CURRENT-TIME  TO WS-XH1-TIME
066900     MOVE WS-RJCT-PAGE-COUNT TO WS-XH1-PAGE
067000     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-1
067100         AFTER ADVANCING PAGE
067200     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-2
067300     MOVE SPACES TO REJECT-PRINT-RECORD
067400     WRITE REJECT-PRINT-RECORD
067500     MOVE 3 TO WS-RJCT-LINE-COUNT.
067600 5100-WRITE-REJECT-HEADING-EXIT.
067700     EXIT.
067800*----------------------------------------------------------
067900* 8000-FINALIZE
068000*----------------------------------------------------------
068100* PRINTS THE RUN TOTALS ON THE REGISTER AND SETS THE FINAL
068200* RETURN-CODE, THE SAME WAY GRTMAINT DOES.
068300*----------------------------------------------------------
068400 8000-FINALIZE.
068500     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 8
068600         PERFORM 4900-WRITE-REGISTER-HEADING
068700     END-IF
068800     MOVE SPACES TO REGISTER-PRINT-RECORD
068900     WRITE REGISTER-PRINT-RECORD
069000     MOVE "TRANSACTIONS READ           - " TO WS-RT-LABEL
069100     MOVE WS-READ-COUNT    TO WS-RT-COUNT
069200     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
069300     MOVE "TRANSACTIONS APPLIED        - " TO WS-RT-LABEL
069400     MOVE WS-APPLIED-COUNT TO WS-RT-COUNT
069500     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
069600     MOVE "  ADDS APPLIED              - " TO WS-RT-LABEL
069700     MOVE WS-ADD-COUNT     TO WS-RT-COUNT
069800     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
069900     MOVE "  CHANGES APPLIED           - " TO WS-RT-LABEL
070000     MOVE WS-CHANGE-COUNT  TO WS-RT-COUNT
070100     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
070200     MOVE "  CLOSES APPLIED            - " TO WS-RT-LABEL
070300     MOVE WS-CLOSE-COUNT   TO WS-RT-COUNT
070400     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
070500     MOVE "  REOPENS APPLIED           - " TO WS-RT-LABEL
070600     MOVE WS-REOPEN-COUNT  TO WS-RT-COUNT
070700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
070800     MOVE "TRANSACTIONS REJECTED       - " TO WS-RT-LABEL
070900     MOVE WS-REJECT-COUNT  TO WS-RT-COUNT
071000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
071100     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
071200         MOVE 4 TO RETURN-CODE
071300     END-IF
071400     IF WS-READ-COUNT > ZERO AND WS-APPLIED-COUNT = ZERO
071500         AND RETURN-CODE < 8
071600         MOVE 8 TO RETURN-CODE
071700     END-IF
071800     DISPLAY "GRTSITEM - " WS-APPLIED-COUNT " APPLIED, "
071900         WS-REJECT-COUNT " REJECTED OF "
072000         WS-READ-COUNT " READ".
072100 8000-FINALIZE-EXIT.
072200     EXIT.
072300*----------------------------------------------------------
072400* 9999-EXIT
072500*----------------------------------------------------------
072600 9999-EXIT.
072700     IF WS-TRAN-OPEN
072800         CLOSE TRANSACTION-CARD-FILE
072900     END-IF
073000     IF WS-SIT-OPEN
073100         CLOSE SITE-MASTER-FILE
073200     END-IF
073300     IF WS-RGST-OPEN
073400         CLOSE REGISTER-PRINT-FILE
073500     END-IF
073600     IF WS-RJCT-OPEN
073700         CLOSE REJECT-PRINT-FILE
073800     END-IF
073900     STOP RUN.
074000 9999-EXIT-EXIT.
074100     EXIT.
