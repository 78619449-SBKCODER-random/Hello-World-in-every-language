000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTSUPPM.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. APPLIES ADD/CHANGE/
001100*                  DELETE TRANSACTIONS FROM A CARD-IMAGE
001200*                  FILE TO THE DO-NOT-CONTACT SUPPRESSION
001300*                  FILE (SUPPRC COPYBOOK, KEYED ADDRESSEE
001400*                  NAME/SITE), THE SAME CONTROLLED,
001500*                  REGISTERED PATTERN GRTMAINT USES FOR THE
001600*                  MASTER. EVERY APPLIED TRANSACTION PRINTS
001700*                  BEFORE/AFTER IMAGES ON THE REGISTER;
001800*                  REJECTS PRINT WITH THEIR REASON. RC 0 =
001900*                  ALL APPLIED, 4 = SOMETHING REJECTED, 8 =
002000*                  I/O FAILURE OR NOTHING APPLIED.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRANSACTION-CARD-FILE ASSIGN TO SUPTRAN
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-TRAN-FILE-STATUS.
003100     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS SUP-KEY
003500         FILE STATUS IS WS-SUP-FILE-STATUS.
003600     SELECT REGISTER-PRINT-FILE ASSIGN TO SUPRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RGST-FILE-STATUS.
003900     SELECT REJECT-PRINT-FILE ASSIGN TO SUPREJ
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RJCT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANSACTION-CARD-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE OMITTED.
004700 01  TRANSACTION-CARD-RECORD.
004800     05  TRN-ACTION               PIC X(06).
004900     05  TRN-ADDRESSEE-NAME       PIC X(30).
005000     05  TRN-SITE-CODE            PIC X(05).
005100     05  TRN-REASON-CODE          PIC X(02).
005200     05  TRN-REQUESTED-DATE       PIC X(08).
005300     05  TRN-EXPIRY-DATE          PIC X(08).
005400     05  FILLER                   PIC X(21).
005500 FD  SUPPRESSION-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  SUPPRESSION-RECORD.
005800     COPY SUPPRC.
005900 FD  REGISTER-PRINT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE OMITTED.
006200 01  REGISTER-PRINT-RECORD        PIC X(132).
006300 FD  REJECT-PRINT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE OMITTED.
006600 01  REJECT-PRINT-RECORD          PIC X(132).
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------
006900* SWITCHES
007000*----------------------------------------------------------
007100 01  WS-SWITCHES.
007200     05  WS-TRAN-EOF-SW           PIC X(01)   VALUE "N".
007300         88  WS-TRAN-EOF                      VALUE "Y".
007400     05  WS-TRAN-OPEN-SW          PIC X(01)   VALUE "N".
007500         88  WS-TRAN-OPEN                     VALUE "Y".
007600     05  WS-SUP-OPEN-SW           PIC X(01)   VALUE "N".
007700         88  WS-SUP-OPEN                      VALUE "Y".
007800     05  WS-RGST-OPEN-SW          PIC X(01)   VALUE "N".
007900         88  WS-RGST-OPEN                     VALUE "Y".
008000     05  WS-RJCT-OPEN-SW          PIC X(01)   VALUE "N".
008100         88  WS-RJCT-OPEN                     VALUE "Y".
008200     05  WS-TRAN-VALID-SW         PIC X(01)   VALUE "N".
008300         88  WS-TRAN-VALID                    VALUE "Y".
008400     05  WS-DATE-VALID-SW         PIC X(01)   VALUE "N".
008500         88  WS-DATE-VALID                    VALUE "Y".
008600     05  WS-SUP-FOUND-SW          PIC X(01)   VALUE "N".
008700         88  WS-SUP-FOUND                     VALUE "Y".
008800*----------------------------------------------------------
008900* FILE STATUS FIELDS
009000*----------------------------------------------------------
009100 01  WS-TRAN-FILE-STATUS          PIC X(02)   VALUE SPACES.
009200     88  WS-TRAN-STATUS-OK                    VALUE "00".
009300     88  WS-TRAN-STATUS-EOF                   VALUE "10".
009400 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
009500     88  WS-SUP-STATUS-OK                     VALUE "00".
009600 01  WS-RGST-FILE-STATUS          PIC X(02)   VALUE SPACES.
009700     88  WS-RGST-STATUS-OK                    VALUE "00".
009800 01  WS-RJCT-FILE-STATUS          PIC X(02)   VALUE SPACES.
009900     88  WS-RJCT-STATUS-OK                    VALUE "00".
010000*----------------------------------------------------------
010100* TRANSACTION AND RUN COUNTERS
010200*----------------------------------------------------------
010300 01  WS-COUNTERS.
010400     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
010500     05  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
010600     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
010700     05  WS-ADD-COUNT             PIC 9(07)   COMP VALUE ZERO.
010800     05  WS-CHANGE-COUNT          PIC 9(07)   COMP VALUE ZERO.
010900     05  WS-DELETE-COUNT          PIC 9(07)   COMP VALUE ZERO.
011000*----------------------------------------------------------
011100* CURRENT DATE AND TIME FOR THE REPORT HEADINGS
011200*----------------------------------------------------------
011300 01  WS-CURRENT-DATE-TIME.
011400     05  WS-CURRENT-DATE          PIC X(08).
011500     05  WS-CURRENT-TIME          PIC X(08).
011600*----------------------------------------------------------
011700* DATE VALIDATION WORK AREA - SAME EDIT AS GRTMAINT
011800*----------------------------------------------------------
011900 01  WS-DATE-CHECK.
012000     05  WS-DC-YEAR               PIC 9(04).
012100     05  WS-DC-MONTH              PIC 9(02).
012200     05  WS-DC-DAY                PIC 9(02).
012300 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK
012400                                  PIC X(08).
012500 01  WS-DAYS-TABLE-DATA           PIC X(24)
012600         VALUE "312831303130313130313031".
012700 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
012800     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
012900                          PIC 9(02).
013000 01  WS-LEAP-WORK.
013100     05  WS-LEAP-QUOTIENT         PIC 9(04)   COMP.
013200     05  WS-LEAP-REMAINDER        PIC 9(04)   COMP.
013300     05  WS-MONTH-MAX-DAY         PIC 9(02)   COMP.
013400*----------------------------------------------------------
013500* VALIDATION WORK FIELDS
013600*----------------------------------------------------------
013700 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
013800 01  WS-EDITED-REQUESTED-DATE     PIC X(08)   VALUE SPACES.
013900*----------------------------------------------------------
014000* MAINTENANCE REGISTER PRINT LINES
014100*----------------------------------------------------------
014200 01  WS-RGST-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
014300 01  WS-RGST-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
014400 01  WS-RGST-PAGE-LIMIT           PIC 9(03)   COMP VALUE 56.
014500 01  WS-RGST-HEADING-1.
014600     05  FILLER                   PIC X(30)   VALUE
014700         "GRTSUPPM SUPPRESSION REGISTER ".
014800     05  FILLER                   PIC X(06)   VALUE "- RUN ".
014900     05  WS-RH1-DATE              PIC X(08).
015000     05  FILLER                   PIC X(01)   VALUE SPACE.
015100     05  WS-RH1-TIME              PIC X(08).
015200     05  FILLER                   PIC X(06)   VALUE SPACES.
015300     05  FILLER                   PIC X(05)   VALUE "PAGE ".
015400     05  WS-RH1-PAGE              PIC ZZZZ9.
015500     05  FILLER                   PIC X(63)   VALUE SPACES.
015600 01  WS-RGST-HEADING-2.
015700     05  FILLER                   PIC X(07)   VALUE "ACTION ".
015800     05  FILLER                   PIC X(31)   VALUE
015900         "ADDRESSEE NAME".
016000     05  FILLER                   PIC X(06)   VALUE "SITE  ".
016100     05  FILLER                   PIC X(07)   VALUE "IMAGE  ".
016200     05  FILLER                   PIC X(04)   VALUE "RSN ".
016300     05  FILLER                   PIC X(09)   VALUE "REQUESTD ".
016400     05  FILLER                   PIC X(08)   VALUE "EXPIRES ".
016500     05  FILLER                   PIC X(60)   VALUE SPACES.
016600 01  WS-RGST-DETAIL-LINE.
016700     05  WS-RD-ACTION             PIC X(06).
016800     05  FILLER                   PIC X(01)   VALUE SPACE.
016900     05  WS-RD-ADDRESSEE-NAME     PIC X(30).
017000     05  FILLER                   PIC X(01)   VALUE SPACE.
017100     05  WS-RD-SITE-CODE          PIC X(05).
017200     05  FILLER                   PIC X(01)   VALUE SPACE.
017300     05  WS-RD-IMAGE              PIC X(06).
017400     05  FILLER                   PIC X(01)   VALUE SPACE.
017500     05  WS-RD-REASON-CODE        PIC X(02).
017600     05  FILLER                   PIC X(02)   VALUE SPACES.
017700     05  WS-RD-REQUESTED-DATE     PIC X(08).
017800     05  FILLER                   PIC X(01)   VALUE SPACE.
017900     05  WS-RD-EXPIRY-DATE        PIC X(08).
018000     05  FILLER                   PIC X(60)   VALUE SPACES.
018100 01  WS-RGST-TOTAL-LINE.
018200     05  WS-RT-LABEL              PIC X(30).
018300     05  WS-RT-COUNT              PIC ZZZZZZ9.
018400     05  FILLER                   PIC X(95)   VALUE SPACES.
018500*----------------------------------------------------------
018600* REJECT REPORT PRINT LINES
018700*----------------------------------------------------------
018800 01  WS-RJCT-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
018900 01  WS-RJCT-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
019000 01  WS-RJCT-HEADING-1.
019100     05  FILLER                   PIC X(30)   VALUE
019200         "GRTSUPPM REJECTED TRANSACTION".
019300     05  FILLER                   PIC X(07)   VALUE "S - RUN".
019400     05  FILLER                   PIC X(01)   VALUE SPACE.
019500     05  WS-XH1-DATE              PIC X(08).
019600     05  FILLER                   PIC X(01)   VALUE SPACE.
019700     05  WS-XH1-TIME              PIC X(08).
019800     05  FILLER                   PIC X(04)   VALUE SPACES.
019900     05  FILLER                   PIC X(05)   VALUE "PAGE ".
020000     05  WS-XH1-PAGE              PIC ZZZZ9.
020100     05  FILLER                   PIC X(63)   VALUE SPACES.
020200 01  WS-RJCT-HEADING-2.
020300     05  FILLER                   PIC X(81)   VALUE
020400         "TRANSACTION CARD IMAGE".
020500     05  FILLER                   PIC X(13)   VALUE
020600         "REJECT REASON".
020700     05  FILLER                   PIC X(38)   VALUE SPACES.
020800 01  WS-RJCT-DETAIL-LINE.
020900     05  WS-XD-CARD-IMAGE         PIC X(80).
021000     05  FILLER                   PIC X(01)   VALUE SPACE.
021100     05  WS-XD-REASON             PIC X(20).
021200     05  FILLER                   PIC X(31)   VALUE SPACES.
021300*----------------------------------------------------------
021400* RETURN CODE VALUES
021500*     00 = EVERY TRANSACTION APPLIED
021600*     04 = ONE OR MORE TRANSACTIONS REJECTED
021700*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
021800*          OR EVERY TRANSACTION ON THE RUN WAS REJECTED
021900*----------------------------------------------------------
022000 PROCEDURE DIVISION.
022100*----------------------------------------------------------
022200* 0000-MAINLINE
022300*----------------------------------------------------------
022400 0000-MAINLINE.
022500     MOVE 0 TO RETURN-CODE
022600     PERFORM 1000-INITIALIZE
022700     PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TRAN-EOF
022800     PERFORM 8000-FINALIZE
022900     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
023000*----------------------------------------------------------
023100* 1000-INITIALIZE
023200*----------------------------------------------------------
023300 1000-INITIALIZE.
023400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
023500     ACCEPT WS-CURRENT-TIME FROM TIME
023600     OPEN INPUT TRANSACTION-CARD-FILE
023700     IF NOT WS-TRAN-STATUS-OK AND NOT WS-TRAN-STATUS-EOF
023800         DISPLAY "GRTSUPPM - TRANSACTION-CARD-FILE OPEN FAILED"
023900                 " - STATUS " WS-TRAN-FILE-STATUS
024000         MOVE 8 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     ELSE
024300         SET WS-TRAN-OPEN TO TRUE
024400     END-IF
024500     OPEN I-O SUPPRESSION-FILE
024600     IF NOT WS-SUP-STATUS-OK
024700         DISPLAY "GRTSUPPM - SUPPRESSION-FILE OPEN FAILED "
024800                 "- STATUS " WS-SUP-FILE-STATUS
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 9999-EXIT
025100     ELSE
025200         SET WS-SUP-OPEN TO TRUE
025300     END-IF
025400     OPEN OUTPUT REGISTER-PRINT-FILE
025500     IF NOT WS-RGST-STATUS-OK
025600         DISPLAY "GRTSUPPM - REGISTER-PRINT-FILE OPEN FAILED "
025700                 "- STATUS " WS-RGST-FILE-STATUS
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 9999-EXIT
026000     ELSE
026100         SET WS-RGST-OPEN TO TRUE
026200     END-IF
026300     OPEN OUTPUT REJECT-PRINT-FILE
026400     IF NOT WS-RJCT-STATUS-OK
026500         DISPLAY "GRTSUPPM - REJECT-PRINT-FILE OPEN FAILED "
026600                 "- STATUS " WS-RJCT-FILE-STATUS
026700         MOVE 8 TO RETURN-CODE
026800         GO TO 9999-EXIT
026900     ELSE
027000         SET WS-RJCT-OPEN TO TRUE
027100     END-IF
027200     PERFORM 2900-READ-TRANSACTION.
027300 1000-INITIALIZE-EXIT.
027400     EXIT.
027500*----------------------------------------------------------
027600* 2000-PROCESS-TRANSACTION
027700*----------------------------------------------------------
027800 2000-PROCESS-TRANSACTION.
027900     PERFORM 2100-VALIDATE-TRANSACTION
028000         THRU 2100-VALIDATE-TRANSACTION-EXIT
028100     IF WS-TRAN-VALID
028200         PERFORM 3000-APPLY-TRANSACTION
028300     ELSE
028400         PERFORM 5000-WRITE-REJECT-LINE
028500     END-IF
028600     PERFORM 2900-READ-TRANSACTION.
028700 2000-PROCESS-TRANSACTION-EXIT.
028800     EXIT.
028900*----------------------------------------------------------
029000* 2100-VALIDATE-TRANSACTION
029100*----------------------------------------------------------
029200* THE ACTION MUST BE ADD, CHANGE OR DELETE AND THE NAME AND
029300* SITE (THE KEY) ARE ALWAYS REQUIRED. ADD AND CHANGE ALSO
029400* NEED A KNOWN REASON CODE; THE REQUESTED DATE DEFAULTS TO
029500* TODAY WHEN BLANK; THE EXPIRY DATE MAY BE BLANK (NEVER
029600* EXPIRES) BUT IF GIVEN MUST BE A REAL DATE NOT BEFORE THE
029700* REQUESTED DATE. THE FIRST RULE THAT FAILS SETS
029800* WS-REJECT-REASON AND STOPS THE CHECKING.
029900*----------------------------------------------------------
030000 2100-VALIDATE-TRANSACTION.
030100     SET WS-TRAN-VALID TO TRUE
030200     MOVE SPACES TO WS-REJECT-REASON
030300     IF TRN-ACTION NOT = "ADD" AND NOT = "CHANGE"
030400         AND NOT = "DELETE"
030500         MOVE "INVALID ACTION"      TO WS-REJECT-REASON
030600         MOVE "N" TO WS-TRAN-VALID-SW
030700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
030800     END-IF
030900     IF TRN-ADDRESSEE-NAME = SPACES OR LOW-VALUES
031000         MOVE "ADDRESSEE MISSING"   TO WS-REJECT-REASON
031100         MOVE "N" TO WS-TRAN-VALID-SW
031200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
031300     END-IF
031400     IF TRN-SITE-CODE = SPACES OR LOW-VALUES
031500         MOVE "SITE CODE MISSING"   TO WS-REJECT-REASON
031600         MOVE "N" TO WS-TRAN-VALID-SW
031700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
031800     END-IF
031900     IF TRN-ACTION = "DELETE"
032000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032100     END-IF
032200     MOVE TRN-REASON-CODE TO SUP-REASON-CODE
032300     IF NOT SUP-REASON-VALID
032400         MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
032500         MOVE "N" TO WS-TRAN-VALID-SW
032600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032700     END-IF
032800     IF TRN-REQUESTED-DATE = SPACES
032900         MOVE WS-CURRENT-DATE TO WS-EDITED-REQUESTED-DATE
033000     ELSE
033100         MOVE TRN-REQUESTED-DATE TO WS-DATE-CHECK-X
033200         PERFORM 2300-VALIDATE-DATE
033300             THRU 2300-VALIDATE-DATE-EXIT
033400         IF NOT WS-DATE-VALID
033500             MOVE "INVALID REQUEST DATE" TO WS-REJECT-REASON
033600             MOVE "N" TO WS-TRAN-VALID-SW
033700             GO TO 2100-VALIDATE-TRANSACTION-EXIT
033800         END-IF
033900         MOVE TRN-REQUESTED-DATE TO WS-EDITED-REQUESTED-DATE
034000     END-IF
034100     IF TRN-EXPIRY-DATE = SPACES
034200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034300     END-IF
034400     MOVE TRN-EXPIRY-DATE TO WS-DATE-CHECK-X
034500     PERFORM 2300-VALIDATE-DATE
034600         THRU 2300-VALIDATE-DATE-EXIT
034700     IF NOT WS-DATE-VALID
034800         MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
034900         MOVE "N" TO WS-TRAN-VALID-SW
035000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035100     END-IF
035200     IF TRN-EXPIRY-DATE < WS-EDITED-REQUESTED-DATE
035300         MOVE "EXPIRY BEFORE REQST" TO WS-REJECT-REASON
035400         MOVE "N" TO WS-TRAN-VALID-SW
035500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035600     END-IF.
035700 2100-VALIDATE-TRANSACTION-EXIT.
035800     EXIT.
035900*----------------------------------------------------------
036000* 2300-VALIDATE-DATE
036100*----------------------------------------------------------
036200* CHECKS THAT WS-DATE-CHECK-X HOLDS A REAL CALENDAR DATE IN
036300* YYYYMMDD FORM, INCLUDING THE FEBRUARY-29 LEAP-YEAR RULE -
036400* THE SAME EDIT GRTMAINT APPLIES TO ITS EFFECTIVE DATE.
036500*----------------------------------------------------------
036600 2300-VALIDATE-DATE.
036700     MOVE "N" TO WS-DATE-VALID-SW
036800     IF WS-DATE-CHECK-X IS NOT NUMERIC
036900         GO TO 2300-VALIDATE-DATE-EXIT
037000     END-IF
037100     IF WS-DC-YEAR < 1900 OR WS-DC-YEAR > 2099
037200         GO TO 2300-VALIDATE-DATE-EXIT
037300     END-IF
037400     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
037500         GO TO 2300-VALIDATE-DATE-EXIT
037600     END-IF
037700     MOVE WS-DAYS-IN-MONTH (WS-DC-MONTH) TO WS-MONTH-MAX-DAY
037800     IF WS-DC-MONTH = 2
037900         DIVIDE WS-DC-YEAR BY 4
038000             GIVING WS-LEAP-QUOTIENT
038100             REMAINDER WS-LEAP-REMAINDER
038200         IF WS-LEAP-REMAINDER = ZERO
038300             DIVIDE WS-DC-YEAR BY 100
038400                 GIVING WS-LEAP-QUOTIENT
038500                 REMAINDER WS-LEAP-REMAINDER
038600             IF WS-LEAP-REMAINDER NOT = ZERO
038700                 MOVE 29 TO WS-MONTH-MAX-DAY
038800             ELSE
038900                 DIVIDE WS-DC-YEAR BY 400
039000                     GIVING WS-LEAP-QUOTIENT
039100                     REMAINDER WS-LEAP-REMAINDER
039200                 IF WS-LEAP-REMAINDER = ZERO
039300                     MOVE 29 TO WS-MONTH-MAX-DAY
039400                 END-IF
039500             END-IF
039600         END-IF
039700     END-IF
039800     IF WS-DC-DAY >= 1 AND WS-DC-DAY <= WS-MONTH-MAX-DAY
039900         SET WS-DATE-VALID TO TRUE
040000     END-IF.
040100 2300-VALIDATE-DATE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------
040400* 2900-READ-TRANSACTION
040500*----------------------------------------------------------
040600 2900-READ-TRANSACTION.
040700     READ TRANSACTION-CARD-FILE
040800         AT END
040900             SET WS-TRAN-EOF TO TRUE
041000     END-READ
041100     IF NOT WS-TRAN-EOF
041200         ADD 1 TO WS-READ-COUNT
041300     END-IF.
041400 2900-READ-TRANSACTION-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 3000-APPLY-TRANSACTION
041800*----------------------------------------------------------
041900 3000-APPLY-TRANSACTION.
042000     PERFORM 3050-READ-SUPPRESSION
042100     EVALUATE TRN-ACTION
042200         WHEN "ADD"
042300             PERFORM 3100-APPLY-ADD
042400                 THRU 3100-APPLY-ADD-EXIT
042500         WHEN "CHANGE"
042600             PERFORM 3200-APPLY-CHANGE
042700                 THRU 3200-APPLY-CHANGE-EXIT
042800         WHEN "DELETE"
042900             PERFORM 3300-APPLY-DELETE
043000                 THRU 3300-APPLY-DELETE-EXIT
043100     END-EVALUATE.
043200 3000-APPLY-TRANSACTION-EXIT.
043300     EXIT.
043400*----------------------------------------------------------
043500* 3050-READ-SUPPRESSION
043600*----------------------------------------------------------
043700 3050-READ-SUPPRESSION.
043800     MOVE "N" TO WS-SUP-FOUND-SW
043900     MOVE TRN-ADDRESSEE-NAME TO SUP-ADDRESSEE-NAME
044000     MOVE TRN-SITE-CODE      TO SUP-SITE-CODE
044100     READ SUPPRESSION-FILE
044200         INVALID KEY
044300             CONTINUE
044400     END-READ
044500     IF WS-SUP-STATUS-OK
044600         SET WS-SUP-FOUND TO TRUE
044700     END-IF.
044800 3050-READ-SUPPRESSION-EXIT.
044900     EXIT.
045000*----------------------------------------------------------
045100* 3100-APPLY-ADD
045200*----------------------------------------------------------
045300 3100-APPLY-ADD.
045400     IF WS-SUP-FOUND
045500         MOVE "KEY ALREADY ON FILE"  TO WS-REJECT-REASON
045600         PERFORM 5000-WRITE-REJECT-LINE
045700         GO TO 3100-APPLY-ADD-EXIT
045800     END-IF
045900     PERFORM 3500-BUILD-SUPPRESSION-RECORD
046000     WRITE SUPPRESSION-RECORD
046100         INVALID KEY
046200             CONTINUE
046300     END-WRITE
046400     IF WS-SUP-STATUS-OK
046500         ADD 1 TO WS-APPLIED-COUNT
046600         ADD 1 TO WS-ADD-COUNT
046700         PERFORM 4300-WRITE-AFTER-IMAGE
046800     ELSE
046900         DISPLAY "GRTSUPPM - SUPPRESSION-FILE WRITE FAILED "
047000                 "- STATUS " WS-SUP-FILE-STATUS
047100         MOVE 8 TO RETURN-CODE
047200         MOVE "SUPPRESS WRITE FAIL" TO WS-REJECT-REASON
047300         PERFORM 5000-WRITE-REJECT-LINE
047400     END-IF.
047500 3100-APPLY-ADD-EXIT.
047600     EXIT.
047700*----------------------------------------------------------
047800* 3200-APPLY-CHANGE
047900*----------------------------------------------------------
048000* CHANGE REPLACES THE REASON, REQUESTED DATE AND EXPIRY
048100* DATE - THE USUAL USE IS LIFTING A SUPPRESSION EARLY BY
048200* GIVING IT AN EXPIRY DATE, WHICH KEEPS THE RECORD FOR THE
048300* AUDIT TRAIL WHERE A DELETE WOULD NOT.
048400*----------------------------------------------------------
048500 3200-APPLY-CHANGE.
048600     IF NOT WS-SUP-FOUND
048700         MOVE "KEY NOT ON FILE"     TO WS-REJECT-REASON
048800         PERFORM 5000-WRITE-REJECT-LINE
048900         GO TO 3200-APPLY-CHANGE-EXIT
049000     END-IF
049100     PERFORM 4200-WRITE-BEFORE-IMAGE
049200     PERFORM 3500-BUILD-SUPPRESSION-RECORD
049300     REWRITE SUPPRESSION-RECORD
049400         INVALID KEY
049500             CONTINUE
049600     END-REWRITE
049700     IF WS-SUP-STATUS-OK
049800         ADD 1 TO WS-APPLIED-COUNT
049900         ADD 1 TO WS-CHANGE-COUNT
050000         PERFORM 4300-WRITE-AFTER-IMAGE
050100     ELSE
050200         DISPLAY "GRTSUPPM - SUPPRESSION-FILE REWRITE FAILED "
050300                 "- STATUS " WS-SUP-FILE-STATUS
050400         MOVE 8 TO RETURN-CODE
050500         MOVE "SUPPRESS REWRT FAIL" TO WS-REJECT-REASON
050600         PERFORM 5000-WRITE-REJECT-LINE
050700     END-IF.
050800 3200-APPLY-CHANGE-EXIT.
050900     EXIT.
051000*----------------------------------------------------------
051100* 3300-APPLY-DELETE
051200*----------------------------------------------------------
051300 3300-APPLY-DELETE.
051400     IF NOT WS-SUP-FOUND
051500         MOVE "KEY NOT ON FILE"     TO WS-REJECT-REASON
051600         PERFORM 5000-WRITE-REJECT-LINE
051700         GO TO 3300-APPLY-DELETE-EXIT
051800     END-IF
051900     PERFORM 4200-WRITE-BEFORE-IMAGE
052000     DELETE SUPPRESSION-FILE
052100         INVALID KEY
052200             CONTINUE
052300     END-DELETE
052400     IF WS-SUP-STATUS-OK
052500         ADD 1 TO WS-APPLIED-COUNT
052600         ADD 1 TO WS-DELETE-COUNT
052700     ELSE
052800         DISPLAY "GRTSUPPM - SUPPRESSION-FILE DELETE FAILED "
052900                 "- STATUS " WS-SUP-FILE-STATUS
053000         MOVE 8 TO RETURN-CODE
053100         MOVE "SUPPRESS DEL FAILED" TO WS-REJECT-REASON
053200         PERFORM 5000-WRITE-REJECT-LINE
053300     END-IF.
053400 3300-APPLY-DELETE-EXIT.
053500     EXIT.
053600*----------------------------------------------------------
053700* 3500-BUILD-SUPPRESSION-RECORD
053800*----------------------------------------------------------
053900 3500-BUILD-SUPPRESSION-RECORD.
054000     MOVE SPACES                   TO SUPPRESSION-RECORD
054100     MOVE TRN-ADDRESSEE-NAME       TO SUP-ADDRESSEE-NAME
054200     MOVE TRN-SITE-CODE            TO SUP-SITE-CODE
054300     MOVE TRN-REASON-CODE          TO SUP-REASON-CODE
054400     MOVE WS-EDITED-REQUESTED-DATE TO SUP-REQUESTED-DATE
054500     MOVE TRN-EXPIRY-DATE          TO SUP-EXPIRY-DATE.
054600 3500-BUILD-SUPPRESSION-RECORD-EXIT.
054700     EXIT.
054800*----------------------------------------------------------
054900* 4200-WRITE-BEFORE-IMAGE
055000*----------------------------------------------------------
055100 4200-WRITE-BEFORE-IMAGE.
055200     MOVE TRN-ACTION          TO WS-RD-ACTION
055300     MOVE SUP-ADDRESSEE-NAME  TO WS-RD-ADDRESSEE-NAME
055400     MOVE SUP-SITE-CODE       TO WS-RD-SITE-CODE
055500     MOVE "BEFORE"            TO WS-RD-IMAGE
055600     MOVE SUP-REASON-CODE     TO WS-RD-REASON-CODE
055700     MOVE SUP-REQUESTED-DATE  TO WS-RD-REQUESTED-DATE
055800     MOVE SUP-EXPIRY-DATE     TO WS-RD-EXPIRY-DATE
055900     PERFORM 4800-WRITE-REGISTER-LINE.
056000 4200-WRITE-BEFORE-IMAGE-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 4300-WRITE-AFTER-IMAGE
056400*----------------------------------------------------------
056500 4300-WRITE-AFTER-IMAGE.
056600     MOVE TRN-ACTION          TO WS-RD-ACTION
056700     MOVE SUP-ADDRESSEE-NAME  TO WS-RD-ADDRESSEE-NAME
056800     MOVE SUP-SITE-CODE       TO WS-RD-SITE-CODE
056900     MOVE "AFTER"             TO WS-RD-IMAGE
057000     MOVE SUP-REASON-CODE     TO WS-RD-REASON-CODE
057100     MOVE SUP-REQUESTED-DATE  TO WS-RD-REQUESTED-DATE
057200     MOVE SUP-EXPIRY-DATE     TO WS-RD-EXPIRY-DATE
057300     PERFORM 4800-WRITE-REGISTER-LINE.
057400 4300-WRITE-AFTER-IMAGE-EXIT.
057500     EXIT.
057600*----------------------------------------------------------
057700* 4800-WRITE-REGISTER-LINE
057800*----------------------------------------------------------
057900 4800-WRITE-REGISTER-LINE.
058000     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT
058100         PERFORM 4900-WRITE-REGISTER-HEADING
058200     END-IF
058300     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
058400     ADD 1 TO WS-RGST-LINE-COUNT
058500     IF NOT WS-RGST-STATUS-OK
058600         DISPLAY "GRTSUPPM - REGISTER-PRINT-FILE WRITE FAILED"
058700                 " - STATUS " WS-RGST-FILE-STATUS
058800         MOVE 8 TO RETURN-CODE
058900     END-IF.
059000 4800-WRITE-REGISTER-LINE-EXIT.
059100     EXIT.
059200*----------------------------------------------------------
059300* 4900-WRITE-REGISTER-HEADING
059400*----------------------------------------------------------
059500 4900-WRITE-REGISTER-HEADING.
059600     ADD 1 TO WS-RGST-PAGE-COUNT
059700     MOVE WS-CURRENT-DATE  TO WS-RH1-DATE
059800     MOVE WS-CURRENT-TIME  TO WS-RH1-TIME
059900     MOVE WS-RGST-PAGE-COUNT TO WS-RH1-PAGE
060000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-1
060100         AFTER ADVANCING PAGE
060200     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-2
060300     MOVE SPACES TO REGISTER-PRINT-RECORD
060400     WRITE REGISTER-PRINT-RECORD
060500     MOVE 3 TO WS-RGST-LINE-COUNT.
060600 4900-WRITE-REGISTER-HEADING-EXIT.
060700     EXIT.
060800*----------------------------------------------------------
060900* 5000-WRITE-REJECT-LINE
061000*----------------------------------------------------------
061100 5000-WRITE-REJECT-LINE.
061200     ADD 1 TO WS-REJECT-COUNT
061300     IF WS-RJCT-LINE-COUNT > WS-RGST-PAGE-LIMIT
061400         PERFORM 5100-WRITE-REJECT-HEADING
061500     END-IF
061600     MOVE TRANSACTION-CARD-RECORD TO WS-XD-CARD-IMAGE
061700     MOVE WS-REJECT-REASON        TO WS-XD-REASON
061800     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-DETAIL-LINE
061900     ADD 1 TO WS-RJCT-LINE-COUNT
062000     IF NOT WS-RJCT-STATUS-OK
062100         DISPLAY "GRTSUPPM - REJECT-PRINT-FILE WRITE FAILED "
062200                 "- STATUS " WS-RJCT-FILE-STATUS
062300         MOVE 8 TO RETURN-CODE
062400     END-IF.
062500 5000-WRITE-REJECT-LINE-EXIT.
062600     EXIT.
062700*----------------------------------------------------------
062800* 5100-WRITE-REJECT-HEADING
062900*----------------------------------------------------------
063000 5100-WRITE-REJECT-HEADING.
063100     ADD 1 TO WS-RJCT-PAGE-COUNT
063200     MOVE WS-CURRENT-DATE  TO WS-XH1-DATE
063300     MOVE WS-CURRENT-TIME  TO WS-XH1-TIME
063400     MOVE WS-RJCT-PAGE-COUNT TO WS-XH1-PAGE
063500     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-1
063600         AFTER ADVANCING PAGE
063700     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-2
063800     MOVE SPACES TO REJECT-PRINT-RECORD
063900     WRITE REJECT-PRINT-RECORD
064000     MOVE 3 TO WS-RJCT-LINE-COUNT.
064100 5100-WRITE-REJECT-HEADING-EXIT.
064200     EXIT.
064300*----------------------------------------------------------
064400* 8000-FINALIZE
064500*----------------------------------------------------------
064600* PRINTS THE RUN TOTALS ON THE REGISTER AND SETS THE FINAL
064700* RETURN-CODE, THE SAME WAY GRTMAINT DOES.
064800*----------------------------------------------------------
064900 8000-FINALIZE.
065000     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 7
065100         PERFORM 4900-WRITE-REGISTER-HEADING
065200     END-IF
065300     MOVE SPACES TO REGISTER-PRINT-RECORD
065400     WRITE REGISTER-PRINT-RECORD
065500     MOVE "TRANSACTIONS READ           - " TO WS-RT-LABEL
065600     MOVE WS-READ-COUNT    TO WS-RT-COUNT
065700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
065800     MOVE "TRANSACTIONS APPLIED        - " TO WS-RT-LABEL
065900     MOVE WS-APPLIED-COUNT TO WS-RT-COUNT
066000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066100     MOVE "  ADDS APPLIED              - " TO WS-RT-LABEL
066200     MOVE WS-ADD-COUNT     TO WS-RT-COUNT
066300     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066400     MOVE "  CHANGES APPLIED           - " TO WS-RT-LABEL
066500     MOVE WS-CHANGE-COUNT  TO WS-RT-COUNT
066600     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066700     MOVE "  DELETES APPLIED           - " TO WS-RT-LABEL
066800     MOVE WS-DELETE-COUNT  TO WS-RT-COUNT
066900     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
067000     MOVE "TRANSACTIONS REJECTED       - " TO WS-RT-LABEL
067100     MOVE WS-REJECT-COUNT  TO WS-RT-COUNT
067200     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
067300     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
067400         MOVE 4 TO RETURN-CODE
067500     END-IF
067600     IF WS-READ-COUNT > ZERO AND WS-APPLIED-COUNT = ZERO
067700         AND RETURN-CODE < 8
067800         MOVE 8 TO RETURN-CODE
067900     END-IF
068000     DISPLAY "GRTSUPPM - " WS-APPLIED-COUNT " APPLIED, "
068100         WS-REJECT-COUNT " REJECTED OF "
068200         WS-READ-COUNT " READ".
068300 8000-FINALIZE-EXIT.
068400     EXIT.
068500*----------------------------------------------------------
068600* 9999-EXIT
068700*----------------------------------------------------------
068800 9999-EXIT.
068900     IF WS-TRAN-OPEN
069000         CLOSE TRANSACTION-CARD-FILE
069100     END-IF
069200     IF WS-SUP-OPEN
069300         CLOSE SUPPRESSION-FILE
069400     END-IF
069500     IF WS-RGST-OPEN
069600         CLOSE REGISTER-PRINT-FILE
069700     END-IF
069800     IF WS-RJCT-OPEN
069900         CLOSE REJECT-PRINT-FILE
070000     END-IF
070100     STOP RUN.
070200 9999-EXIT-EXIT.
070300     EXIT.
