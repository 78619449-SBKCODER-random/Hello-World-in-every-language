000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTCHNMT.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. APPLIES ADD/CHANGE/
001100*                  DELETE TRANSACTIONS FROM A CARD-IMAGE FILE
001200*                  TO THE DELIVERY-CHANNEL FILE (GRTCHNL
001300*                  COPYBOOK, KEYED SITE CODE PLUS LANGUAGE
001400*                  CODE), THE SAME CONTROLLED, REGISTERED
001500*                  PATTERN GRTSITEM USES FOR THE SITE MASTER.
001600*                  A CARD WITH A BLANK LANGUAGE SETS THE
001700*                  SITE-WIDE PREFERENCE. DELETING A RECORD
001800*                  PUTS THE SITE/LANGUAGE BACK ON THE SITE-WIDE
001900*                  PREFERENCE, OR ON QUEUE PLUS PRINT. EVERY
002000*                  APPLIED TRANSACTION PRINTS BEFORE/AFTER
002100*                  IMAGES ON THE REGISTER; REJECTS PRINT WITH
002200*                  THEIR REASON. RC 0 = ALL APPLIED, 4 =
002300*                  SOMETHING REJECTED, 8 = I/O FAILURE OR
002400*                  NOTHING APPLIED.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TRANSACTION-CARD-FILE ASSIGN TO CHNTRAN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-TRAN-FILE-STATUS.
003500     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CHN-KEY
003900         FILE STATUS IS WS-CHN-FILE-STATUS.
004000     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS SIT-SITE-CODE
004400         FILE STATUS IS WS-SIT-FILE-STATUS.
004500     SELECT LANGUAGE-REFERENCE-FILE ASSIGN TO LANGREF
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LNG-LANGUAGE-CODE
004900         FILE STATUS IS WS-LNG-FILE-STATUS.
005000     SELECT REGISTER-PRINT-FILE ASSIGN TO CHNRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RGST-FILE-STATUS.
005300     SELECT REJECT-PRINT-FILE ASSIGN TO CHNREJ
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RJCT-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TRANSACTION-CARD-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE OMITTED.
006100 01  TRANSACTION-CARD-RECORD.
006200     05  TRN-ACTION               PIC X(06).
006300     05  TRN-SITE-CODE            PIC X(05).
006400     05  TRN-LANGUAGE-CODE        PIC X(05).
006500     05  TRN-QUEUE-FLAG           PIC X(01).
006600     05  TRN-PRINT-FLAG           PIC X(01).
006700     05  TRN-EMAIL-FLAG           PIC X(01).
006800     05  FILLER                   PIC X(61).
006900 FD  CHANNEL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CHANNEL-RECORD.
007200     COPY GRTCHNL.
007300 FD  SITE-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  SITE-MASTER-RECORD.
007600     COPY SITERC.
007700 FD  LANGUAGE-REFERENCE-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  LANGUAGE-REFERENCE-RECORD.
008000     COPY LANGRC.
008100 FD  REGISTER-PRINT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE OMITTED.
008400 01  REGISTER-PRINT-RECORD        PIC X(132).
008500 FD  REJECT-PRINT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE OMITTED.
008800 01  REJECT-PRINT-RECORD          PIC X(132).
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------
009100* SWITCHES
009200*----------------------------------------------------------
009300 01  WS-SWITCHES.
009400     05  WS-TRAN-EOF-SW           PIC X(01)   VALUE "N".
009500         88  WS-TRAN-EOF                      VALUE "Y".
009600     05  WS-TRAN-OPEN-SW          PIC X(01)   VALUE "N".
009700         88  WS-TRAN-OPEN                     VALUE "Y".
009800     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
009900         88  WS-CHN-OPEN                      VALUE "Y".
010000     05  WS-SIT-OPEN-SW           PIC X(01)   VALUE "N".
010100         88  WS-SIT-OPEN                      VALUE "Y".
010200     05  WS-LNG-OPEN-SW           PIC X(01)   VALUE "N".
010300         88  WS-LNG-OPEN                      VALUE "Y".
010400     05  WS-RGST-OPEN-SW          PIC X(01)   VALUE "N".
010500         88  WS-RGST-OPEN                     VALUE "Y".
010600     05  WS-RJCT-OPEN-SW          PIC X(01)   VALUE "N".
010700         88  WS-RJCT-OPEN                     VALUE "Y".
010800     05  WS-TRAN-VALID-SW         PIC X(01)   VALUE "N".
010900         88  WS-TRAN-VALID                    VALUE "Y".
011000     05  WS-CHN-FOUND-SW          PIC X(01)   VALUE "N".
011100         88  WS-CHN-FOUND                     VALUE "Y".
011200*----------------------------------------------------------
011300* FILE STATUS FIELDS
011400*----------------------------------------------------------
011500 01  WS-TRAN-FILE-STATUS          PIC X(02)   VALUE SPACES.
011600     88  WS-TRAN-STATUS-OK                    VALUE "00".
011700     88  WS-TRAN-STATUS-EOF                   VALUE "10".
011800 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
011900     88  WS-CHN-STATUS-OK                     VALUE "00".
012000 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
012100     88  WS-SIT-STATUS-OK                     VALUE "00".
012200 01  WS-LNG-FILE-STATUS           PIC X(02)   VALUE SPACES.
012300     88  WS-LNG-STATUS-OK                     VALUE "00".
012400 01  WS-RGST-FILE-STATUS          PIC X(02)   VALUE SPACES.
012500     88  WS-RGST-STATUS-OK                    VALUE "00".
012600 01  WS-RJCT-FILE-STATUS          PIC X(02)   VALUE SPACES.
012700     88  WS-RJCT-STATUS-OK                    VALUE "00".
012800*----------------------------------------------------------
012900* TRANSACTION AND RUN COUNTERS
013000*----------------------------------------------------------
013100 01  WS-COUNTERS.
013200     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
013300     05  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
013400     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
013500     05  WS-ADD-COUNT             PIC 9(07)   COMP VALUE ZERO.
013600     05  WS-CHANGE-COUNT          PIC 9(07)   COMP VALUE ZERO.
013700     05  WS-DELETE-COUNT          PIC 9(07)   COMP VALUE ZERO.
013800*----------------------------------------------------------
013900* CURRENT DATE AND TIME FOR THE REPORT HEADINGS
014000*----------------------------------------------------------
014100 01  WS-CURRENT-DATE-TIME.
014200     05  WS-CURRENT-DATE          PIC X(08).
014300     05  WS-CURRENT-TIME          PIC X(08).
014400*----------------------------------------------------------
014500* VALIDATION WORK FIELDS. A BLANK FLAG ON THE CARD MEANS N.
014600*----------------------------------------------------------
014700 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
014800 01  WS-EDITED-FLAGS.
014900     05  WS-EF-QUEUE              PIC X(01).
015000     05  WS-EF-PRINT              PIC X(01).
015100     05  WS-EF-EMAIL              PIC X(01).
015200*----------------------------------------------------------
015300* MAINTENANCE REGISTER PRINT LINES
015400*----------------------------------------------------------
015500 01  WS-RGST-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
015600 01  WS-RGST-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
015700 01  WS-RGST-PAGE-LIMIT           PIC 9(03)   COMP VALUE 56.
015800 01  WS-RGST-HEADING-1.
015900     05  FILLER                   PIC X(30)   VALUE
016000         "GRTCHNMT DELIVERY CHANNEL REGI".
016100     05  FILLER                   PIC X(11)   VALUE "STER - RUN ".
016200     05  WS-RH1-DATE              PIC X(08).
016300     05  FILLER                   PIC X(01)   VALUE SPACE.
016400     05  WS-RH1-TIME              PIC X(08).
016500     05  FILLER                   PIC X(06)   VALUE SPACES.
016600     05  FILLER                   PIC X(05)   VALUE "PAGE ".
016700     05  WS-RH1-PAGE              PIC ZZZZ9.
016800     05  FILLER                   PIC X(58)   VALUE SPACES.
016900 01  WS-RGST-HEADING-2.
017000     05  FILLER                   PIC X(07)   VALUE "ACTION ".
017100     05  FILLER                   PIC X(06)   VALUE "SITE  ".
017200     05  FILLER                   PIC X(06)   VALUE "LANG  ".
017300     05  FILLER                   PIC X(07)   VALUE "IMAGE  ".
017400     05  FILLER                   PIC X(06)   VALUE "QUEUE ".
017500     05  FILLER                   PIC X(06)   VALUE "PRINT ".
017600     05  FILLER                   PIC X(06)   VALUE "EMAIL ".
017700     05  FILLER                   PIC X(08)   VALUE "CHANGED".
017800     05  FILLER                   PIC X(80)   VALUE SPACES.
017900 01  WS-RGST-DETAIL-LINE.
018000     05  WS-RD-ACTION             PIC X(06).
018100     05  FILLER                   PIC X(01)   VALUE SPACE.
018200     05  WS-RD-SITE-CODE          PIC X(05).
018300     05  FILLER                   PIC X(01)   VALUE SPACE.
018400     05  WS-RD-LANGUAGE           PIC X(05).
018500     05  FILLER                   PIC X(01)   VALUE SPACE.
018600     05  WS-RD-IMAGE              PIC X(06).
018700     05  FILLER                   PIC X(03)   VALUE SPACES.
018800     05  WS-RD-QUEUE              PIC X(01).
018900     05  FILLER                   PIC X(05)   VALUE SPACES.
019000     05  WS-RD-PRINT              PIC X(01).
019100     05  FILLER                   PIC X(05)   VALUE SPACES.
019200     05  WS-RD-EMAIL              PIC X(01).
019300     05  FILLER                   PIC X(03)   VALUE SPACES.
019400     05  WS-RD-CHANGED-DATE       PIC X(08).
019500     05  FILLER                   PIC X(80)   VALUE SPACES.
019600 01  WS-RGST-TOTAL-LINE.
019700     05  WS-RT-LABEL              PIC X(30).
019800     05  WS-RT-COUNT              PIC ZZZZZZ9.
019900     05  FILLER                   PIC X(95)   VALUE SPACES.
020000*----------------------------------------------------------
020100* REJECT REPORT PRINT LINES
020200*----------------------------------------------------------
020300 01  WS-RJCT-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
020400 01  WS-RJCT-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
020500 01  WS-RJCT-HEADING-1.
020600     05  FILLER                   PIC X(30)   VALUE
020700         "GRTCHNMT REJECTED TRANSACTION".
020800     05  FILLER                   PIC X(07)   VALUE "S - RUN".
020900     05  FILLER                   PIC X(01)   VALUE SPACE.
021000     05  WS-XH1-DATE              PIC X(08).
021100     05  FILLER                   PIC X(01)   VALUE SPACE.
021200     05  WS-XH1-TIME              PIC X(08).
021300     05  FILLER                   PIC X(04)   VALUE SPACES.
021400     05  FILLER                   PIC X(05)   VALUE "PAGE ".
021500     05  WS-XH1-PAGE              PIC ZZZZ9.
021600     05  FILLER                   PIC X(63)   VALUE SPACES.
021700 01  WS-RJCT-HEADING-2.
021800     05  FILLER                   PIC X(81)   VALUE
021900         "TRANSACTION CARD IMAGE".
022000     05  FILLER                   PIC X(13)   VALUE
022100         "REJECT REASON".
022200     05  FILLER                   PIC X(38)   VALUE SPACES.
022300 01  WS-RJCT-DETAIL-LINE.
022400     05  WS-XD-CARD-IMAGE         PIC X(80).
022500     05  FILLER                   PIC X(01)   VALUE SPACE.
022600     05  WS-XD-REASON             PIC X(20).
022700     05  FILLER                   PIC X(31)   VALUE SPACES.
022800*----------------------------------------------------------
022900* RETURN CODE VALUES
023000*     00 = EVERY TRANSACTION APPLIED
023100*     04 = ONE OR MORE TRANSACTIONS REJECTED
023200*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
023300*          OR EVERY TRANSACTION ON THE RUN WAS REJECTED
023400*----------------------------------------------------------
023500 PROCEDURE DIVISION.
023600*----------------------------------------------------------
023700* 0000-MAINLINE
023800*----------------------------------------------------------
023900 0000-MAINLINE.
024000     MOVE 0 TO RETURN-CODE
024100     PERFORM 1000-INITIALIZE
024200     PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TRAN-EOF
024300     PERFORM 8000-FINALIZE
024400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
024500*----------------------------------------------------------
024600* 1000-INITIALIZE
024700*----------------------------------------------------------
024800 1000-INITIALIZE.
024900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
025000     ACCEPT WS-CURRENT-TIME FROM TIME
025100     OPEN INPUT TRANSACTION-CARD-FILE
025200     IF NOT WS-TRAN-STATUS-OK AND NOT WS-TRAN-STATUS-EOF
025300         DISPLAY "GRTCHNMT - TRANSACTION-CARD-FILE OPEN FAILED"
025400                 " - STATUS " WS-TRAN-FILE-STATUS
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 9999-EXIT
025700     ELSE
025800         SET WS-TRAN-OPEN TO TRUE
025900     END-IF
026000     OPEN I-O CHANNEL-FILE
026100     IF NOT WS-CHN-STATUS-OK
026200         DISPLAY "GRTCHNMT - CHANNEL-FILE OPEN FAILED "
026300                 "- STATUS " WS-CHN-FILE-STATUS
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     ELSE
026700         SET WS-CHN-OPEN TO TRUE
026800     END-IF
026900     OPEN INPUT SITE-MASTER-FILE
027000     IF NOT WS-SIT-STATUS-OK
027100         DISPLAY "GRTCHNMT - SITE-MASTER-FILE OPEN FAILED "
027200                 "- STATUS " WS-SIT-FILE-STATUS
027300         MOVE 8 TO RETURN-CODE
027400         GO TO 9999-EXIT
027500     ELSE
027600         SET WS-SIT-OPEN TO TRUE
027700     END-IF
027800     OPEN INPUT LANGUAGE-REFERENCE-FILE
027900     IF NOT WS-LNG-STATUS-OK
028000         DISPLAY "GRTCHNMT - LANGUAGE-REFERENCE-FILE OPEN "
028100                 "FAILED - STATUS " WS-LNG-FILE-STATUS
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 9999-EXIT
028400     ELSE
028500         SET WS-LNG-OPEN TO TRUE
028600     END-IF
028700     OPEN OUTPUT REGISTER-PRINT-FILE
028800     IF NOT WS-RGST-STATUS-OK
028900         DISPLAY "GRTCHNMT - REGISTER-PRINT-FILE OPEN FAILED "
029000                 "- STATUS " WS-RGST-FILE-STATUS
029100         MOVE 8 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     ELSE
029400         SET WS-RGST-OPEN TO TRUE
029500     END-IF
029600     OPEN OUTPUT REJECT-PRINT-FILE
029700     IF NOT WS-RJCT-STATUS-OK
029800         DISPLAY "GRTCHNMT - REJECT-PRINT-FILE OPEN FAILED "
029900                 "- STATUS " WS-RJCT-FILE-STATUS
030000         MOVE 8 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     ELSE
030300         SET WS-RJCT-OPEN TO TRUE
030400     END-IF
030500     PERFORM 2900-READ-TRANSACTION.
030600 1000-INITIALIZE-EXIT.
030700     EXIT.
030800*----------------------------------------------------------
030900* 2000-PROCESS-TRANSACTION
031000*----------------------------------------------------------
031100 2000-PROCESS-TRANSACTION.
031200     PERFORM 2100-VALIDATE-TRANSACTION
031300         THRU 2100-VALIDATE-TRANSACTION-EXIT
031400     IF WS-TRAN-VALID
031500         PERFORM 3000-APPLY-TRANSACTION
031600     ELSE
031700         PERFORM 5000-WRITE-REJECT-LINE
031800     END-IF
031900     PERFORM 2900-READ-TRANSACTION.
032000 2000-PROCESS-TRANSACTION-EXIT.
032100     EXIT.
032200*----------------------------------------------------------
032300* 2100-VALIDATE-TRANSACTION
032400*----------------------------------------------------------
032500* THE ACTION MUST BE ADD, CHANGE OR DELETE AND THE SITE CODE
032600* IS ALWAYS REQUIRED; A BLANK LANGUAGE MEANS THE SITE-WIDE
032700* RECORD. DELETE NEEDS NOTHING MORE. ADD AND CHANGE NEED EACH
032800* CHANNEL FLAG Y, N OR BLANK (BLANK = N) WITH AT LEAST ONE Y,
032900* A SITE THAT IS ON THE SITE MASTER AND NOT CLOSED, AND A
033000* LANGUAGE (WHEN GIVEN) THAT IS ON LANGREF AND NOT RETIRED -
033100* THE SAME SITE AND LANGUAGE RULES GRTMAINT APPLIES. THE
033200* FIRST RULE THAT FAILS SETS WS-REJECT-REASON AND STOPS THE
033300* CHECKING.
033400*----------------------------------------------------------
033500 2100-VALIDATE-TRANSACTION.
033600     SET WS-TRAN-VALID TO TRUE
033700     MOVE SPACES TO WS-REJECT-REASON
033800     IF TRN-ACTION NOT = "ADD" AND NOT = "CHANGE"
033900         AND NOT = "DELETE"
034000         MOVE "INVALID ACTION"      TO WS-REJECT-REASON
034100         MOVE "N" TO WS-TRAN-VALID-SW
034200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034300     END-IF
034400     IF TRN-SITE-CODE = SPACES OR LOW-VALUES
034500         MOVE "SITE CODE MISSING"   TO WS-REJECT-REASON
034600         MOVE "N" TO WS-TRAN-VALID-SW
034700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034800     END-IF
034900     IF TRN-ACTION = "DELETE"
035000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035100     END-IF
035200     MOVE TRN-QUEUE-FLAG TO WS-EF-QUEUE
035300     MOVE TRN-PRINT-FLAG TO WS-EF-PRINT
035400     MOVE TRN-EMAIL-FLAG TO WS-EF-EMAIL
035500     INSPECT WS-EDITED-FLAGS REPLACING ALL SPACE BY "N"
035600     IF (WS-EF-QUEUE NOT = "Y" AND NOT = "N")
035700         OR (WS-EF-PRINT NOT = "Y" AND NOT = "N")
035800         OR (WS-EF-EMAIL NOT = "Y" AND NOT = "N")
035900         MOVE "INVALID CHANNEL FLAG" TO WS-REJECT-REASON
036000         MOVE "N" TO WS-TRAN-VALID-SW
036100         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036200     END-IF
036300     IF WS-EDITED-FLAGS = "NNN"
036400         MOVE "NO CHANNEL CHOSEN"   TO WS-REJECT-REASON
036500         MOVE "N" TO WS-TRAN-VALID-SW
036600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036700     END-IF
036800     MOVE TRN-SITE-CODE TO SIT-SITE-CODE
036900     READ SITE-MASTER-FILE
037000         INVALID KEY
037100             CONTINUE
037200     END-READ
037300     IF NOT WS-SIT-STATUS-OK
037400         MOVE "SITE NOT ON MASTER"  TO WS-REJECT-REASON
037500         MOVE "N" TO WS-TRAN-VALID-SW
037600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
037700     END-IF
037800     IF SIT-CLOSED
037900         MOVE "SITE CLOSED"         TO WS-REJECT-REASON
038000         MOVE "N" TO WS-TRAN-VALID-SW
038100         GO TO 2100-VALIDATE-TRANSACTION-EXIT
038200     END-IF
038300     IF TRN-LANGUAGE-CODE = SPACES
038400         GO TO 2100-VALIDATE-TRANSACTION-EXIT
038500     END-IF
038600     MOVE TRN-LANGUAGE-CODE TO LNG-LANGUAGE-CODE
038700     READ LANGUAGE-REFERENCE-FILE
038800         INVALID KEY
038900             CONTINUE
039000     END-READ
039100     IF NOT WS-LNG-STATUS-OK
039200         MOVE "LANGUAGE NOT APPROVED" TO WS-REJECT-REASON
039300         MOVE "N" TO WS-TRAN-VALID-SW
039400         GO TO 2100-VALIDATE-TRANSACTION-EXIT
039500     END-IF
039600     IF LNG-RETIRED
039700         MOVE "LANGUAGE RETIRED"    TO WS-REJECT-REASON
039800         MOVE "N" TO WS-TRAN-VALID-SW
039900     END-IF.
040000 2100-VALIDATE-TRANSACTION-EXIT.
040100     EXIT.
040200*----------------------------------------------------------
040300* 2900-READ-TRANSACTION
040400*----------------------------------------------------------
040500 2900-READ-TRANSACTION.
040600     READ TRANSACTION-CARD-FILE
040700         AT END
040800             SET WS-TRAN-EOF TO TRUE
040900     END-READ
041000     IF NOT WS-TRAN-EOF
041100         ADD 1 TO WS-READ-COUNT
041200     END-IF.
041300 2900-READ-TRANSACTION-EXIT.
041400     EXIT.
041500*----------------------------------------------------------
041600* 3000-APPLY-TRANSACTION
041700*----------------------------------------------------------
041800 3000-APPLY-TRANSACTION.
041900     PERFORM 3050-READ-CHANNEL
042000     EVALUATE TRN-ACTION
042100         WHEN "ADD"
042200             PERFORM 3100-APPLY-ADD
042300                 THRU 3100-APPLY-ADD-EXIT
042400         WHEN "CHANGE"
042500             PERFORM 3200-APPLY-CHANGE
042600                 THRU 3200-APPLY-CHANGE-EXIT
042700         WHEN "DELETE"
042800             PERFORM 3300-APPLY-DELETE
042900                 THRU 3300-APPLY-DELETE-EXIT
043000     END-EVALUATE.
043100 3000-APPLY-TRANSACTION-EXIT.
043200     EXIT.
043300*----------------------------------------------------------
043400* 3050-READ-CHANNEL
043500*----------------------------------------------------------
043600 3050-READ-CHANNEL.
043700     MOVE "N" TO WS-CHN-FOUND-SW
043800     MOVE TRN-SITE-CODE     TO CHN-SITE-CODE
043900     MOVE TRN-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
044000     READ CHANNEL-FILE
044100         INVALID KEY
044200             CONTINUE
044300     END-READ
044400     IF WS-CHN-STATUS-OK
044500         SET WS-CHN-FOUND TO TRUE
044600     END-IF.
044700 3050-READ-CHANNEL-EXIT.
044800     EXIT.
044900*----------------------------------------------------------
045000* 3100-APPLY-ADD
045100*----------------------------------------------------------
045200 3100-APPLY-ADD.
045300     IF WS-CHN-FOUND
045400         MOVE "CHANNEL ALREADY SET" TO WS-REJECT-REASON
045500         PERFORM 5000-WRITE-REJECT-LINE
045600         GO TO 3100-APPLY-ADD-EXIT
045700     END-IF
045800     MOVE SPACES            TO CHANNEL-RECORD
045900     MOVE TRN-SITE-CODE     TO CHN-SITE-CODE
046000     MOVE TRN-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
046100     MOVE WS-EF-QUEUE       TO CHN-QUEUE-FLAG
046200     MOVE WS-EF-PRINT       TO CHN-PRINT-FLAG
046300     MOVE WS-EF-EMAIL       TO CHN-EMAIL-FLAG
046400     MOVE WS-CURRENT-DATE   TO CHN-CHANGED-DATE
046500     WRITE CHANNEL-RECORD
046600         INVALID KEY
046700             CONTINUE
046800     END-WRITE
046900     IF WS-CHN-STATUS-OK
047000         ADD 1 TO WS-APPLIED-COUNT
047100         ADD 1 TO WS-ADD-COUNT
047200         PERFORM 4300-WRITE-AFTER-IMAGE
047300     ELSE
047400         DISPLAY "GRTCHNMT - CHANNEL-FILE WRITE FAILED "
047500                 "- STATUS " WS-CHN-FILE-STATUS
047600         MOVE 8 TO RETURN-CODE
047700         MOVE "CHANNEL WRITE FAILED" TO WS-REJECT-REASON
047800         PERFORM 5000-WRITE-REJECT-LINE
047900     END-IF.
048000 3100-APPLY-ADD-EXIT.
048100     EXIT.
048200*----------------------------------------------------------
048300* 3200-APPLY-CHANGE
048400*----------------------------------------------------------
048500 3200-APPLY-CHANGE.
048600     IF NOT WS-CHN-FOUND
048700         MOVE "CHANNEL NOT ON FILE" TO WS-REJECT-REASON
048800         PERFORM 5000-WRITE-REJECT-LINE
048900         GO TO 3200-APPLY-CHANGE-EXIT
049000     END-IF
049100     PERFORM 4200-WRITE-BEFORE-IMAGE
049200     MOVE WS-EF-QUEUE       TO CHN-QUEUE-FLAG
049300     MOVE WS-EF-PRINT       TO CHN-PRINT-FLAG
049400     MOVE WS-EF-EMAIL       TO CHN-EMAIL-FLAG
049500     MOVE WS-CURRENT-DATE   TO CHN-CHANGED-DATE
049600     REWRITE CHANNEL-RECORD
049700         INVALID KEY
049800             CONTINUE
049900     END-REWRITE
050000     IF WS-CHN-STATUS-OK
050100         ADD 1 TO WS-APPLIED-COUNT
050200         ADD 1 TO WS-CHANGE-COUNT
050300         PERFORM 4300-WRITE-AFTER-IMAGE
050400     ELSE
050500         DISPLAY "GRTCHNMT - CHANNEL-FILE REWRITE FAILED "
050600                 "- STATUS " WS-CHN-FILE-STATUS
050700         MOVE 8 TO RETURN-CODE
050800         MOVE "CHANNEL REWRITE FAIL" TO WS-REJECT-REASON
050900         PERFORM 5000-WRITE-REJECT-LINE
051000     END-IF.
051100 3200-APPLY-CHANGE-EXIT.
051200     EXIT.
051300*----------------------------------------------------------
051400* 3300-APPLY-DELETE
051500*----------------------------------------------------------
051600 3300-APPLY-DELETE.
051700     IF NOT WS-CHN-FOUND
051800         MOVE "CHANNEL NOT ON FILE" TO WS-REJECT-REASON
051900         PERFORM 5000-WRITE-REJECT-LINE
052000         GO TO 3300-APPLY-DELETE-EXIT
052100     END-IF
052200     PERFORM 4200-WRITE-BEFORE-IMAGE
052300     DELETE CHANNEL-FILE
052400         INVALID KEY
052500             CONTINUE
052600     END-DELETE
052700     IF WS-CHN-STATUS-OK
052800         ADD 1 TO WS-APPLIED-COUNT
052900         ADD 1 TO WS-DELETE-COUNT
053000     ELSE
053100         DISPLAY "GRTCHNMT - CHANNEL-FILE DELETE FAILED "
053200                 "- STATUS " WS-CHN-FILE-STATUS
053300         MOVE 8 TO RETURN-CODE
053400         MOVE "CHANNEL DELETE FAIL" TO WS-REJECT-REASON
053500         PERFORM 5000-WRITE-REJECT-LINE
053600     END-IF.
053700 3300-APPLY-DELETE-EXIT.
053800     EXIT.
053900*----------------------------------------------------------
054000* 4200-WRITE-BEFORE-IMAGE
054100*----------------------------------------------------------
054200 4200-WRITE-BEFORE-IMAGE.
054300     MOVE "BEFORE" TO WS-RD-IMAGE
054400     PERFORM 4400-FORMAT-IMAGE
054500     PERFORM 4800-WRITE-REGISTER-LINE.
054600 4200-WRITE-BEFORE-IMAGE-EXIT.
054700     EXIT.
054800*----------------------------------------------------------
054900* 4300-WRITE-AFTER-IMAGE
055000*----------------------------------------------------------
055100 4300-WRITE-AFTER-IMAGE.
055200     MOVE "AFTER"  TO WS-RD-IMAGE
055300     PERFORM 4400-FORMAT-IMAGE
055400     PERFORM 4800-WRITE-REGISTER-LINE.
055500 4300-WRITE-AFTER-IMAGE-EXIT.
055600     EXIT.
055700*----------------------------------------------------------
055800* 4400-FORMAT-IMAGE
055900*----------------------------------------------------------
056000 4400-FORMAT-IMAGE.
056100     MOVE TRN-ACTION           TO WS-RD-ACTION
056200     MOVE CHN-SITE-CODE        TO WS-RD-SITE-CODE
056300     MOVE CHN-LANGUAGE-CODE    TO WS-RD-LANGUAGE
056400     MOVE CHN-QUEUE-FLAG       TO WS-RD-QUEUE
056500     MOVE CHN-PRINT-FLAG       TO WS-RD-PRINT
056600     MOVE CHN-EMAIL-FLAG       TO WS-RD-EMAIL
056700     MOVE CHN-CHANGED-DATE     TO WS-RD-CHANGED-DATE.
056800 4400-FORMAT-IMAGE-EXIT.
056900     EXIT.
057000*----------------------------------------------------------
057100* 4800-WRITE-REGISTER-LINE
057200*----------------------------------------------------------
057300 4800-WRITE-REGISTER-LINE.
057400     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT
057500         PERFORM 4900-WRITE-REGISTER-HEADING
057600     END-IF
057700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-DETAIL-LINE
057800     ADD 1 TO WS-RGST-LINE-COUNT
057900     IF NOT WS-RGST-STATUS-OK
058000         DISPLAY "GRTCHNMT - REGISTER-PRINT-FILE WRITE FAILED"
058100                 " - STATUS " WS-RGST-FILE-STATUS
058200         MOVE 8 TO RETURN-CODE
058300     END-IF.
058400 4800-WRITE-REGISTER-LINE-EXIT.
058500     EXIT.
058600*----------------------------------------------------------
058700* 4900-WRITE-REGISTER-HEADING
058800*----------------------------------------------------------
058900 4900-WRITE-REGISTER-HEADING.
059000     ADD 1 TO WS-RGST-PAGE-COUNT
059100     MOVE WS-CURRENT-DATE  TO WS-RH1-DATE
059200     MOVE WS-CURRENT-TIME  TO WS-RH1-TIME
059300     MOVE WS-RGST-PAGE-COUNT TO WS-RH1-PAGE
059400     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-1
059500         AFTER ADVANCING PAGE
059600     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-2
059700     MOVE SPACES TO REGISTER-PRINT-RECORD
059800     WRITE REGISTER-PRINT-RECORD
059900     MOVE 3 TO WS-RGST-LINE-COUNT.
060000 4900-WRITE-REGISTER-HEADING-EXIT.
060100     EXIT.
060200*----------------------------------------------------------
060300* 5000-WRITE-REJECT-LINE
060400*----------------------------------------------------------
060500 5000-WRITE-REJECT-LINE.
060600     ADD 1 TO WS-REJECT-COUNT
060700     IF WS-RJCT-LINE-COUNT > WS-RGST-PAGE-LIMIT
060800         PERFORM 5100-WRITE-REJECT-HEADING
060900     END-IF
061000     MOVE TRANSACTION-CARD-RECORD TO WS-XD-CARD-IMAGE
061100     MOVE WS-REJECT-REASON        TO WS-XD-REASON
061200     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-DETAIL-LINE
061300     ADD 1 TO WS-RJCT-LINE-COUNT
061400     IF NOT WS-RJCT-STATUS-OK
061500         DISPLAY "GRTCHNMT - REJECT-PRINT-FILE WRITE FAILED "
061600                 "- STATUS " WS-RJCT-FILE-STATUS
061700         MOVE 8 TO RETURN-CODE
061800     END-IF.
061900 5000-WRITE-REJECT-LINE-EXIT.
062000     EXIT.
062100*----------------------------------------------------------
062200* 5100-WRITE-REJECT-HEADING
062300*----------------------------------------------------------
062400 5100-WRITE-REJECT-HEADING.
062500     ADD 1 TO WS-RJCT-PAGE-COUNT
062600     MOVE WS-CURRENT-DATE  TO WS-XH1-DATE
062700     MOVE WS-CURRENT-TIME  TO WS-XH1-TIME
062800     MOVE WS-RJCT-PAGE-COUNT TO WS-XH1-PAGE
062900     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-1
063000         AFTER ADVANCING PAGE
063100     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-2
063200     MOVE SPACES TO REJECT-PRINT-RECORD
063300     WRITE REJECT-PRINT-RECORD
063400     MOVE 3 TO WS-RJCT-LINE-COUNT.
063500 5100-WRITE-REJECT-HEADING-EXIT.
063600     EXIT.
063700*----------------------------------------------------------
063800* 8000-FINALIZE
063900*----------------------------------------------------------
064000* PRINTS THE RUN TOTALS ON THE REGISTER AND SETS THE FINAL
064100* RETURN-CODE, THE SAME WAY GRTSITEM DOES.
064200*----------------------------------------------------------
064300 8000-FINALIZE.
064400     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 8
064500         PERFORM 4900-WRITE-REGISTER-HEADING
064600     END-IF
064700     MOVE SPACES TO REGISTER-PRINT-RECORD
064800     WRITE REGISTER-PRINT-RECORD
064900     MOVE "TRANSACTIONS READ           - " TO WS-RT-LABEL
065000     MOVE WS-READ-COUNT    TO WS-RT-COUNT
065100     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
065200     MOVE "TRANSACTIONS APPLIED        - " TO WS-RT-LABEL
065300     MOVE WS-APPLIED-COUNT TO WS-RT-COUNT
065400     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
065500     MOVE "  ADDS APPLIED              - " TO WS-RT-LABEL
065600     MOVE WS-ADD-COUNT     TO WS-RT-COUNT
065700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
065800     MOVE "  CHANGES APPLIED           - " TO WS-RT-LABEL
065900     MOVE WS-CHANGE-COUNT  TO WS-RT-COUNT
066000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066100     MOVE "  DELETES APPLIED           - " TO WS-RT-LABEL
066200     MOVE WS-DELETE-COUNT  TO WS-RT-COUNT
066300     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066400     MOVE "TRANSACTIONS REJECTED       - " TO WS-RT-LABEL
066500     MOVE WS-REJECT-COUNT  TO WS-RT-COUNT
066600     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
066700     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
066800         MOVE 4 TO RETURN-CODE
066900     END-IF
067000     IF WS-READ-COUNT > ZERO AND WS-APPLIED-COUNT = ZERO
067100         AND RETURN-CODE < 8
067200         MOVE 8 TO RETURN-CODE
067300     END-IF
067400     DISPLAY "GRTCHNMT - " WS-APPLIED-COUNT " APPLIED, "
067500         WS-REJECT-COUNT " REJECTED OF "
067600         WS-READ-COUNT " READ".
067700 8000-FINALIZE-EXIT.
067800     EXIT.
067900*----------------------------------------------------------
068000* 9999-EXIT
068100*----------------------------------------------------------
068200 9999-EXIT.
068300     IF WS-TRAN-OPEN
068400         CLOSE TRANSACTION-CARD-FILE
068500     END-IF
068600     IF WS-CHN-OPEN
068700         CLOSE CHANNEL-FILE
068800     END-IF
068900     IF WS-SIT-OPEN
069000         CLOSE SITE-MASTER-FILE
069100     END-IF
069200     IF WS-LNG-OPEN
069300         CLOSE LANGUAGE-REFERENCE-FILE
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
