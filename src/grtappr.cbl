000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTAPPR.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. BATCH CHECKER RUN FOR
001100*                  TWO-PERSON APPROVAL OF GREETING MASTER
001200*                  CHANGES. EACH APPROVAL CARD NAMES A SITE
001300*                  AND LANGUAGE WITH A CHANGE PENDING ON
001400*                  GRTPEND (WRITTEN BY GRTMAINT OR GRTU), THE
001500*                  CHECKER'S ID AND AN OPTIONAL NOTE, AND
001600*                  EITHER APPROVES OR REJECTS IT. THE CHECKER
001700*                  MUST NOT BE THE MAKER. AN APPROVAL RE-CHECKS
001800*                  THE KEY RULES, APPLIES THE ADD, CHANGE OR
001900*                  DELETE TO GRTMSTR AND WRITES THE GRTHIST
002000*                  RECORD CARRYING MAKER AND CHECKER; A
002100*                  REJECTION ONLY MARKS THE PENDING RECORD.
002200*                  EVERY DECISION PRINTS ON THE APPROVAL
002300*                  REGISTER WITH ITS BEFORE AND AFTER IMAGES;
002400*                  EVERY CARD THAT CANNOT BE ACTED ON PRINTS
002500*                  ON THE REJECT REPORT WITH ITS REASON.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT APPROVAL-CARD-FILE ASSIGN TO APRTRAN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-APR-FILE-STATUS.
003600     SELECT PENDING-CHANGE-FILE ASSIGN TO GRTPEND
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PND-KEY
004000         FILE STATUS IS WS-PND-FILE-STATUS.
004100     SELECT GREETING-MASTER-FILE ASSIGN TO GRTMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS MASTER-KEY
004500         FILE STATUS IS WS-MASTER-FILE-STATUS.
004600     SELECT CHANGE-HISTORY-FILE ASSIGN TO GRTHISTF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HIST-KEY
005000         FILE STATUS IS WS-HIST-FILE-STATUS.
005100     SELECT REGISTER-PRINT-FILE ASSIGN TO APRRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RGST-FILE-STATUS.
005400     SELECT REJECT-PRINT-FILE ASSIGN TO REJRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RJCT-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  APPROVAL-CARD-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE OMITTED.
006200 01  APPROVAL-CARD-RECORD.
006300     05  APR-DECISION             PIC X(07).
006400     05  APR-SITE-CODE            PIC X(05).
006500     05  APR-LANGUAGE-CODE        PIC X(05).
006600     05  APR-CHECKER-ID           PIC X(08).
006700     05  APR-NOTE                 PIC X(20).
006800     05  FILLER                   PIC X(35).
006900 FD  PENDING-CHANGE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  PENDING-CHANGE-RECORD.
007200     COPY GRTPEND.
007300 FD  GREETING-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  GREETING-MASTER-RECORD.
007600     05  MASTER-KEY.
007700         10  MASTER-SITE-CODE     PIC X(05).
007800         10  MASTER-KEY-LANGUAGE  PIC X(05).
007900     COPY GREETRC REPLACING
008000         ==GR-MESSAGE-TEXT==    BY ==MASTER-MESSAGE-TEXT==
008100         ==GR-MESSAGE-MAX-LEN== BY ==MASTER-MESSAGE-MAX-LEN==
008200         ==GR-LANGUAGE-CODE==   BY ==MASTER-LANGUAGE-CODE==
008300         ==GR-EFFECTIVE-DATE==  BY ==MASTER-EFFECTIVE-DATE==.
008400     05  FILLER                   PIC X(20).
008500 FD  CHANGE-HISTORY-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CHANGE-HISTORY-RECORD.
008800     COPY GRTHIST.
008900 FD  REGISTER-PRINT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE OMITTED.
009200 01  REGISTER-PRINT-RECORD        PIC X(132).
009300 FD  REJECT-PRINT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE OMITTED.
009600 01  REJECT-PRINT-RECORD          PIC X(132).
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------
009900* SWITCHES
010000*----------------------------------------------------------
010100 01  WS-SWITCHES.
010200     05  WS-APR-EOF-SW            PIC X(01)   VALUE "N".
010300         88  WS-APR-EOF                       VALUE "Y".
010400     05  WS-APR-OPEN-SW           PIC X(01)   VALUE "N".
010500         88  WS-APR-OPEN                      VALUE "Y".
010600     05  WS-PND-OPEN-SW           PIC X(01)   VALUE "N".
010700         88  WS-PND-OPEN                      VALUE "Y".
010800     05  WS-MASTER-OPEN-SW        PIC X(01)   VALUE "N".
010900         88  WS-MASTER-OPEN                   VALUE "Y".
011000     05  WS-HIST-OPEN-SW          PIC X(01)   VALUE "N".
011100         88  WS-HIST-OPEN                     VALUE "Y".
011200     05  WS-RGST-OPEN-SW          PIC X(01)   VALUE "N".
011300         88  WS-RGST-OPEN                     VALUE "Y".
011400     05  WS-RJCT-OPEN-SW          PIC X(01)   VALUE "N".
011500         88  WS-RJCT-OPEN                     VALUE "Y".
011600     05  WS-CARD-VALID-SW         PIC X(01)   VALUE "N".
011700         88  WS-CARD-VALID                    VALUE "Y".
011800     05  WS-MASTER-FOUND-SW       PIC X(01)   VALUE "N".
011900         88  WS-MASTER-FOUND                  VALUE "Y".
012000     05  WS-HIST-DONE-SW          PIC X(01)   VALUE "N".
012100         88  WS-HIST-DONE                     VALUE "Y".
012200*----------------------------------------------------------
012300* FILE STATUS FIELDS
012400*----------------------------------------------------------
012500 01  WS-APR-FILE-STATUS           PIC X(02)   VALUE SPACES.
012600     88  WS-APR-STATUS-OK                     VALUE "00".
012700     88  WS-APR-STATUS-EOF                    VALUE "10".
012800 01  WS-PND-FILE-STATUS           PIC X(02)   VALUE SPACES.
012900     88  WS-PND-STATUS-OK                     VALUE "00".
013000 01  WS-MASTER-FILE-STATUS        PIC X(02)   VALUE SPACES.
013100     88  WS-MASTER-STATUS-OK                  VALUE "00".
013200 01  WS-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
013300     88  WS-HIST-STATUS-OK                    VALUE "00".
013400     88  WS-HIST-STATUS-DUP                   VALUE "22".
013500 01  WS-RGST-FILE-STATUS          PIC X(02)   VALUE SPACES.
013600     88  WS-RGST-STATUS-OK                    VALUE "00".
013700 01  WS-RJCT-FILE-STATUS          PIC X(02)   VALUE SPACES.
013800     88  WS-RJCT-STATUS-OK                    VALUE "00".
013900*----------------------------------------------------------
014000* CARD AND RUN COUNTERS
014100*----------------------------------------------------------
014200 01  WS-COUNTERS.
014300     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
014400     05  WS-DECIDED-COUNT         PIC 9(07)   COMP VALUE ZERO.
014500     05  WS-APPROVED-COUNT        PIC 9(07)   COMP VALUE ZERO.
014600     05  WS-DECLINED-COUNT        PIC 9(07)   COMP VALUE ZERO.
014700     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
014800*----------------------------------------------------------
014900* CURRENT DATE AND TIME
015000*----------------------------------------------------------
015100 01  WS-CURRENT-DATE-TIME.
015200     05  WS-CURRENT-DATE          PIC X(08).
015300     05  WS-CURRENT-TIME          PIC X(08).
015400 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
015500*----------------------------------------------------------
015600* BEFORE-IMAGE HOLD AREA - CAPTURED FROM THE MASTER BEFORE
015700* THE APPROVED CHANGE OVERWRITES THE RECORD BUFFER.
015800*----------------------------------------------------------
015900 01  WS-HIST-BEFORE-AREA.
016000     05  WS-HB-TEXT               PIC X(40)   VALUE SPACES.
016100     05  WS-HB-MAX-LEN            PIC 9(03)   VALUE ZERO.
016200     05  WS-HB-LANGUAGE           PIC X(05)   VALUE SPACES.
016300     05  WS-HB-EFF-DATE           PIC X(08)   VALUE SPACES.
016400*----------------------------------------------------------
016500* APPROVAL REGISTER PRINT LINES
016600*----------------------------------------------------------
016700 01  WS-RGST-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
016800 01  WS-RGST-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
016900 01  WS-RGST-PAGE-LIMIT           PIC 9(03)   COMP VALUE 56.
017000 01  WS-RGST-HEADING-1.
017100     05  FILLER                   PIC X(30)   VALUE
017200         "GRTAPPR CHANGE APPROVAL REG.  ".
017300     05  FILLER                   PIC X(06)   VALUE "- RUN ".
017400     05  WS-RH1-DATE              PIC X(08).
017500     05  FILLER                   PIC X(01)   VALUE SPACE.
017600     05  WS-RH1-TIME              PIC X(08).
017700     05  FILLER                   PIC X(06)   VALUE SPACES.
017800     05  FILLER                   PIC X(05)   VALUE "PAGE ".
017900     05  WS-RH1-PAGE              PIC ZZZZ9.
018000     05  FILLER                   PIC X(63)   VALUE SPACES.
018100 01  WS-RGST-HEADING-2.
018200     05  FILLER                   PIC X(09)   VALUE "DECISION ".
018300     05  FILLER                   PIC X(07)   VALUE "ACTION ".
018400     05  FILLER                   PIC X(06)   VALUE "SITE  ".
018500     05  FILLER                   PIC X(07)   VALUE "LANG   ".
018600     05  FILLER                   PIC X(13)   VALUE "MAKER".
018700     05  FILLER                   PIC X(10)   VALUE "KEYED".
018800     05  FILLER                   PIC X(10)   VALUE "CHECKER".
018900     05  FILLER                   PIC X(20)   VALUE "NOTE".
019000     05  FILLER                   PIC X(50)   VALUE SPACES.
019100 01  WS-RGST-DECISION-LINE.
019200     05  WS-RD-DECISION           PIC X(08).
019300     05  FILLER                   PIC X(01)   VALUE SPACE.
019400     05  WS-RD-ACTION             PIC X(06).
019500     05  FILLER                   PIC X(01)   VALUE SPACE.
019600     05  WS-RD-SITE-CODE          PIC X(05).
019700     05  FILLER                   PIC X(01)   VALUE SPACE.
019800     05  WS-RD-LANGUAGE           PIC X(05).
019900     05  FILLER                   PIC X(02)   VALUE SPACES.
020000     05  WS-RD-MAKER-ID           PIC X(12).
020100     05  FILLER                   PIC X(01)   VALUE SPACE.
020200     05  WS-RD-MAKER-DATE         PIC X(08).
020300     05  FILLER                   PIC X(02)   VALUE SPACES.
020400     05  WS-RD-CHECKER-ID         PIC X(08).
020500     05  FILLER                   PIC X(02)   VALUE SPACES.
020600     05  WS-RD-NOTE               PIC X(20).
020700     05  FILLER                   PIC X(50)   VALUE SPACES.
020800 01  WS-RGST-IMAGE-LINE.
020900     05  FILLER                   PIC X(09)   VALUE SPACES.
021000     05  WS-RI-IMAGE              PIC X(06).
021100     05  FILLER                   PIC X(01)   VALUE SPACE.
021200     05  WS-RI-MESSAGE-TEXT       PIC X(40).
021300     05  FILLER                   PIC X(02)   VALUE SPACES.
021400     05  WS-RI-MAX-LEN            PIC ZZ9.
021500     05  FILLER                   PIC X(02)   VALUE SPACES.
021600     05  WS-RI-LANGUAGE-CODE      PIC X(05).
021700     05  FILLER                   PIC X(01)   VALUE SPACE.
021800     05  WS-RI-EFFECTIVE-DATE     PIC X(08).
021900     05  FILLER                   PIC X(55)   VALUE SPACES.
022000 01  WS-RGST-TOTAL-LINE.
022100     05  WS-RT-LABEL              PIC X(30).
022200     05  WS-RT-COUNT              PIC ZZZZZZ9.
022300     05  FILLER                   PIC X(95)   VALUE SPACES.
022400*----------------------------------------------------------
022500* REJECT REPORT PRINT LINES
022600*----------------------------------------------------------
022700 01  WS-RJCT-LINE-COUNT           PIC 9(03)   COMP VALUE 99.
022800 01  WS-RJCT-PAGE-COUNT           PIC 9(05)   COMP VALUE ZERO.
022900 01  WS-RJCT-HEADING-1.
023000     05  FILLER                   PIC X(30)   VALUE
023100         "GRTAPPR REJECTED APPROVAL CARD".
023200     05  FILLER                   PIC X(06)   VALUE " - RUN".
023300     05  FILLER                   PIC X(01)   VALUE SPACE.
023400     05  WS-XH1-DATE              PIC X(08).
023500     05  FILLER                   PIC X(01)   VALUE SPACE.
023600     05  WS-XH1-TIME              PIC X(08).
023700     05  FILLER                   PIC X(05)   VALUE SPACES.
023800     05  FILLER                   PIC X(05)   VALUE "PAGE ".
023900     05  WS-XH1-PAGE              PIC ZZZZ9.
024000     05  FILLER                   PIC X(63)   VALUE SPACES.
024100 01  WS-RJCT-HEADING-2.
024200     05  FILLER                   PIC X(81)   VALUE
024300         "APPROVAL CARD IMAGE".
024400     05  FILLER                   PIC X(13)   VALUE
024500         "REJECT REASON".
024600     05  FILLER                   PIC X(38)   VALUE SPACES.
024700 01  WS-RJCT-DETAIL-LINE.
024800     05  WS-XD-CARD-IMAGE         PIC X(80).
024900     05  FILLER                   PIC X(01)   VALUE SPACE.
025000     05  WS-XD-REASON             PIC X(20).
025100     05  FILLER                   PIC X(31)   VALUE SPACES.
025200*----------------------------------------------------------
025300* RETURN CODE VALUES
025400*     00 = EVERY CARD DECIDED (APPROVED OR REJECTED)
025500*     04 = ONE OR MORE CARDS COULD NOT BE ACTED ON
025600*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
025700*          OR NO CARD ON THE RUN COULD BE ACTED ON
025800*----------------------------------------------------------
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------
026100* 0000-MAINLINE
026200*----------------------------------------------------------
026300 0000-MAINLINE.
026400     MOVE 0 TO RETURN-CODE
026500     PERFORM 1000-INITIALIZE
026600     PERFORM 2000-PROCESS-CARD UNTIL WS-APR-EOF
026700     PERFORM 8000-FINALIZE
026800     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
026900*----------------------------------------------------------
027000* 1000-INITIALIZE
027100*----------------------------------------------------------
027200 1000-INITIALIZE.
027300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
027400     ACCEPT WS-CURRENT-TIME FROM TIME
027500     OPEN INPUT APPROVAL-CARD-FILE
027600     IF NOT WS-APR-STATUS-OK AND NOT WS-APR-STATUS-EOF
027700         DISPLAY "GRTAPPR - APPROVAL-CARD-FILE OPEN FAILED"
027800                 " - STATUS " WS-APR-FILE-STATUS
027900         MOVE 8 TO RETURN-CODE
028000         GO TO 9999-EXIT
028100     ELSE
028200         SET WS-APR-OPEN TO TRUE
028300     END-IF
028400     OPEN I-O PENDING-CHANGE-FILE
028500     IF NOT WS-PND-STATUS-OK
028600         DISPLAY "GRTAPPR - PENDING-CHANGE-FILE OPEN FAILED "
028700                 "- STATUS " WS-PND-FILE-STATUS
028800         MOVE 8 TO RETURN-CODE
028900         GO TO 9999-EXIT
029000     ELSE
029100         SET WS-PND-OPEN TO TRUE
029200     END-IF
029300     OPEN I-O GREETING-MASTER-FILE
029400     IF NOT WS-MASTER-STATUS-OK
029500         DISPLAY "GRTAPPR - GREETING-MASTER-FILE OPEN FAILED "
029600                 "- STATUS " WS-MASTER-FILE-STATUS
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 9999-EXIT
029900     ELSE
030000         SET WS-MASTER-OPEN TO TRUE
030100     END-IF
030200     OPEN I-O CHANGE-HISTORY-FILE
030300     IF NOT WS-HIST-STATUS-OK
030400         DISPLAY "GRTAPPR - CHANGE-HISTORY-FILE OPEN FAILED "
030500                 "- STATUS " WS-HIST-FILE-STATUS
030600         MOVE 8 TO RETURN-CODE
030700         GO TO 9999-EXIT
030800     ELSE
030900         SET WS-HIST-OPEN TO TRUE
031000     END-IF
031100     OPEN OUTPUT REGISTER-PRINT-FILE
031200     IF NOT WS-RGST-STATUS-OK
031300         DISPLAY "GRTAPPR - REGISTER-PRINT-FILE OPEN FAILED "
031400                 "- STATUS " WS-RGST-FILE-STATUS
031500         MOVE 8 TO RETURN-CODE
031600         GO TO 9999-EXIT
031700     ELSE
031800         SET WS-RGST-OPEN TO TRUE
031900     END-IF
032000     OPEN OUTPUT REJECT-PRINT-FILE
032100     IF NOT WS-RJCT-STATUS-OK
032200         DISPLAY "GRTAPPR - REJECT-PRINT-FILE OPEN FAILED "
032300                 "- STATUS " WS-RJCT-FILE-STATUS
032400         MOVE 8 TO RETURN-CODE
032500         GO TO 9999-EXIT
032600     ELSE
032700         SET WS-RJCT-OPEN TO TRUE
032800     END-IF
032900     PERFORM 2900-READ-CARD.
033000 1000-INITIALIZE-EXIT.
033100     EXIT.
033200*----------------------------------------------------------
033300* 2000-PROCESS-CARD
033400*----------------------------------------------------------
033500 2000-PROCESS-CARD.
033600     PERFORM 2100-VALIDATE-CARD
033700         THRU 2100-VALIDATE-CARD-EXIT
033800     IF WS-CARD-VALID
033900         IF APR-DECISION = "APPROVE"
034000             PERFORM 3000-APPROVE-CHANGE
034100                 THRU 3000-APPROVE-CHANGE-EXIT
034200         ELSE
034300             PERFORM 3500-REJECT-CHANGE
034400                 THRU 3500-REJECT-CHANGE-EXIT
034500         END-IF
034600     ELSE
034700         PERFORM 5000-WRITE-REJECT-LINE
034800     END-IF
034900     PERFORM 2900-READ-CARD.
035000 2000-PROCESS-CARD-EXIT.
035100     EXIT.
035200*----------------------------------------------------------
035300* 2100-VALIDATE-CARD
035400*----------------------------------------------------------
035500* THE DECISION MUST BE APPROVE OR REJECT, THE SITE, LANGUAGE
035600* AND CHECKER ID MUST BE PRESENT, A CHANGE MUST BE PENDING
035700* FOR THE SITE/LANGUAGE, AND THE CHECKER MUST NOT BE THE
035800* USER WHO KEYED IT - WHETHER THEY KEYED IT ON A GRTMAINT
035900* CARD OR UNDER GRTU. THE FIRST RULE THAT FAILS SETS
036000* WS-REJECT-REASON AND STOPS THE CHECKING. A VALID CARD
036100* LEAVES THE PENDING RECORD IN THE FILE BUFFER.
036200*----------------------------------------------------------
036300 2100-VALIDATE-CARD.
036400     SET WS-CARD-VALID TO TRUE
036500     MOVE SPACES TO WS-REJECT-REASON
036600     IF APR-DECISION NOT = "APPROVE" AND NOT = "REJECT"
036700         MOVE "INVALID DECISION"    TO WS-REJECT-REASON
036800         MOVE "N" TO WS-CARD-VALID-SW
036900         GO TO 2100-VALIDATE-CARD-EXIT
037000     END-IF
037100     IF APR-SITE-CODE = SPACES OR LOW-VALUES
037200         MOVE "SITE CODE MISSING"   TO WS-REJECT-REASON
037300         MOVE "N" TO WS-CARD-VALID-SW
037400         GO TO 2100-VALIDATE-CARD-EXIT
037500     END-IF
037600     IF APR-LANGUAGE-CODE = SPACES OR LOW-VALUES
037700         MOVE "LANGUAGE MISSING"    TO WS-REJECT-REASON
037800         MOVE "N" TO WS-CARD-VALID-SW
037900         GO TO 2100-VALIDATE-CARD-EXIT
038000     END-IF
038100     IF APR-CHECKER-ID = SPACES OR LOW-VALUES
038200         MOVE "CHECKER ID MISSING"  TO WS-REJECT-REASON
038300         MOVE "N" TO WS-CARD-VALID-SW
038400         GO TO 2100-VALIDATE-CARD-EXIT
038500     END-IF
038600     MOVE APR-SITE-CODE     TO PND-SITE-CODE
038700     MOVE APR-LANGUAGE-CODE TO PND-LANGUAGE-CODE
038800     READ PENDING-CHANGE-FILE
038900         INVALID KEY
039000             CONTINUE
039100     END-READ
039200     IF NOT WS-PND-STATUS-OK
039300         MOVE "NO CHANGE PENDING"   TO WS-REJECT-REASON
039400         MOVE "N" TO WS-CARD-VALID-SW
039500         GO TO 2100-VALIDATE-CARD-EXIT
039600     END-IF
039700     IF NOT PND-PENDING
039800         MOVE "NO CHANGE PENDING"   TO WS-REJECT-REASON
039900         MOVE "N" TO WS-CARD-VALID-SW
040000         GO TO 2100-VALIDATE-CARD-EXIT
040100     END-IF
040200     IF PND-MAKER-ID (1:8) = APR-CHECKER-ID
040300         MOVE "CHECKER IS THE MAKER" TO WS-REJECT-REASON
040400         MOVE "N" TO WS-CARD-VALID-SW
040500         GO TO 2100-VALIDATE-CARD-EXIT
040600     END-IF.
040700 2100-VALIDATE-CARD-EXIT.
040800     EXIT.
040900*----------------------------------------------------------
041000* 2900-READ-CARD
041100*----------------------------------------------------------
041200 2900-READ-CARD.
041300     READ APPROVAL-CARD-FILE
041400         AT END
041500             SET WS-APR-EOF TO TRUE
041600     END-READ
041700     IF NOT WS-APR-EOF
041800         ADD 1 TO WS-READ-COUNT
041900     END-IF.
042000 2900-READ-CARD-EXIT.
042100     EXIT.
042200*----------------------------------------------------------
042300* 3000-APPROVE-CHANGE
042400*----------------------------------------------------------
042500* RE-CHECKS THE KEY RULES AGAINST THE MASTER AS IT STANDS
042600* NOW (AN ADD NEEDS THE KEY ABSENT, A CHANGE OR DELETE NEEDS
042700* IT ON FILE), APPLIES THE PENDING AFTER IMAGE, WRITES THE
042800* HISTORY RECORD AND MARKS THE PENDING RECORD APPROVED. A
042900* CHANGE THAT NO LONGER FITS THE MASTER IS LEFT PENDING SO
043000* IT CAN BE REJECTED OR LEFT TO EXPIRE.
043100*----------------------------------------------------------
043200 3000-APPROVE-CHANGE.
043300     PERFORM 3050-READ-MASTER
043400     IF WS-MASTER-FOUND
043500         MOVE MASTER-MESSAGE-TEXT    TO WS-HB-TEXT
043600         MOVE MASTER-MESSAGE-MAX-LEN TO WS-HB-MAX-LEN
043700         MOVE MASTER-LANGUAGE-CODE   TO WS-HB-LANGUAGE
043800         MOVE MASTER-EFFECTIVE-DATE  TO WS-HB-EFF-DATE
043900     ELSE
044000         MOVE SPACES TO WS-HB-TEXT
044100         MOVE ZERO   TO WS-HB-MAX-LEN
044200         MOVE SPACES TO WS-HB-LANGUAGE
044300         MOVE SPACES TO WS-HB-EFF-DATE
044400     END-IF
044500     EVALUATE PND-ACTION
044600         WHEN "ADD"
044700             IF WS-MASTER-FOUND
044800                 MOVE "KEY ALREADY ON FILE" TO WS-REJECT-REASON
044900                 PERFORM 5000-WRITE-REJECT-LINE
045000                 GO TO 3000-APPROVE-CHANGE-EXIT
045100             END-IF
045200             PERFORM 3100-BUILD-MASTER-RECORD
045300             WRITE GREETING-MASTER-RECORD
045400                 INVALID KEY
045500                     CONTINUE
045600             END-WRITE
045700         WHEN "CHANGE"
045800             IF NOT WS-MASTER-FOUND
045900                 MOVE "KEY NOT ON FILE"     TO WS-REJECT-REASON
046000                 PERFORM 5000-WRITE-REJECT-LINE
046100                 GO TO 3000-APPROVE-CHANGE-EXIT
046200             END-IF
046300             PERFORM 3100-BUILD-MASTER-RECORD
046400             REWRITE GREETING-MASTER-RECORD
046500                 INVALID KEY
046600                     CONTINUE
046700             END-REWRITE
046800         WHEN OTHER
046900             IF NOT WS-MASTER-FOUND
047000                 MOVE "KEY NOT ON FILE"     TO WS-REJECT-REASON
047100                 PERFORM 5000-WRITE-REJECT-LINE
047200                 GO TO 3000-APPROVE-CHANGE-EXIT
047300             END-IF
047400             DELETE GREETING-MASTER-FILE
047500                 INVALID KEY
047600                     CONTINUE
047700             END-DELETE
047800     END-EVALUATE
047900     IF NOT WS-MASTER-STATUS-OK
048000         DISPLAY "GRTAPPR - GREETING-MASTER-FILE UPDATE FAILED"
048100                 " - STATUS " WS-MASTER-FILE-STATUS
048200         MOVE 8 TO RETURN-CODE
048300         MOVE "MASTER UPDATE FAILED" TO WS-REJECT-REASON
048400         PERFORM 5000-WRITE-REJECT-LINE
048500         GO TO 3000-APPROVE-CHANGE-EXIT
048600     END-IF
048700     PERFORM 4500-WRITE-HISTORY-RECORD
048800     SET PND-APPROVED TO TRUE
048900     PERFORM 3800-STAMP-DECISION
049000     ADD 1 TO WS-APPROVED-COUNT
049100     MOVE "APPROVED" TO WS-RD-DECISION
049200     PERFORM 4000-WRITE-DECISION.
049300 3000-APPROVE-CHANGE-EXIT.
049400     EXIT.
049500*----------------------------------------------------------
049600* 3050-READ-MASTER
049700*----------------------------------------------------------
049800 3050-READ-MASTER.
049900     MOVE "N" TO WS-MASTER-FOUND-SW
050000     MOVE PND-SITE-CODE     TO MASTER-SITE-CODE
050100     MOVE PND-LANGUAGE-CODE TO MASTER-KEY-LANGUAGE
050200     READ GREETING-MASTER-FILE
050300         INVALID KEY
050400             CONTINUE
050500     END-READ
050600     IF WS-MASTER-STATUS-OK
050700         SET WS-MASTER-FOUND TO TRUE
050800     END-IF.
050900 3050-READ-MASTER-EXIT.
051000     EXIT.
051100*----------------------------------------------------------
051200* 3100-BUILD-MASTER-RECORD
051300*----------------------------------------------------------
051400 3100-BUILD-MASTER-RECORD.
051500     MOVE SPACES              TO GREETING-MASTER-RECORD
051600     MOVE PND-SITE-CODE       TO MASTER-SITE-CODE
051700     MOVE PND-LANGUAGE-CODE   TO MASTER-KEY-LANGUAGE
051800     MOVE PND-AFT-TEXT        TO MASTER-MESSAGE-TEXT
051900     MOVE PND-AFT-MAX-LEN     TO MASTER-MESSAGE-MAX-LEN
052000     MOVE PND-AFT-LANGUAGE    TO MASTER-LANGUAGE-CODE
052100     MOVE PND-AFT-EFF-DATE    TO MASTER-EFFECTIVE-DATE.
052200 3100-BUILD-MASTER-RECORD-EXIT.
052300     EXIT.
052400*----------------------------------------------------------
052500* 3500-REJECT-CHANGE
052600*----------------------------------------------------------
052700* THE MASTER IS NOT TOUCHED; ONLY THE PENDING RECORD IS
052800* MARKED REJECTED WITH THE CHECKER AND NOTE.
052900*----------------------------------------------------------
053000 3500-REJECT-CHANGE.
053100     PERFORM 3050-READ-MASTER
053200     IF WS-MASTER-FOUND
053300         MOVE MASTER-MESSAGE-TEXT    TO WS-HB-TEXT
053400         MOVE MASTER-MESSAGE-MAX-LEN TO WS-HB-MAX-LEN
053500         MOVE MASTER-LANGUAGE-CODE   TO WS-HB-LANGUAGE
053600         MOVE MASTER-EFFECTIVE-DATE  TO WS-HB-EFF-DATE
053700     ELSE
053800         MOVE SPACES TO WS-HB-TEXT
053900         MOVE ZERO   TO WS-HB-MAX-LEN
054000         MOVE SPACES TO WS-HB-LANGUAGE
054100         MOVE SPACES TO WS-HB-EFF-DATE
054200     END-IF
054300     SET PND-REJECTED TO TRUE
054400     PERFORM 3800-STAMP-DECISION
054500     ADD 1 TO WS-DECLINED-COUNT
054600     MOVE "REJECTED" TO WS-RD-DECISION
054700     PERFORM 4000-WRITE-DECISION.
054800 3500-REJECT-CHANGE-EXIT.
054900     EXIT.
055000*----------------------------------------------------------
055100* 3800-STAMP-DECISION
055200*----------------------------------------------------------
055300* REWRITES THE PENDING RECORD WITH THE DECISION STATUS (SET
055400* BY THE CALLER), THE CHECKER, THE NOTE AND THE DATE/TIME.
055500*----------------------------------------------------------
055600 3800-STAMP-DECISION.
055700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
055800     ACCEPT WS-CURRENT-TIME FROM TIME
055900     ADD 1 TO WS-DECIDED-COUNT
056000     MOVE "BATCH"             TO PND-CHECKER-TYPE
056100     MOVE APR-CHECKER-ID      TO PND-CHECKER-ID
056200     MOVE WS-CURRENT-DATE     TO PND-DECISION-DATE
056300     MOVE WS-CURRENT-TIME     TO PND-DECISION-TIME
056400     MOVE APR-NOTE            TO PND-DECISION-NOTE
056500     REWRITE PENDING-CHANGE-RECORD
056600         INVALID KEY
056700             CONTINUE
056800     END-REWRITE
056900     IF NOT WS-PND-STATUS-OK
057000         DISPLAY "GRTAPPR - PENDING-CHANGE-FILE REWRITE FAILED"
057100                 " - STATUS " WS-PND-FILE-STATUS
057200         MOVE 8 TO RETURN-CODE
057300     END-IF.
057400 3800-STAMP-DECISION-EXIT.
057500     EXIT.
057600*----------------------------------------------------------
057700* 4000-WRITE-DECISION
057800*----------------------------------------------------------
057900* ONE DECISION LINE, THEN THE CURRENT (BEFORE) IMAGE FOR A
058000* CHANGE OR DELETE AND THE PROPOSED (AFTER) IMAGE FOR AN ADD
058100* OR CHANGE.
058200*----------------------------------------------------------
058300 4000-WRITE-DECISION.
058400     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 3
058500         PERFORM 4900-WRITE-REGISTER-HEADING
058600     END-IF
058700     MOVE PND-ACTION          TO WS-RD-ACTION
058800     MOVE PND-SITE-CODE       TO WS-RD-SITE-CODE
058900     MOVE PND-LANGUAGE-CODE   TO WS-RD-LANGUAGE
059000     MOVE PND-MAKER-ID        TO WS-RD-MAKER-ID
059100     MOVE PND-MAKER-DATE      TO WS-RD-MAKER-DATE
059200     MOVE APR-CHECKER-ID      TO WS-RD-CHECKER-ID
059300     MOVE APR-NOTE            TO WS-RD-NOTE
059400     MOVE WS-RGST-DECISION-LINE TO REGISTER-PRINT-RECORD
059500     PERFORM 4800-WRITE-REGISTER-LINE
059600     IF PND-ACTION NOT = "ADD"
059700         MOVE "BEFORE"            TO WS-RI-IMAGE
059800         MOVE WS-HB-TEXT          TO WS-RI-MESSAGE-TEXT
059900         MOVE WS-HB-MAX-LEN       TO WS-RI-MAX-LEN
060000         MOVE WS-HB-LANGUAGE      TO WS-RI-LANGUAGE-CODE
060100         MOVE WS-HB-EFF-DATE      TO WS-RI-EFFECTIVE-DATE
060200         MOVE WS-RGST-IMAGE-LINE  TO REGISTER-PRINT-RECORD
060300         PERFORM 4800-WRITE-REGISTER-LINE
060400     END-IF
060500     IF PND-ACTION NOT = "DELETE"
060600         MOVE "AFTER"             TO WS-RI-IMAGE
060700         MOVE PND-AFT-TEXT        TO WS-RI-MESSAGE-TEXT
060800         MOVE PND-AFT-MAX-LEN     TO WS-RI-MAX-LEN
060900         MOVE PND-AFT-LANGUAGE    TO WS-RI-LANGUAGE-CODE
061000         MOVE PND-AFT-EFF-DATE    TO WS-RI-EFFECTIVE-DATE
061100         MOVE WS-RGST-IMAGE-LINE  TO REGISTER-PRINT-RECORD
061200         PERFORM 4800-WRITE-REGISTER-LINE
061300     END-IF.
061400 4000-WRITE-DECISION-EXIT.
061500     EXIT.
061600*----------------------------------------------------------
061700* 4500-WRITE-HISTORY-RECORD
061800*----------------------------------------------------------
061900* ONE CHANGE-HISTORY RECORD PER APPROVED CHANGE: THE BEFORE
062000* IMAGE HELD SINCE 3050-READ-MASTER, THE PENDING AFTER IMAGE
062100* (BLANK FOR A DELETE), THE MAKER AS THE SOURCE AND THE CARD
062200* CHECKER AS HIST-CHECKER-ID. A DUPLICATE KEY BUMPS
062300* HIST-CHANGE-SEQ AND TRIES AGAIN.
062400*----------------------------------------------------------
062500 4500-WRITE-HISTORY-RECORD.
062600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
062700     ACCEPT WS-CURRENT-TIME FROM TIME
062800     MOVE SPACES                  TO CHANGE-HISTORY-RECORD
062900     MOVE PND-SITE-CODE           TO HIST-SITE-CODE
063000     MOVE PND-LANGUAGE-CODE       TO HIST-LANGUAGE-CODE
063100     MOVE WS-CURRENT-DATE         TO HIST-CHANGE-DATE
063200     MOVE WS-CURRENT-TIME         TO HIST-CHANGE-TIME
063300     MOVE 1                       TO HIST-CHANGE-SEQ
063400     MOVE PND-ACTION              TO HIST-ACTION
063500     MOVE PND-MAKER-TYPE          TO HIST-SOURCE-TYPE
063600     MOVE PND-MAKER-ID            TO HIST-SOURCE-ID
063700     MOVE APR-CHECKER-ID          TO HIST-CHECKER-ID
063800     MOVE WS-HB-TEXT              TO HIST-BEF-TEXT
063900     MOVE WS-HB-MAX-LEN           TO HIST-BEF-MAX-LEN
064000     MOVE WS-HB-LANGUAGE          TO HIST-BEF-LANGUAGE
064100     MOVE WS-HB-EFF-DATE          TO HIST-BEF-EFF-DATE
064200     IF PND-ACTION = "DELETE"
064300         MOVE SPACES              TO HIST-AFTER-IMAGE
064400     ELSE
064500         MOVE PND-AFT-TEXT            TO HIST-AFT-TEXT
064600         MOVE PND-AFT-MAX-LEN         TO HIST-AFT-MAX-LEN
064700         MOVE PND-AFT-LANGUAGE        TO HIST-AFT-LANGUAGE
064800         MOVE PND-AFT-EFF-DATE        TO HIST-AFT-EFF-DATE
064900     END-IF
065000     MOVE "N" TO WS-HIST-DONE-SW
065100     PERFORM 4510-PUT-HISTORY
065200         UNTIL WS-HIST-DONE OR HIST-CHANGE-SEQ > 999
065300     IF NOT WS-HIST-STATUS-OK
065400         DISPLAY "GRTAPPR - CHANGE-HISTORY-FILE WRITE FAILED"
065500                 " - STATUS " WS-HIST-FILE-STATUS
065600         MOVE 8 TO RETURN-CODE
065700     END-IF.
065800 4500-WRITE-HISTORY-RECORD-EXIT.
065900     EXIT.
066000*----------------------------------------------------------
066100* 4510-PUT-HISTORY
066200*----------------------------------------------------------
066300 4510-PUT-HISTORY.
066400     WRITE CHANGE-HISTORY-RECORD
066500     IF WS-HIST-STATUS-OK
066600         SET WS-HIST-DONE TO TRUE
066700     ELSE
066800         IF WS-HIST-STATUS-DUP
066900             ADD 1 TO HIST-CHANGE-SEQ
067000         ELSE
067100             SET WS-HIST-DONE TO TRUE
067200         END-IF
067300     END-IF.
067400 4510-PUT-HISTORY-EXIT.
067500     EXIT.
067600*----------------------------------------------------------
067700* 4800-WRITE-REGISTER-LINE
067800*----------------------------------------------------------
067900 4800-WRITE-REGISTER-LINE.
068000     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT
068100         PERFORM 4900-WRITE-REGISTER-HEADING
068200     END-IF
068300     WRITE REGISTER-PRINT-RECORD
068400     ADD 1 TO WS-RGST-LINE-COUNT
068500     IF NOT WS-RGST-STATUS-OK
068600         DISPLAY "GRTAPPR - REGISTER-PRINT-FILE WRITE FAILED"
068700                 " - STATUS " WS-RGST-FILE-STATUS
068800         MOVE 8 TO RETURN-CODE
068900     END-IF.
069000 4800-WRITE-REGISTER-LINE-EXIT.
069100     EXIT.
069200*----------------------------------------------------------
069300* 4900-WRITE-REGISTER-HEADING
069400*----------------------------------------------------------
069500 4900-WRITE-REGISTER-HEADING.
069600     ADD 1 TO WS-RGST-PAGE-COUNT
069700     MOVE WS-CURRENT-DATE  TO WS-RH1-DATE
069800     MOVE WS-CURRENT-TIME  TO WS-RH1-TIME
069900     MOVE WS-RGST-PAGE-COUNT TO WS-RH1-PAGE
070000     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-1
070100         AFTER ADVANCING PAGE
070200     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-HEADING-2
070300     MOVE SPACES TO REGISTER-PRINT-RECORD
070400     WRITE REGISTER-PRINT-RECORD
070500     MOVE 3 TO WS-RGST-LINE-COUNT.
070600 4900-WRITE-REGISTER-HEADING-EXIT.
070700     EXIT.
070800*----------------------------------------------------------
070900* 5000-WRITE-REJECT-LINE
071000*----------------------------------------------------------
071100 5000-WRITE-REJECT-LINE.
071200     ADD 1 TO WS-REJECT-COUNT
071300     IF WS-RJCT-LINE-COUNT > WS-RGST-PAGE-LIMIT
071400         PERFORM 5100-WRITE-REJECT-HEADING
071500     END-IF
071600     MOVE APPROVAL-CARD-RECORD    TO WS-XD-CARD-IMAGE
071700     MOVE WS-REJECT-REASON        TO WS-XD-REASON
071800     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-DETAIL-LINE
071900     ADD 1 TO WS-RJCT-LINE-COUNT
072000     IF NOT WS-RJCT-STATUS-OK
072100         DISPLAY "GRTAPPR - REJECT-PRINT-FILE WRITE FAILED "
072200                 "- STATUS " WS-RJCT-FILE-STATUS
072300         MOVE 8 TO RETURN-CODE
072400     END-IF.
072500 5000-WRITE-REJECT-LINE-EXIT.
072600     EXIT.
072700*----------------------------------------------------------
072800* 5100-WRITE-REJECT-HEADING
072900*----------------------------------------------------------
073000 5100-WRITE-REJECT-HEADING.
073100     ADD 1 TO WS-RJCT-PAGE-COUNT
073200     MOVE WS-CURRENT-DATE  TO WS-XH1-DATE
073300     MOVE WS-CURRENT-TIME  TO WS-XH1-TIME
073400     MOVE WS-RJCT-PAGE-COUNT TO WS-XH1-PAGE
073500     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-1
073600         AFTER ADVANCING PAGE
073700     WRITE REJECT-PRINT-RECORD FROM WS-RJCT-HEADING-2
073800     MOVE SPACES TO REJECT-PRINT-RECORD
073900     WRITE REJECT-PRINT-RECORD
074000     MOVE 3 TO WS-RJCT-LINE-COUNT.
074100 5100-WRITE-REJECT-HEADING-EXIT.
074200     EXIT.
074300*----------------------------------------------------------
074400* 8000-FINALIZE
074500*----------------------------------------------------------
074600* PRINTS THE RUN TOTALS ON THE REGISTER AND SETS THE FINAL
074700* RETURN-CODE: 4 WHEN ANY CARD COULD NOT BE ACTED ON, 8 WHEN
074800* THE RUN HAD CARDS BUT COULD DECIDE NONE OF THEM.
074900*----------------------------------------------------------
075000 8000-FINALIZE.
075100     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 6
075200         PERFORM 4900-WRITE-REGISTER-HEADING
075300     END-IF
075400     MOVE SPACES TO REGISTER-PRINT-RECORD
075500     WRITE REGISTER-PRINT-RECORD
075600     MOVE "APPROVAL CARDS READ         - " TO WS-RT-LABEL
075700     MOVE WS-READ-COUNT     TO WS-RT-COUNT
075800     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
075900     MOVE "CHANGES APPROVED            - " TO WS-RT-LABEL
076000     MOVE WS-APPROVED-COUNT TO WS-RT-COUNT
076100     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
076200     MOVE "CHANGES REJECTED BY CHECKER - " TO WS-RT-LABEL
076300     MOVE WS-DECLINED-COUNT TO WS-RT-COUNT
076400     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
076500     MOVE "CARDS NOT ACTED ON          - " TO WS-RT-LABEL
076600     MOVE WS-REJECT-COUNT   TO WS-RT-COUNT
076700     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
076800     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
076900         MOVE 4 TO RETURN-CODE
077000     END-IF
077100     IF WS-READ-COUNT > ZERO AND WS-DECIDED-COUNT = ZERO
077200         AND RETURN-CODE < 8
077300         MOVE 8 TO RETURN-CODE
077400     END-IF
077500     DISPLAY "GRTAPPR - " WS-APPROVED-COUNT " APPROVED, "
077600         WS-DECLINED-COUNT " REJECTED, "
077700         WS-REJECT-COUNT " NOT ACTED ON OF "
077800         WS-READ-COUNT " READ".
077900 8000-FINALIZE-EXIT.
078000     EXIT.
078100*----------------------------------------------------------
078200* 9999-EXIT
078300*----------------------------------------------------------
078400 9999-EXIT.
078500     IF WS-APR-OPEN
078600         CLOSE APPROVAL-CARD-FILE
078700     END-IF
078800     IF WS-PND-OPEN
078900         CLOSE PENDING-CHANGE-FILE
079000     END-IF
079100     IF WS-MASTER-OPEN
079200         CLOSE GREETING-MASTER-FILE
079300     END-IF
079400     IF WS-HIST-OPEN
079500         CLOSE CHANGE-HISTORY-FILE
079600     END-IF
079700     IF WS-RGST-OPEN
079800         CLOSE REGISTER-PRINT-FILE
079900     END-IF
080000     IF WS-RJCT-OPEN
080100         CLOSE REJECT-PRINT-FILE
080200     END-IF
080300     STOP RUN.
080400 9999-EXIT-EXIT.
080500     EXIT.
