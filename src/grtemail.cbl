000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTEMAIL.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. BUILDS THE E-MAIL
001100*                  OUTBOUND FILE FOR THE SITES/LANGUAGES ROUTED
001200*                  TO THE E-MAIL CHANNEL ON THE DELIVERY-
001300*                  CHANNEL FILE (GRTCHNL). ONE "|"-DELIMITED
001400*                  RECORD PER GREETNTF EXTRACT RECORD: RUN
001500*                  DATE, RUN TIME, JOB, SITE, LANGUAGE, THE
001600*                  GREETING AS THE SUBJECT AND THE SITE/
001700*                  LANGUAGE LTRTXT BODY PARAGRAPH AS THE
001800*                  MESSAGE BODY - THE SAME BODY TEXT GRTLETTR
001900*                  PRINTS. THE E-MAIL GATEWAY RESOLVES THE
002000*                  RECIPIENT FROM THE SITE AND THE EXTRACT KEY.
002100*                  RECORDS FROM A FAILED RUN (RC 8), FOR A
002200*                  DO-NOT-CONTACT ADDRESSEE, OR ALREADY ON THE
002300*                  E-MAIL LOG (GRTEMLG) ARE SKIPPED AND
002400*                  COUNTED. EVERY RECORD WRITTEN IS ADDED TO THE
002500*                  E-MAIL LOG. RC 0 = ALL WRITTEN WITH SITE BODY
002600*                  TEXT, 4 = ONE OR MORE FELL BACK TO THE
002700*                  STANDARD WORDING, 8 = A REQUIRED FILE COULD
002800*                  NOT BE OPENED OR WRITTEN.
002810* 2026-10-15  RH   A SUPPRESSION TABLE OVERFLOW NOW STOPS THE RUN
002820*                  AT RC 8 BEFORE ANY E-MAIL IS WRITTEN, INSTEAD
002830*                  OF CARRYING ON WITH A PARTIAL TABLE AND
002840*                  E-MAILING ADDRESSEES WHO OPTED OUT.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GREETING-NOTIFY-FILE ASSIGN TO GREETNTF
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
003900     SELECT LETTER-TEXT-FILE ASSIGN TO LTRTEXT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS LTR-KEY
004300         FILE STATUS IS WS-LTR-FILE-STATUS.
004400     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SUP-KEY
004800         FILE STATUS IS WS-SUP-FILE-STATUS.
004900     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CHN-KEY
005300         FILE STATUS IS WS-CHN-FILE-STATUS.
005400     SELECT EMAIL-LOG-FILE ASSIGN TO EMLLOG
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EML-FILE-STATUS.
005700     SELECT EMAIL-OUT-FILE ASSIGN TO EMAILOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-OUT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  GREETING-NOTIFY-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE OMITTED.
006500 01  GREETING-NOTIFY-RECORD.
006600     COPY GREETNTF.
006700 FD  LETTER-TEXT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  LETTER-TEXT-RECORD.
007000     COPY LTRTXT.
007100 FD  SUPPRESSION-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  SUPPRESSION-RECORD.
007400     COPY SUPPRC.
007500 FD  CHANNEL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  CHANNEL-RECORD.
007800     COPY GRTCHNL.
007900 FD  EMAIL-LOG-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE OMITTED.
008200 01  EMAIL-LOG-RECORD.
008300     COPY GRTEMLG.
008400 FD  EMAIL-OUT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE OMITTED.
008700 01  EMAIL-OUT-RECORD             PIC X(330).
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------
009000* SWITCHES
009100*----------------------------------------------------------
009200 01  WS-SWITCHES.
009300     05  WS-NTF-EOF-SW            PIC X(01)   VALUE "N".
009400         88  WS-NTF-EOF                       VALUE "Y".
009500     05  WS-NTF-OPEN-SW           PIC X(01)   VALUE "N".
009600         88  WS-NTF-OPEN                      VALUE "Y".
009700     05  WS-LTR-OPEN-SW           PIC X(01)   VALUE "N".
009800         88  WS-LTR-OPEN                      VALUE "Y".
009900     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
010000         88  WS-CHN-OPEN                      VALUE "Y".
010100     05  WS-EML-OPEN-SW           PIC X(01)   VALUE "N".
010200         88  WS-EML-OPEN                      VALUE "Y".
010300     05  WS-OUT-OPEN-SW           PIC X(01)   VALUE "N".
010400         88  WS-OUT-OPEN                      VALUE "Y".
010500     05  WS-EML-EOF-SW            PIC X(01)   VALUE "N".
010600         88  WS-EML-EOF                       VALUE "Y".
010700     05  WS-KEY-FOUND-SW          PIC X(01)   VALUE "N".
010800         88  WS-KEY-FOUND                     VALUE "Y".
010900     05  WS-SUP-EOF-SW            PIC X(01)   VALUE "N".
011000         88  WS-SUP-EOF                       VALUE "Y".
011100     05  WS-SUPPRESSED-SW         PIC X(01)   VALUE "N".
011200         88  WS-SUPPRESSED                    VALUE "Y".
011300     05  WS-BODY-FOUND-SW         PIC X(01)   VALUE "N".
011400         88  WS-BODY-FOUND                    VALUE "Y".
011500     05  WS-DEFAULTED-SW          PIC X(01)   VALUE "N".
011600         88  WS-DEFAULTED                     VALUE "Y".
011700*----------------------------------------------------------
011800* FILE STATUS FIELDS
011900*----------------------------------------------------------
012000 01  WS-NOTIFY-FILE-STATUS        PIC X(02)   VALUE SPACES.
012100     88  WS-NOTIFY-STATUS-OK                  VALUE "00".
012200 01  WS-LTR-FILE-STATUS           PIC X(02)   VALUE SPACES.
012300     88  WS-LTR-STATUS-OK                     VALUE "00".
012400 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
012500     88  WS-SUP-STATUS-OK                     VALUE "00".
012600 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
012700     88  WS-CHN-STATUS-OK                     VALUE "00".
012800 01  WS-EML-FILE-STATUS           PIC X(02)   VALUE SPACES.
012900     88  WS-EML-STATUS-OK                     VALUE "00".
013000     88  WS-EML-STATUS-NOFILE                 VALUE "35".
013100 01  WS-OUT-FILE-STATUS           PIC X(02)   VALUE SPACES.
013200     88  WS-OUT-STATUS-OK                     VALUE "00".
013300*----------------------------------------------------------
013400* PRIOR E-MAIL KEY TABLE. GREETNTF ACCUMULATES, SO THE KEYS
013500* ALREADY ON THE E-MAIL LOG ARE LOADED AT INITIALIZE AND
013600* EXTRACT RECORDS CARRYING ONE OF THEM ARE SKIPPED - THE SAME
013700* MATCH-KEY TABLE SHAPE GRTBRDGE USES FOR GREETACK.
013800*----------------------------------------------------------
013900 01  WS-MATCH-KEY.
014000     05  WS-MK-RUN-DATE           PIC X(08).
014100     05  WS-MK-RUN-TIME           PIC X(08).
014200     05  WS-MK-JOB-NAME           PIC X(08).
014300 01  WS-TABLE-MAX                 PIC 9(05)   COMP VALUE 5000.
014400 01  WS-PEML-COUNT                PIC 9(05)   COMP VALUE ZERO.
014500 01  WS-PEML-SUB                  PIC 9(05)   COMP VALUE ZERO.
014600 01  WS-PEML-KEY-TABLE.
014700     05  WS-PEML-KEY OCCURS 5000 TIMES
014800                     PIC X(24).
014900*----------------------------------------------------------
015000* DO-NOT-CONTACT TABLE, LOADED ONCE AT INITIALIZE WITH ONLY
015100* THE SUPPRESSIONS IN FORCE TODAY. EACH ENTRY KEEPS THE NAME
015200* AS HELLO-DRIVER BUILDS IT INTO THE GREETING - A LEADING
015300* SPACE AND THE TRAILING "!" - WITH ITS LENGTH, SINCE THE
015400* EXTRACT CARRIES NO SEPARATE NAME FIELD.
015500*----------------------------------------------------------
015600 01  WS-SUP-MAX                   PIC 9(05)   COMP VALUE 5000.
015700 01  WS-SUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
015800 01  WS-SUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
015900 01  WS-SUP-NAME-LEN              PIC 9(03)   COMP VALUE ZERO.
016000 01  WS-SUP-HIT-COUNT             PIC 9(03)   COMP VALUE ZERO.
016100 01  WS-SUP-TABLE.
016200     05  WS-SUP-ENTRY OCCURS 5000 TIMES.
016300         10  WS-SE-SITE-CODE      PIC X(05).
016400         10  WS-SE-MATCH-TEXT     PIC X(32).
016500         10  WS-SE-MATCH-LEN      PIC 9(03)   COMP.
016600*----------------------------------------------------------
016700* RUN COUNTERS
016800*----------------------------------------------------------
016900 01  WS-COUNTERS.
017000     05  WS-NTF-COUNT             PIC 9(07)   COMP VALUE ZERO.
017100     05  WS-EMAIL-COUNT           PIC 9(07)   COMP VALUE ZERO.
017200     05  WS-DEFAULT-BODY-COUNT    PIC 9(07)   COMP VALUE ZERO.
017300     05  WS-PRIOR-EMAIL-COUNT     PIC 9(07)   COMP VALUE ZERO.
017400     05  WS-SKIPPED-COUNT         PIC 9(07)   COMP VALUE ZERO.
017500     05  WS-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
017600     05  WS-NOT-EMAIL-COUNT       PIC 9(07)   COMP VALUE ZERO.
017700*----------------------------------------------------------
017800* CURRENT DATE AND TIME FOR THE E-MAIL LOG RECORD
017900*----------------------------------------------------------
018000 01  WS-CURRENT-DATE-TIME.
018100     05  WS-CURRENT-DATE          PIC X(08).
018200     05  WS-CURRENT-TIME          PIC X(08).
018300*----------------------------------------------------------
018400* OUTBOUND RECORD BUILD. THE SUBJECT AND EACH BODY LINE ARE
018500* COPIED HERE, ANY "|" IN THE TEXT IS CHANGED TO "/" SO IT
018600* CANNOT BE TAKEN FOR A DELIMITER, AND THE TRAILING SPACES
018700* ARE DROPPED. THE BODY LINES ARE JOINED WITH ONE SPACE.
018800*----------------------------------------------------------
018900 01  WS-EM-SUBJECT                PIC X(72)   VALUE SPACES.
019000 01  WS-EM-BODY-LINE              PIC X(70)   VALUE SPACES.
019100 01  WS-EM-TEXT-LEN               PIC 9(03)   COMP VALUE ZERO.
019200 01  WS-EM-POINTER                PIC 9(03)   COMP VALUE ZERO.
019300 01  WS-EM-BODY-PIECES            PIC 9(03)   COMP VALUE ZERO.
019400*----------------------------------------------------------
019500* STANDARD BODY WORDING, USED WHEN THE SITE/LANGUAGE HAS NO
019600* LETTER TEXT RECORD ON FILE - THE SAME WORDING GRTLETTR
019700* PRINTS.
019800*----------------------------------------------------------
019900 01  WS-DEFAULT-BODY.
020000     05  WS-DEFAULT-BODY-LINE-1   PIC X(70)   VALUE
020100         "WELCOME, AND THANK YOU FOR JOINING US.".
020200     05  WS-DEFAULT-BODY-LINE-2   PIC X(70)   VALUE
020300         "YOUR ACCOUNT IS OPEN - YOUR LOCAL OFFICE WILL BE".
020400     05  WS-DEFAULT-BODY-LINE-3   PIC X(70)   VALUE
020500         "IN TOUCH WITH ANYTHING YOU NEED TO START.".
020600*----------------------------------------------------------
020700* RETURN CODE VALUES
020800*     00 = EVERY E-MAIL RECORD WRITTEN WITH ITS SITE BODY TEXT
020900*     04 = ONE OR MORE RECORDS FELL BACK TO THE STANDARD
021000*          BODY WORDING (OR THE LETTER-TEXT FILE COULD NOT
021100*          BE OPENED AT ALL)
021200*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
021300*          OR THE E-MAIL LOG KEY TABLE OVERFLOWED
021400*----------------------------------------------------------
021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------
021700* 0000-MAINLINE
021800*----------------------------------------------------------
021900 0000-MAINLINE.
022000     MOVE 0 TO RETURN-CODE
022100     PERFORM 1000-INITIALIZE
022200     PERFORM 2000-EMAIL-RECORD
022300         THRU 2000-EMAIL-RECORD-EXIT
022400         UNTIL WS-NTF-EOF
022500     PERFORM 8000-FINALIZE
022600     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
022700*----------------------------------------------------------
022800* 1000-INITIALIZE
022900*----------------------------------------------------------
023000 1000-INITIALIZE.
023100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
023200     ACCEPT WS-CURRENT-TIME FROM TIME
023300     OPEN INPUT GREETING-NOTIFY-FILE
023400     IF NOT WS-NOTIFY-STATUS-OK
023500         DISPLAY "GRTEMAIL - GREETING-NOTIFY-FILE OPEN FAILED"
023600                 " - STATUS " WS-NOTIFY-FILE-STATUS
023700         MOVE 8 TO RETURN-CODE
023800         GO TO 9999-EXIT
023900     ELSE
024000         SET WS-NTF-OPEN TO TRUE
024100     END-IF
024200     OPEN INPUT LETTER-TEXT-FILE
024300     IF WS-LTR-STATUS-OK
024400         SET WS-LTR-OPEN TO TRUE
024500     ELSE
024600         DISPLAY "GRTEMAIL - LETTER-TEXT-FILE OPEN FAILED - "
024700                 "STATUS " WS-LTR-FILE-STATUS
024800                 " - STANDARD WORDING WILL BE USED"
024900         SET WS-DEFAULTED TO TRUE
025000     END-IF
025100     OPEN INPUT CHANNEL-FILE
025200     IF NOT WS-CHN-STATUS-OK
025300         DISPLAY "GRTEMAIL - CHANNEL-FILE OPEN FAILED - "
025400                 "STATUS " WS-CHN-FILE-STATUS
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 9999-EXIT
025700     ELSE
025800         SET WS-CHN-OPEN TO TRUE
025900     END-IF
026000     OPEN OUTPUT EMAIL-OUT-FILE
026100     IF NOT WS-OUT-STATUS-OK
026200         DISPLAY "GRTEMAIL - EMAIL-OUT-FILE OPEN FAILED - "
026300                 "STATUS " WS-OUT-FILE-STATUS
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     ELSE
026700         SET WS-OUT-OPEN TO TRUE
026800     END-IF
026900     PERFORM 1100-LOAD-EMAIL-LOG
027000         THRU 1100-LOAD-EMAIL-LOG-EXIT
027100     PERFORM 1200-LOAD-SUPPRESSION
027200         THRU 1200-LOAD-SUPPRESSION-EXIT
027300     OPEN EXTEND EMAIL-LOG-FILE
027400     IF NOT WS-EML-STATUS-OK
027500         DISPLAY "GRTEMAIL - EMAIL-LOG-FILE OPEN FAILED - "
027600                 "STATUS " WS-EML-FILE-STATUS
027700         MOVE 8 TO RETURN-CODE
027800         GO TO 9999-EXIT
027900     ELSE
028000         SET WS-EML-OPEN TO TRUE
028100     END-IF
028200     PERFORM 2900-READ-NTF.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500*----------------------------------------------------------
028600* 1100-LOAD-EMAIL-LOG
028700*----------------------------------------------------------
028800* LOADS THE MATCH KEYS OF EVERY RECORD ALREADY ON THE E-MAIL
028900* LOG SO 2000-EMAIL-RECORD CAN SKIP EXTRACT RECORDS E-MAILED
029000* ON A PRIOR CYCLE. NO FILE YET (FIRST EVER RUN) JUST MEANS
029100* AN EMPTY TABLE.
029200*----------------------------------------------------------
029300 1100-LOAD-EMAIL-LOG.
029400     OPEN INPUT EMAIL-LOG-FILE
029500     IF WS-EML-STATUS-NOFILE
029600         SET WS-EML-EOF TO TRUE
029700         GO TO 1100-LOAD-EMAIL-LOG-EXIT
029800     END-IF
029900     IF NOT WS-EML-STATUS-OK
030000         DISPLAY "GRTEMAIL - EMAIL-LOG-FILE OPEN FOR "
030100                 "LOAD FAILED - STATUS " WS-EML-FILE-STATUS
030200         MOVE 8 TO RETURN-CODE
030300         GO TO 9999-EXIT
030400     END-IF
030500     PERFORM 1190-READ-EMAIL-LOG
030600     PERFORM 1110-LOAD-ONE-EMAIL UNTIL WS-EML-EOF
030700     CLOSE EMAIL-LOG-FILE.
030800 1100-LOAD-EMAIL-LOG-EXIT.
030900     EXIT.
031000*----------------------------------------------------------
031100* 1110-LOAD-ONE-EMAIL
031200*----------------------------------------------------------
031300 1110-LOAD-ONE-EMAIL.
031400     IF WS-PEML-COUNT < WS-TABLE-MAX
031500         ADD 1 TO WS-PEML-COUNT
031600         MOVE EML-RUN-DATE TO WS-MK-RUN-DATE
031700         MOVE EML-RUN-TIME TO WS-MK-RUN-TIME
031800         MOVE EML-JOB-NAME TO WS-MK-JOB-NAME
031900         MOVE WS-MATCH-KEY TO WS-PEML-KEY (WS-PEML-COUNT)
032000     ELSE
032100         DISPLAY "GRTEMAIL - E-MAIL LOG KEY TABLE OVERFLOW AT "
032200             WS-TABLE-MAX " ENTRIES"
032300         MOVE 8 TO RETURN-CODE
032400         SET WS-EML-EOF TO TRUE
032500     END-IF
032600     IF NOT WS-EML-EOF
032700         PERFORM 1190-READ-EMAIL-LOG
032800     END-IF.
032900 1110-LOAD-ONE-EMAIL-EXIT.
033000     EXIT.
033100*----------------------------------------------------------
033200* 1190-READ-EMAIL-LOG
033300*----------------------------------------------------------
033400 1190-READ-EMAIL-LOG.
033500     READ EMAIL-LOG-FILE
033600         AT END
033700             SET WS-EML-EOF TO TRUE
033800     END-READ.
033900 1190-READ-EMAIL-LOG-EXIT.
034000     EXIT.
034100*----------------------------------------------------------
034200* 1200-LOAD-SUPPRESSION
034300*----------------------------------------------------------
034400* LOADS THE DO-NOT-CONTACT SUPPRESSIONS STILL IN FORCE TODAY
034500* (NO EXPIRY, OR AN EXPIRY NOT BEFORE TODAY). A FILE THAT
034600* WILL NOT OPEN STOPS THE RUN RATHER THAN RISK E-MAILING
034700* SOMEONE WHO OPTED OUT.
034800*----------------------------------------------------------
034900 1200-LOAD-SUPPRESSION.
035000     OPEN INPUT SUPPRESSION-FILE
035100     IF NOT WS-SUP-STATUS-OK
035200         DISPLAY "GRTEMAIL - SUPPRESSION-FILE OPEN FAILED - "
035300                 "STATUS " WS-SUP-FILE-STATUS
035400         MOVE 8 TO RETURN-CODE
035500         GO TO 9999-EXIT
035600     END-IF
035700     PERFORM 1290-READ-SUPPRESSION
035800     PERFORM 1210-LOAD-ONE-SUPPRESSION UNTIL WS-SUP-EOF
035900     CLOSE SUPPRESSION-FILE.
036000 1200-LOAD-SUPPRESSION-EXIT.
036100     EXIT.
036200*----------------------------------------------------------
036300* 1210-LOAD-ONE-SUPPRESSION
036400*----------------------------------------------------------
036500 1210-LOAD-ONE-SUPPRESSION.
036600     IF SUP-EXPIRY-DATE = SPACES
036700         OR SUP-EXPIRY-DATE NOT < WS-CURRENT-DATE
036800         IF WS-SUP-COUNT < WS-SUP-MAX
036900             ADD 1 TO WS-SUP-COUNT
037000             MOVE SUP-SITE-CODE
037100                 TO WS-SE-SITE-CODE (WS-SUP-COUNT)
037200             MOVE ZERO TO WS-SUP-NAME-LEN
037300             INSPECT SUP-ADDRESSEE-NAME TALLYING WS-SUP-NAME-LEN
037400                 FOR CHARACTERS BEFORE INITIAL "  "
037500             MOVE SPACES TO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
037600             STRING " " DELIMITED BY SIZE
037700                    SUP-ADDRESSEE-NAME (1:WS-SUP-NAME-LEN)
037800                        DELIMITED BY SIZE
037900                    "!" DELIMITED BY SIZE
038000                 INTO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
038100             COMPUTE WS-SE-MATCH-LEN (WS-SUP-COUNT)
038200                 = WS-SUP-NAME-LEN + 2
038300         ELSE
038400             DISPLAY "GRTEMAIL - SUPPRESSION TABLE OVERFLOW AT "
038500                 WS-SUP-MAX " ENTRIES - RUN STOPPED"
038600             MOVE 8 TO RETURN-CODE
038700             CLOSE SUPPRESSION-FILE
038800             GO TO 9999-EXIT
038900         END-IF
039000     END-IF
039100     PERFORM 1290-READ-SUPPRESSION.
039300 1210-LOAD-ONE-SUPPRESSION-EXIT.
039400     EXIT.
039500*----------------------------------------------------------
039600* 1290-READ-SUPPRESSION
039700*----------------------------------------------------------
039800 1290-READ-SUPPRESSION.
039900     READ SUPPRESSION-FILE
040000         AT END
040100             SET WS-SUP-EOF TO TRUE
040200     END-READ.
040300 1290-READ-SUPPRESSION-EXIT.
040400     EXIT.
040500*----------------------------------------------------------
040600* 2000-EMAIL-RECORD
040700*----------------------------------------------------------
040800* ONE EXTRACT RECORD ON THE E-MAIL CHANNEL = ONE OUTBOUND
040900* RECORD AND ONE E-MAIL LOG RECORD. THE SKIP CHECKS RUN IN
041000* THE ORDER GRTBRDGE AND GRTLETTR USE: ALREADY DONE, FAILED
041100* RUN, DO NOT CONTACT, THEN THE CHANNEL.
041200*----------------------------------------------------------
041300 2000-EMAIL-RECORD.
041400     ADD 1 TO WS-NTF-COUNT
041500     MOVE NTF-RUN-DATE TO WS-MK-RUN-DATE
041600     MOVE NTF-RUN-TIME TO WS-MK-RUN-TIME
041700     MOVE NTF-JOB-NAME TO WS-MK-JOB-NAME
041800     PERFORM 2100-SEARCH-EMAIL-TABLE
041900     IF WS-KEY-FOUND
042000         ADD 1 TO WS-PRIOR-EMAIL-COUNT
042100         GO TO 2000-EMAIL-RECORD-NEXT
042200     END-IF
042300     IF NTF-RETURN-CODE = 8
042400         ADD 1 TO WS-SKIPPED-COUNT
042500         GO TO 2000-EMAIL-RECORD-NEXT
042600     END-IF
042700     PERFORM 2200-CHECK-SUPPRESSION
042800     IF WS-SUPPRESSED
042900         ADD 1 TO WS-SUPPRESSED-COUNT
043000         GO TO 2000-EMAIL-RECORD-NEXT
043100     END-IF
043200     PERFORM 2300-CHECK-CHANNEL
043300     IF NOT CHN-TO-EMAIL
043400         ADD 1 TO WS-NOT-EMAIL-COUNT
043500         GO TO 2000-EMAIL-RECORD-NEXT
043600     END-IF
043700     PERFORM 2400-READ-LETTER-TEXT
043800         THRU 2400-READ-LETTER-TEXT-EXIT
043900     PERFORM 3000-BUILD-EMAIL-RECORD
044000     WRITE EMAIL-OUT-RECORD
044100     IF WS-OUT-STATUS-OK
044200         ADD 1 TO WS-EMAIL-COUNT
044300         PERFORM 4000-WRITE-EMAIL-LOG
044400     ELSE
044500         DISPLAY "GRTEMAIL - EMAIL-OUT-FILE WRITE FAILED - "
044600                 "STATUS " WS-OUT-FILE-STATUS
044700         MOVE 8 TO RETURN-CODE
044800         SET WS-NTF-EOF TO TRUE
044900     END-IF.
045000 2000-EMAIL-RECORD-NEXT.
045100     IF NOT WS-NTF-EOF
045200         PERFORM 2900-READ-NTF
045300     END-IF.
045400 2000-EMAIL-RECORD-EXIT.
045500     EXIT.
045600*----------------------------------------------------------
045700* 2100-SEARCH-EMAIL-TABLE
045800*----------------------------------------------------------
045900 2100-SEARCH-EMAIL-TABLE.
046000     MOVE "N" TO WS-KEY-FOUND-SW
046100     PERFORM 2110-MATCH-EMAIL-KEY
046200         VARYING WS-PEML-SUB FROM 1 BY 1
046300         UNTIL WS-PEML-SUB > WS-PEML-COUNT
046400            OR WS-KEY-FOUND.
046500 2100-SEARCH-EMAIL-TABLE-EXIT.
046600     EXIT.
046700*----------------------------------------------------------
046800* 2110-MATCH-EMAIL-KEY
046900*----------------------------------------------------------
047000 2110-MATCH-EMAIL-KEY.
047100     IF WS-PEML-KEY (WS-PEML-SUB) = WS-MATCH-KEY
047200         SET WS-KEY-FOUND TO TRUE
047300     END-IF.
047400 2110-MATCH-EMAIL-KEY-EXIT.
047500     EXIT.
047600*----------------------------------------------------------
047700* 2200-CHECK-SUPPRESSION
047800*----------------------------------------------------------
047900* AN EXTRACT RECORD IS WITHHELD WHEN ITS SITE CODE MATCHES A
048000* SUPPRESSION AND THE GREETING TEXT CARRIES THAT ADDRESSEE'S
048100* NAME EXACTLY AS HELLO-DRIVER BUILT IT (" NAME!").
048200*----------------------------------------------------------
048300 2200-CHECK-SUPPRESSION.
048400     MOVE "N" TO WS-SUPPRESSED-SW
048500     PERFORM 2210-MATCH-SUPPRESSION
048600         VARYING WS-SUP-SUB FROM 1 BY 1
048700         UNTIL WS-SUP-SUB > WS-SUP-COUNT
048800            OR WS-SUPPRESSED.
048900 2200-CHECK-SUPPRESSION-EXIT.
049000     EXIT.
049100*----------------------------------------------------------
049200* 2210-MATCH-SUPPRESSION
049300*----------------------------------------------------------
049400 2210-MATCH-SUPPRESSION.
049500     IF WS-SE-SITE-CODE (WS-SUP-SUB) = NTF-SITE-CODE
049600         MOVE ZERO TO WS-SUP-HIT-COUNT
049700         INSPECT NTF-GREETING-TEXT TALLYING WS-SUP-HIT-COUNT
049800             FOR ALL WS-SE-MATCH-TEXT (WS-SUP-SUB)
049900                 (1:WS-SE-MATCH-LEN (WS-SUP-SUB))
050000         IF WS-SUP-HIT-COUNT > ZERO
050100             SET WS-SUPPRESSED TO TRUE
050200         END-IF
050300     END-IF.
050400 2210-MATCH-SUPPRESSION-EXIT.
050500     EXIT.
050600*----------------------------------------------------------
050700* 2300-CHECK-CHANNEL
050800*----------------------------------------------------------
050900* LOOKS UP THE DELIVERY CHANNELS FOR THE EXTRACT RECORD'S
051000* SITE/LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE).
051100* WITH NEITHER ON FILE THE RECORD GOES TO THE QUEUE AND TO
051200* PRINT ONLY, AS EVERY RECORD DID BEFORE THE FILE EXISTED.
051300* THE CHN- FLAGS ARE LEFT SET FOR THE CALLER.
051400*----------------------------------------------------------
051500 2300-CHECK-CHANNEL.
051600     MOVE NTF-SITE-CODE     TO CHN-SITE-CODE
051700     MOVE NTF-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
051800     READ CHANNEL-FILE
051900         INVALID KEY
052000             CONTINUE
052100     END-READ
052200     IF NOT WS-CHN-STATUS-OK
052300         MOVE NTF-SITE-CODE TO CHN-SITE-CODE
052400         MOVE SPACES        TO CHN-LANGUAGE-CODE
052500         READ CHANNEL-FILE
052600             INVALID KEY
052700                 CONTINUE
052800         END-READ
052900     END-IF
053000     IF NOT WS-CHN-STATUS-OK
053100         MOVE "Y" TO CHN-QUEUE-FLAG
053200         MOVE "Y" TO CHN-PRINT-FLAG
053300         MOVE "N" TO CHN-EMAIL-FLAG
053400     END-IF.
053500 2300-CHECK-CHANNEL-EXIT.
053600     EXIT.
053700*----------------------------------------------------------
053800* 2400-READ-LETTER-TEXT
053900*----------------------------------------------------------
054000* FETCHES THE SITE/LANGUAGE BODY PARAGRAPH. NO RECORD (OR NO
054100* FILE) MEANS THE STANDARD WORDING - THE E-MAIL STILL GOES,
054200* THE RUN IS JUST FLAGGED DEFAULTED, AS IN GRTLETTR.
054300*----------------------------------------------------------
054400 2400-READ-LETTER-TEXT.
054500     MOVE "N" TO WS-BODY-FOUND-SW
054600     IF NOT WS-LTR-OPEN
054700         ADD 1 TO WS-DEFAULT-BODY-COUNT
054800         GO TO 2400-READ-LETTER-TEXT-EXIT
054900     END-IF
055000     MOVE NTF-SITE-CODE     TO LTR-SITE-CODE
055100     MOVE NTF-LANGUAGE-CODE TO LTR-LANGUAGE-CODE
055200     READ LETTER-TEXT-FILE
055300         INVALID KEY
055400             CONTINUE
055500     END-READ
055600     IF WS-LTR-STATUS-OK
055700         SET WS-BODY-FOUND TO TRUE
055800     ELSE
055900         ADD 1 TO WS-DEFAULT-BODY-COUNT
056000         SET WS-DEFAULTED TO TRUE
056100     END-IF.
056200 2400-READ-LETTER-TEXT-EXIT.
056300     EXIT.
056400*----------------------------------------------------------
056500* 2900-READ-NTF
056600*----------------------------------------------------------
056700 2900-READ-NTF.
056800     READ GREETING-NOTIFY-FILE
056900         AT END
057000             SET WS-NTF-EOF TO TRUE
057100     END-READ.
057200 2900-READ-NTF-EXIT.
057300     EXIT.
057400*----------------------------------------------------------
057500* 3000-BUILD-EMAIL-RECORD
057600*----------------------------------------------------------
057700* RUN DATE|RUN TIME|JOB|SITE|LANGUAGE|SUBJECT|BODY. THE KEY
057800* FIELDS KEEP THEIR FULL WIDTH SO THE GATEWAY CAN MATCH THEM
057900* BACK TO THE EXTRACT; THE SUBJECT AND BODY ARE TRIMMED.
058000*----------------------------------------------------------
058100 3000-BUILD-EMAIL-RECORD.
058200     MOVE SPACES TO EMAIL-OUT-RECORD
058300     MOVE 1 TO WS-EM-POINTER
058400     STRING NTF-RUN-DATE      DELIMITED BY SIZE
058500            "|"               DELIMITED BY SIZE
058600            NTF-RUN-TIME      DELIMITED BY SIZE
058700            "|"               DELIMITED BY SIZE
058800            NTF-JOB-NAME      DELIMITED BY SIZE
058900            "|"               DELIMITED BY SIZE
059000            NTF-SITE-CODE     DELIMITED BY SIZE
059100            "|"               DELIMITED BY SIZE
059200            NTF-LANGUAGE-CODE DELIMITED BY SIZE
059300            "|"               DELIMITED BY SIZE
059400         INTO EMAIL-OUT-RECORD
059500         WITH POINTER WS-EM-POINTER
059600     MOVE NTF-GREETING-TEXT TO WS-EM-SUBJECT
059700     INSPECT WS-EM-SUBJECT REPLACING ALL "|" BY "/"
059800     MOVE ZERO TO WS-EM-TEXT-LEN
059900     INSPECT WS-EM-SUBJECT TALLYING WS-EM-TEXT-LEN
060000         FOR CHARACTERS BEFORE INITIAL "  "
060100     IF WS-EM-TEXT-LEN > ZERO
060200         STRING WS-EM-SUBJECT (1:WS-EM-TEXT-LEN)
060300                    DELIMITED BY SIZE
060400             INTO EMAIL-OUT-RECORD
060500             WITH POINTER WS-EM-POINTER
060600     END-IF
060700     STRING "|" DELIMITED BY SIZE
060800         INTO EMAIL-OUT-RECORD
060900         WITH POINTER WS-EM-POINTER
061000     MOVE ZERO TO WS-EM-BODY-PIECES
061100     IF WS-BODY-FOUND
061200         MOVE LTR-BODY-LINE-1 TO WS-EM-BODY-LINE
061300         PERFORM 3100-APPEND-BODY-LINE
061400             THRU 3100-APPEND-BODY-LINE-EXIT
061500         MOVE LTR-BODY-LINE-2 TO WS-EM-BODY-LINE
061600         PERFORM 3100-APPEND-BODY-LINE
061700             THRU 3100-APPEND-BODY-LINE-EXIT
061800         MOVE LTR-BODY-LINE-3 TO WS-EM-BODY-LINE
061900         PERFORM 3100-APPEND-BODY-LINE
062000             THRU 3100-APPEND-BODY-LINE-EXIT
062100     ELSE
062200         MOVE WS-DEFAULT-BODY-LINE-1 TO WS-EM-BODY-LINE
062300         PERFORM 3100-APPEND-BODY-LINE
062400             THRU 3100-APPEND-BODY-LINE-EXIT
062500         MOVE WS-DEFAULT-BODY-LINE-2 TO WS-EM-BODY-LINE
062600         PERFORM 3100-APPEND-BODY-LINE
062700             THRU 3100-APPEND-BODY-LINE-EXIT
062800         MOVE WS-DEFAULT-BODY-LINE-3 TO WS-EM-BODY-LINE
062900         PERFORM 3100-APPEND-BODY-LINE
063000             THRU 3100-APPEND-BODY-LINE-EXIT
063100     END-IF.
063200 3000-BUILD-EMAIL-RECORD-EXIT.
063300     EXIT.
063400*----------------------------------------------------------
063500* 3100-APPEND-BODY-LINE
063600*----------------------------------------------------------
063700* ADDS ONE BODY LINE, TRIMMED, TO THE OUTBOUND RECORD. A
063800* BLANK LINE ADDS NOTHING; EVERY LINE AFTER THE FIRST IS
063900* PRECEDED BY ONE SPACE.
064000*----------------------------------------------------------
064100 3100-APPEND-BODY-LINE.
064200     INSPECT WS-EM-BODY-LINE REPLACING ALL "|" BY "/"
064300     MOVE ZERO TO WS-EM-TEXT-LEN
064400     INSPECT WS-EM-BODY-LINE TALLYING WS-EM-TEXT-LEN
064500         FOR CHARACTERS BEFORE INITIAL "  "
064600     IF WS-EM-TEXT-LEN = ZERO
064700         GO TO 3100-APPEND-BODY-LINE-EXIT
064800     END-IF
064900     IF WS-EM-BODY-PIECES > ZERO
065000         STRING " " DELIMITED BY SIZE
065100             INTO EMAIL-OUT-RECORD
065200             WITH POINTER WS-EM-POINTER
065300     END-IF
065400     STRING WS-EM-BODY-LINE (1:WS-EM-TEXT-LEN)
065500                DELIMITED BY SIZE
065600         INTO EMAIL-OUT-RECORD
065700         WITH POINTER WS-EM-POINTER
065800     ADD 1 TO WS-EM-BODY-PIECES.
065900 3100-APPEND-BODY-LINE-EXIT.
066000     EXIT.
066100*----------------------------------------------------------
066200* 4000-WRITE-EMAIL-LOG
066300*----------------------------------------------------------
066400* ECHOES THE EXTRACT KEY INTO THE E-MAIL LOG SO THE RECORD IS
066500* NOT E-MAILED AGAIN ON A LATER CYCLE.
066600*----------------------------------------------------------
066700 4000-WRITE-EMAIL-LOG.
066800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
066900     ACCEPT WS-CURRENT-TIME FROM TIME
067000     MOVE SPACES            TO EMAIL-LOG-RECORD
067100     MOVE NTF-RUN-DATE      TO EML-RUN-DATE
067200     MOVE NTF-RUN-TIME      TO EML-RUN-TIME
067300     MOVE NTF-JOB-NAME      TO EML-JOB-NAME
067400     MOVE NTF-SITE-CODE     TO EML-SITE-CODE
067500     MOVE NTF-LANGUAGE-CODE TO EML-LANGUAGE-CODE
067600     MOVE WS-CURRENT-DATE   TO EML-WRITTEN-DATE
067700     MOVE WS-CURRENT-TIME   TO EML-WRITTEN-TIME
067800     IF WS-BODY-FOUND
067900         MOVE "L" TO EML-BODY-SOURCE
068000     ELSE
068100         MOVE "S" TO EML-BODY-SOURCE
068200     END-IF
068300     WRITE EMAIL-LOG-RECORD
068400     IF NOT WS-EML-STATUS-OK
068500         DISPLAY "GRTEMAIL - EMAIL-LOG-FILE WRITE FAILED - "
068600                 "STATUS " WS-EML-FILE-STATUS
068700         MOVE 8 TO RETURN-CODE
068800         SET WS-NTF-EOF TO TRUE
068900     END-IF.
069000 4000-WRITE-EMAIL-LOG-EXIT.
069100     EXIT.
069200*----------------------------------------------------------
069300* 8000-FINALIZE
069400*----------------------------------------------------------
069500 8000-FINALIZE.
069600     IF WS-DEFAULTED AND RETURN-CODE < 4
069700         MOVE 4 TO RETURN-CODE
069800     END-IF
069900     DISPLAY "GRTEMAIL - " WS-EMAIL-COUNT " E-MAIL(S) FROM "
070000         WS-NTF-COUNT " EXTRACT RECORD(S), "
070100         WS-DEFAULT-BODY-COUNT " WITH STANDARD WORDING, "
070200         WS-PRIOR-EMAIL-COUNT " ALREADY E-MAILED, "
070300         WS-SKIPPED-COUNT " SKIPPED, "
070400         WS-SUPPRESSED-COUNT " WITHHELD - DO NOT CONTACT, "
070500         WS-NOT-EMAIL-COUNT " NOT E-MAIL CHANNEL".
070600 8000-FINALIZE-EXIT.
070700     EXIT.
070800*----------------------------------------------------------
070900* 9999-EXIT
071000*----------------------------------------------------------
071100 9999-EXIT.
071200     IF WS-NTF-OPEN
071300         CLOSE GREETING-NOTIFY-FILE
071400     END-IF
071500     IF WS-LTR-OPEN
071600         CLOSE LETTER-TEXT-FILE
071700     END-IF
071800     IF WS-CHN-OPEN
071900         CLOSE CHANNEL-FILE
072000     END-IF
072100     IF WS-OUT-OPEN
072200         CLOSE EMAIL-OUT-FILE
072300     END-IF
072400     IF WS-EML-OPEN
072500         CLOSE EMAIL-LOG-FILE
072600     END-IF
072700     STOP RUN.
072800 9999-EXIT-EXIT.
072900     EXIT.
