001788*                  AND WITH THE MASTER IN CORE, A RESTART NO
001789*                  LONGER RE-PAYS A MASTER READ FOR EVERY
001790*                  RECORD THE FIRST ATTEMPT PROCESSED.
001796* 2026-10-15  RH   ADDED THE DO-NOT-CONTACT SUPPRESSION FILE
001802*                  (SUPPRC COPYBOOK, SUPPFILE DD, MAINTAINED
001808*                  BY GRTSUPPM), LOADED INTO AN IN-CORE TABLE
001814*                  IN 1000-INITIALIZE. EACH ADDRESSEE IS
001820*                  CHECKED BY NAME AND SITE BEFORE THE
001826*                  GREETING IS RESOLVED; A SUPPRESSED ONE IS
001832*                  LOGGED WITH GREETING SOURCE S AND LOGGED
001838*                  RETURN CODE 2, IS NOT DISPLAYED, AND IS
001844*                  NOT EXTRACTED TO GREETNTF. THE FILE IS
001850*                  REQUIRED - IF IT CANNOT BE OPENED THE RUN
001856*                  STOPS AT RC 8 RATHER THAN GREET SOMEONE
001862*                  WHO ASKED NOT TO BE CONTACTED.
001863* 2026-10-15  RH   ADDED THE SITE MASTER (SITERC COPYBOOK,
001864*                  SITEMSTR DD, MAINTAINED BY GRTSITEM), LOADED
001865*                  INTO AN IN-CORE TABLE IN 1000-INITIALIZE. AN
001866*                  ADDRESSEE WHOSE SITE IS CLOSED ON THE MASTER IS
001867*                  NOT GREETED, LOGGED OR EXTRACTED - ITS SITE
001868*                  CODE ALONE GOES TO GREETING-ERROR-FILE WITH
001869*                  REASON "SITE CLOSED", AND AT END OF JOB THE RUN
001870*                  IS RAISED TO AT LEAST RC 4. A SITE NOT ON THE
001871*                  MASTER IS HANDLED AS BEFORE. THE FILE IS
001872*                  REQUIRED - IF IT CANNOT BE OPENED THE RUN STOPS
001873*                  AT RC 8.
001874* 2026-10-15  RH   THE SUPPRESSION AND SITE TABLES ARE NOW LOADED
001875*                  BEFORE GREETLOG AND GREETNTF ARE OPENED, AND
001876*                  EITHER TABLE OVERFLOWING STOPS THE RUN AT RC 8
001877*                  BEFORE ANYTHING IS WRITTEN, INSTEAD OF
001878*                  CARRYING ON WITH A PARTIAL TABLE AND GREETING
001879*                  ADDRESSEES WHO SHOULD HAVE BEEN EXCLUDED.
001882*----------------------------------------------------------
001885 ENVIRONMENT DIVISION.
001890 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. IBM-370.
002000 OBJECT-COMPUTER. IBM-370.
002100 INPUT-OUTPUT SECTION.
003192         ACCESS MODE IS RANDOM
003194         RECORD KEY IS CKPT-JOB-NAME
003196         FILE STATUS IS WS-CKPT-FILE-STATUS.
003206     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
003216         ORGANIZATION IS INDEXED
003226         ACCESS MODE IS SEQUENTIAL
003236         RECORD KEY IS SUP-KEY
003246         FILE STATUS IS WS-SUP-FILE-STATUS.
003247     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
003248         ORGANIZATION IS INDEXED
003249         ACCESS MODE IS SEQUENTIAL
003250         RECORD KEY IS SIT-SITE-CODE
003251         FILE STATUS IS WS-SIT-FILE-STATUS.
003256 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PARM-CARD-FILE
003500     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005701 01  CHECKPOINT-RECORD.
005702     COPY CKPTREC.
005712 FD  SUPPRESSION-FILE
005722     LABEL RECORDS ARE STANDARD.
005732 01  SUPPRESSION-RECORD.
005742     COPY SUPPRC.
005744 FD  SITE-MASTER-FILE
005746     LABEL RECORDS ARE STANDARD.
005748 01  SITE-MASTER-RECORD.
005750     COPY SITERC.
005752 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------
005900* SWITCHES
006000*----------------------------------------------------------
006606         88  WS-MST-EOF                       VALUE "Y".
006607     05  WS-MST-FOUND-SW          PIC X(01)   VALUE "N".
006608         88  WS-MST-FOUND                     VALUE "Y".
006618     05  WS-SUP-EOF-SW            PIC X(01)   VALUE "N".
006628         88  WS-SUP-EOF                       VALUE "Y".
006638     05  WS-SUPPRESSED-SW         PIC X(01)   VALUE "N".
006648         88  WS-SUPPRESSED                    VALUE "Y".
006650     05  WS-SIT-EOF-SW            PIC X(01)   VALUE "N".
006652         88  WS-SIT-EOF                       VALUE "Y".
006654     05  WS-SITE-CLOSED-SW        PIC X(01)   VALUE "N".
006655         88  WS-SITE-CLOSED                   VALUE "Y".
006656     05  WS-SITE-REJECT-SW        PIC X(01)   VALUE "N".
006657         88  WS-SITE-REJECT-SEEN              VALUE "Y".
006658*----------------------------------------------------------
006700* FILE STATUS FIELDS
006800*----------------------------------------------------------
006900 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
007566     88  WS-CAL-STATUS-OK                     VALUE "00".
007570 01  WS-CKPT-FILE-STATUS          PIC X(02)   VALUE SPACES.
007580     88  WS-CKPT-STATUS-OK                    VALUE "00".
007586 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
007592     88  WS-SUP-STATUS-OK                     VALUE "00".
007594 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
007596     88  WS-SIT-STATUS-OK                     VALUE "00".
007600*----------------------------------------------------------
007700* GREETING WORK AREA
007800*----------------------------------------------------------
008313* WHERE THE RESOLVED TEXT CAME FROM, FOR THE LOG RECORD:
008314*     P = PARM CARD TEXT       M = SITE MASTER RECORD
008315*     C = CALENDAR WINDOW      D = DEFAULT LITERAL
008316*     S = SUPPRESSED - DO NOT CONTACT (LOGGED RC 2, NOT
008317*         DISPLAYED OR EXTRACTED)
008318*----------------------------------------------------------
008319 01  WS-GREETING-SOURCE           PIC X(01)   VALUE "P".
008320 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
008330*----------------------------------------------------------
008332* SEASONAL CALENDAR TABLE, LOADED ONCE IN 1000-INITIALIZE
008388         10  WS-ME-TEXT           PIC X(40).
008390         10  WS-ME-MAX-LEN        PIC 9(03)   COMP.
008392         10  WS-ME-EFF-DATE       PIC X(08).
008399*----------------------------------------------------------
008406* DO-NOT-CONTACT TABLE, LOADED ONCE IN 1000-INITIALIZE WITH
008413* ONLY THE SUPPRESSIONS STILL IN FORCE ON THE BUSINESS DATE
008420*----------------------------------------------------------
008427 01  WS-SUP-MAX                   PIC 9(05)   COMP VALUE 5000.
008434 01  WS-SUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
008441 01  WS-SUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
008448 01  WS-SUP-MATCH-SUB             PIC 9(05)   COMP VALUE ZERO.
008455 01  WS-SUP-TABLE.
008462     05  WS-SUP-ENTRY OCCURS 5000 TIMES.
008469         10  WS-SE-ADDRESSEE-NAME PIC X(30).
008476         10  WS-SE-SITE-CODE      PIC X(05).
008483         10  WS-SE-REASON-CODE    PIC X(02).
008484*----------------------------------------------------------
008485* SITE MASTER TABLE, LOADED ONCE IN 1000-INITIALIZE. ONLY THE
008486* CODE AND STATUS ARE NEEDED TO TURN A CLOSED SITE AWAY.
008487*----------------------------------------------------------
008488 01  WS-SIT-MAX                   PIC 9(05)   COMP VALUE 1000.
008489 01  WS-SIT-COUNT                 PIC 9(05)   COMP VALUE ZERO.
008490 01  WS-SIT-SUB                   PIC 9(05)   COMP VALUE ZERO.
008491 01  WS-SIT-TABLE.
008492     05  WS-SIT-ENTRY OCCURS 1000 TIMES.
008493         10  WS-ST-SITE-CODE      PIC X(05).
008494         10  WS-ST-STATUS         PIC X(01).
008495 01  WS-CURRENT-DATE-TIME.
008500     05  WS-CURRENT-DATE          PIC X(08).
008600     05  WS-CURRENT-TIME          PIC X(08).
008610*----------------------------------------------------------
009200     05  WS-CHECKPOINT-INTERVAL   PIC 9(05)   COMP VALUE 100.
009300     05  WS-LAST-CHECKPOINT-CNT   PIC 9(07)   COMP VALUE ZERO.
009400     05  WS-RECS-SINCE-CKPT       PIC 9(07)   COMP VALUE ZERO.
009410     05  WS-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
009420     05  WS-SITE-CLOSED-COUNT     PIC 9(07)   COMP VALUE ZERO.
009500 PROCEDURE DIVISION.
009600*----------------------------------------------------------
009700* 0000-MAINLINE
009900 0000-MAINLINE.
010000     MOVE 0 TO RETURN-CODE
010100     PERFORM 1000-INITIALIZE
010200     PERFORM 2000-PROCESS-RECORD
010210         THRU 2000-PROCESS-RECORD-EXIT UNTIL WS-TRANS-EOF
010300     PERFORM 8000-FINALIZE
010350     PERFORM 8500-CLEAR-CHECKPOINT
010360     PERFORM 8700-WRITE-RUN-CONTROL
013710     IF WS-RESTART-RUN
013720         PERFORM 1050-SKIP-PROCESSED-RECORDS
013730     END-IF
013732     PERFORM 1300-LOAD-SUPPRESSION
013733         THRU 1300-LOAD-SUPPRESSION-EXIT
013734     PERFORM 1400-LOAD-SITES
013735         THRU 1400-LOAD-SITES-EXIT
013740     IF WS-RESTART-RUN
013750         OPEN EXTEND GREETING-LOG-FILE
013760     ELSE
015033 1290-READ-CALENDAR-EXIT.
015034     EXIT.
015035*----------------------------------------------------------
015036* 1300-LOAD-SUPPRESSION
015037*----------------------------------------------------------
015038* LOADS THE DO-NOT-CONTACT FILE INTO THE TABLE SEARCHED PER
015039* ADDRESSEE BY 2170-CHECK-SUPPRESSION. ONLY ENTRIES STILL IN
015040* FORCE ON THE BUSINESS DATE (NO EXPIRY, OR AN EXPIRY NOT
015041* BEFORE IT) ARE KEPT. A FILE THAT WILL NOT OPEN OR FIT THE
015042* TABLE STOPS THE RUN BEFORE GREETLOG IS OPENED - GREETING
015043* SOMEONE WHO ASKED NOT TO BE CONTACTED IS WORSE THAN A LATE RUN.
015044*----------------------------------------------------------
015045 1300-LOAD-SUPPRESSION.
015046     OPEN INPUT SUPPRESSION-FILE
015047     IF NOT WS-SUP-STATUS-OK
015048         DISPLAY "HELLO-DRIVER - SUPPRESSION-FILE OPEN FAILED "
015049                 "- STATUS " WS-SUP-FILE-STATUS
015050         MOVE 8 TO RETURN-CODE
015051         GO TO 9999-EXIT
015052     END-IF
015053     PERFORM 1390-READ-SUPPRESSION
015054     PERFORM 1310-LOAD-ONE-SUPPRESSION UNTIL WS-SUP-EOF
015055     CLOSE SUPPRESSION-FILE
015056     DISPLAY "HELLO-DRIVER - " WS-SUP-COUNT
015057         " SUPPRESSION(S) IN FORCE".
015058 1300-LOAD-SUPPRESSION-EXIT.
015059     EXIT.
015060*----------------------------------------------------------
015061* 1310-LOAD-ONE-SUPPRESSION
015062*----------------------------------------------------------
015063 1310-LOAD-ONE-SUPPRESSION.
015064     IF SUP-EXPIRY-DATE = SPACES
015065         OR SUP-EXPIRY-DATE NOT < WS-BUSINESS-DATE
015066         IF WS-SUP-COUNT < WS-SUP-MAX
015067             ADD 1 TO WS-SUP-COUNT
015068             MOVE SUP-ADDRESSEE-NAME
015069                 TO WS-SE-ADDRESSEE-NAME (WS-SUP-COUNT)
015070             MOVE SUP-SITE-CODE
015071                 TO WS-SE-SITE-CODE (WS-SUP-COUNT)
015072             MOVE SUP-REASON-CODE
015073                 TO WS-SE-REASON-CODE (WS-SUP-COUNT)
015074         ELSE
015075             DISPLAY "HELLO-DRIVER - SUPPRESSION TABLE OVERFLOW "
015076                 "AT " WS-SUP-MAX " ENTRIES - RUN STOPPED"
015077             MOVE 8 TO RETURN-CODE
015078             CLOSE SUPPRESSION-FILE
015079             GO TO 9999-EXIT
015080         END-IF
015081     END-IF
015082     PERFORM 1390-READ-SUPPRESSION.
015084 1310-LOAD-ONE-SUPPRESSION-EXIT.
015085     EXIT.
015086*----------------------------------------------------------
015087* 1390-READ-SUPPRESSION
015088*----------------------------------------------------------
015089 1390-READ-SUPPRESSION.
015090     READ SUPPRESSION-FILE
015091         AT END
015092             SET WS-SUP-EOF TO TRUE
015093     END-READ.
015094 1390-READ-SUPPRESSION-EXIT.
015095     EXIT.
015096*----------------------------------------------------------
015097* 1400-LOAD-SITES
015098*----------------------------------------------------------
015099* LOADS THE SITE MASTER INTO THE TABLE SEARCHED PER ADDRESSEE
015100* BY 2200-CHECK-SITE-STATUS. LIKE THE SUPPRESSION FILE, A SITE
015101* MASTER THAT WILL NOT OPEN OR FIT THE TABLE STOPS THE RUN -
015102* WITHOUT IT A CLOSED SITE'S ADDRESSEES WOULD BE GREETED.
015103*----------------------------------------------------------
015104 1400-LOAD-SITES.
015105     OPEN INPUT SITE-MASTER-FILE
015106     IF NOT WS-SIT-STATUS-OK
015107         DISPLAY "HELLO-DRIVER - SITE-MASTER-FILE OPEN FAILED "
015108                 "- STATUS " WS-SIT-FILE-STATUS
015109         MOVE 8 TO RETURN-CODE
015110         GO TO 9999-EXIT
015111     END-IF
015112     PERFORM 1490-READ-SITE
015113     PERFORM 1410-LOAD-ONE-SITE UNTIL WS-SIT-EOF
015114     CLOSE SITE-MASTER-FILE
015115     DISPLAY "HELLO-DRIVER - " WS-SIT-COUNT
015116         " SITE(S) LOADED FROM THE SITE MASTER".
015117 1400-LOAD-SITES-EXIT.
015118     EXIT.
015119*----------------------------------------------------------
015120* 1410-LOAD-ONE-SITE
015121*----------------------------------------------------------
015122 1410-LOAD-ONE-SITE.
015123     IF WS-SIT-COUNT < WS-SIT-MAX
015124         ADD 1 TO WS-SIT-COUNT
015125         MOVE SIT-SITE-CODE TO WS-ST-SITE-CODE (WS-SIT-COUNT)
015126         MOVE SIT-STATUS    TO WS-ST-STATUS (WS-SIT-COUNT)
015127     ELSE
015128         DISPLAY "HELLO-DRIVER - SITE TABLE OVERFLOW AT "
015129             WS-SIT-MAX " ENTRIES - RUN STOPPED"
015130         MOVE 8 TO RETURN-CODE
015131         CLOSE SITE-MASTER-FILE
015132         GO TO 9999-EXIT
015133     END-IF
015134     PERFORM 1490-READ-SITE.
015136 1410-LOAD-ONE-SITE-EXIT.
015137     EXIT.
015138*----------------------------------------------------------
015139* 1490-READ-SITE
015140*----------------------------------------------------------
015141 1490-READ-SITE.
015142     READ SITE-MASTER-FILE
015143         AT END
015144             SET WS-SIT-EOF TO TRUE
015145     END-READ.
015146 1490-READ-SITE-EXIT.
015147     EXIT.
015148*----------------------------------------------------------
015149* 2000-PROCESS-RECORD
015150*----------------------------------------------------------
015151 2000-PROCESS-RECORD.
015152     PERFORM 2170-CHECK-SUPPRESSION
015153     IF NOT WS-SUPPRESSED
015154         PERFORM 2200-CHECK-SITE-STATUS
015155         IF WS-SITE-CLOSED
015156             PERFORM 2250-REJECT-CLOSED-SITE
015157             GO TO 2000-PROCESS-RECORD-NEXT
015161         END-IF
015165     END-IF
015169     IF WS-SUPPRESSED
015173         PERFORM 2190-SET-SUPPRESSED-TEXT
015177     ELSE
015181         PERFORM 2040-RESOLVE-SITE-GREETING
015185     END-IF
015189     MOVE SPACES TO WS-GREETING-LINE
015200     STRING WS-MESSAGE-TEXT   DELIMITED BY "  "
015300            " "                DELIMITED BY SIZE
015400            WS-ADDRESSEE-NAME  DELIMITED BY "  "
015500            "!"                DELIMITED BY SIZE
015600         INTO WS-GREETING-LINE
015610     IF WS-SUPPRESSED
015620         ADD 1 TO WS-SUPPRESSED-COUNT
015630         PERFORM 4000-WRITE-LOG-RECORD
015640     ELSE
015700         DISPLAY WS-GREETING-LINE
015800         PERFORM 4000-WRITE-LOG-RECORD
015850         PERFORM 4500-PUBLISH-NOTIFICATION
015860     END-IF.
015870 2000-PROCESS-RECORD-NEXT.
015900     ADD 1 TO WS-RECORD-COUNT
016000     PERFORM 5000-TAKE-CHECKPOINT
016100     PERFORM 2100-READ-TRANSACTION.
017615     END-IF.
017616 2160-MATCH-MASTER-EXIT.
017617     EXIT.
017618*----------------------------------------------------------
017619* 2170-CHECK-SUPPRESSION
017620*----------------------------------------------------------
017621* LOOKS THE ADDRESSEE UP ON THE DO-NOT-CONTACT TABLE BY NAME
017622* AND SITE BEFORE ANY GREETING IS RESOLVED FOR THEM.
017623*----------------------------------------------------------
017624 2170-CHECK-SUPPRESSION.
017625     MOVE "N" TO WS-SUPPRESSED-SW
017626     PERFORM 2180-MATCH-SUPPRESSION
017627         VARYING WS-SUP-SUB FROM 1 BY 1
017628         UNTIL WS-SUP-SUB > WS-SUP-COUNT
017629            OR WS-SUPPRESSED.
017630 2170-CHECK-SUPPRESSION-EXIT.
017631     EXIT.
017632*----------------------------------------------------------
017633* 2180-MATCH-SUPPRESSION
017634*----------------------------------------------------------
017635 2180-MATCH-SUPPRESSION.
017636     IF WS-SE-ADDRESSEE-NAME (WS-SUP-SUB) = TRANS-ADDRESSEE-NAME
017637         AND WS-SE-SITE-CODE (WS-SUP-SUB) = TRANS-SITE-CODE
017638         SET WS-SUPPRESSED TO TRUE
017639         MOVE WS-SUP-SUB TO WS-SUP-MATCH-SUB
017640     END-IF.
017641 2180-MATCH-SUPPRESSION-EXIT.
017642     EXIT.
017643*----------------------------------------------------------
017644* 2190-SET-SUPPRESSED-TEXT
017645*----------------------------------------------------------
017646* A SUPPRESSED ADDRESSEE IS STILL LOGGED SO THE NIGHT CAN BE
017647* AUDITED, BUT WITH A DO-NOT-CONTACT MESSAGE IN PLACE OF ANY
017648* RESOLVED GREETING. THE LOG LINE IS STILL BUILT THE USUAL
017649* WAY BY 2000-PROCESS-RECORD SO THE ADDRESSEE CAN BE FOUND ON
017650* THE LOG BY NAME.
017651*----------------------------------------------------------
017652 2190-SET-SUPPRESSED-TEXT.
017653     MOVE TRANS-SITE-CODE     TO WS-SITE-CODE
017654     MOVE TRANS-LANGUAGE-CODE TO WS-LANGUAGE-CODE
017655     MOVE "S"                 TO WS-GREETING-SOURCE
017656     MOVE SPACES              TO WS-MESSAGE-TEXT
017657     STRING "DO NOT CONTACT - REASON" DELIMITED BY SIZE
017658            " "                       DELIMITED BY SIZE
017659            WS-SE-REASON-CODE (WS-SUP-MATCH-SUB)
017660                                      DELIMITED BY SIZE
017661         INTO WS-MESSAGE-TEXT.
017662 2190-SET-SUPPRESSED-TEXT-EXIT.
017663     EXIT.
017665*----------------------------------------------------------
017667* 2200-CHECK-SITE-STATUS
017669*----------------------------------------------------------
017671* LOOKS THE ADDRESSEE'S SITE UP ON THE SITE MASTER TABLE. ONLY
017673* A SITE ON THE MASTER AND MARKED CLOSED TURNS THE ADDRESSEE
017675* AWAY; A BLANK SITE OR ONE NOT ON THE MASTER CARRIES ON TO
017677* THE USUAL PARM-TEXT FALLBACK.
017679*----------------------------------------------------------
017681 2200-CHECK-SITE-STATUS.
017683     MOVE "N" TO WS-SITE-CLOSED-SW
017685     IF TRANS-SITE-CODE NOT = SPACES AND NOT = LOW-VALUES
017687         PERFORM 2210-MATCH-SITE
017689             VARYING WS-SIT-SUB FROM 1 BY 1
017691             UNTIL WS-SIT-SUB > WS-SIT-COUNT
017693                OR WS-SITE-CLOSED
017695     END-IF.
017697 2200-CHECK-SITE-STATUS-EXIT.
017699     EXIT.
017701*----------------------------------------------------------
017703* 2210-MATCH-SITE
017705*----------------------------------------------------------
017707 2210-MATCH-SITE.
017709     IF WS-ST-SITE-CODE (WS-SIT-SUB) = TRANS-SITE-CODE
017711         AND WS-ST-STATUS (WS-SIT-SUB) = "C"
017713         SET WS-SITE-CLOSED TO TRUE
017715     END-IF.
017717 2210-MATCH-SITE-EXIT.
017719     EXIT.
017721*----------------------------------------------------------
017723* 2250-REJECT-CLOSED-SITE
017725*----------------------------------------------------------
017727* A CLOSED SITE'S ADDRESSEE IS NOT GREETED, LOGGED OR
017728* EXTRACTED. ONLY THE SITE CODE GOES TO GREETING-ERROR-FILE
017729* IN THE REJECTED-TEXT FIELD, UNDER ITS OWN REASON SO GRTERRPT
017730* BREAKS THEM OUT SEPARATELY FROM TEXT VALIDATION REJECTS -
017731* THE NAME IS NOT KEPT ON THE PERMANENT ERROR FILE. THE STEP
017732* RC IS RAISED IN 8000-FINALIZE, NOT HERE, SO THE LOG AND
017733* EXTRACT RECORDS OF LATER ADDRESSEES ARE NOT STAMPED RC 4.
017734*----------------------------------------------------------
017737 2250-REJECT-CLOSED-SITE.
017739     ADD 1 TO WS-SITE-CLOSED-COUNT
017741     SET WS-SITE-REJECT-SEEN TO TRUE
017743     MOVE SPACES TO WS-MESSAGE-TEXT
017745     MOVE TRANS-SITE-CODE TO WS-MESSAGE-TEXT
017751     MOVE "SITE CLOSED" TO WS-REJECT-REASON
017753     PERFORM 2060-WRITE-ERROR-RECORD.
017761 2250-REJECT-CLOSED-SITE-EXIT.
017763     EXIT.
017765*----------------------------------------------------------
017800* 4000-WRITE-LOG-RECORD
017900*----------------------------------------------------------
018000 4000-WRITE-LOG-RECORD.
018550     MOVE WS-MESSAGE-TEXT     TO LOG-MESSAGE-TEXT
018600     MOVE WS-GREETING-LINE    TO LOG-GREETING-TEXT
018700     MOVE RETURN-CODE         TO LOG-RETURN-CODE
018705     IF WS-SUPPRESSED
018710         MOVE 2                   TO LOG-RETURN-CODE
018715     END-IF
018720     MOVE WS-SITE-CODE        TO LOG-SITE-CODE
018740     MOVE WS-LANGUAGE-CODE    TO LOG-LANGUAGE-CODE
018760     MOVE WS-GREETING-SOURCE  TO LOG-GREETING-SOURCE
021290*----------------------------------------------------------
021300 8000-FINALIZE.
021310     DISPLAY "HELLO-DRIVER - " WS-RECORD-COUNT
021320             " GREETING(S) PROCESSED"
021323     DISPLAY "HELLO-DRIVER - " WS-SUPPRESSED-COUNT
021326             " ADDRESSEE(S) SUPPRESSED - DO NOT CONTACT"
021327     DISPLAY "HELLO-DRIVER - " WS-SITE-CLOSED-COUNT
021328             " ADDRESSEE(S) AT A CLOSED SITE - TO GREETERR"
021329     IF WS-SITE-REJECT-SEEN AND RETURN-CODE < 4
021330         MOVE 4 TO RETURN-CODE
021331     END-IF.
021332 8000-FINALIZE-EXIT.
021340     EXIT.
021350*----------------------------------------------------------
021360* 8500-CLEAR-CHECKPOINT
