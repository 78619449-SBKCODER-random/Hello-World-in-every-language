000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTLAGRP.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. NOTIFICATION DELIVERY-LAG
001100*                  AND SLA BREACH REPORT. GRTRECON SAYS WHETHER
001200*                  A NOTIFICATION WAS ACKNOWLEDGED; THIS SAYS
001300*                  HOW LONG IT TOOK. GREETNTF IS MATCHED TO
001400*                  GREETACK ON RUN DATE / RUN TIME / JOB NAME
001500*                  AND THE LAG RUNS FROM NTF-RUN-DATE/TIME TO
001600*                  ACK-PUT-DATE/TIME OF THE FIRST ACK FOR THE
001700*                  KEY. A GRTRETRY RESEND CARRIES THE ORIGINAL
001800*                  KEY, SO ITS LAG INCLUDES THE WHOLE RETRY
001900*                  DELAY. PRINTS EVERY NOTIFICATION OVER THE
002000*                  SLA (PARM HOURS, DEFAULT 4) WORST FIRST, THEN
002100*                  THE AVERAGE, MAXIMUM AND PERCENTILE LAG (PARM,
002200*                  DEFAULT 95TH) OVERALL, BY SITE, BY LANGUAGE,
002300*                  BY ACK-QUEUE-NAME AND BY RUN DATE, AND
002400*                  WRITES ONE GRTLAGS SUMMARY RECORD PER RUN
002500*                  DATE TO THE LAGSUMF TREND FILE. RC 0 = NO
002600*                  BREACH, 4 = ONE OR MORE SLA BREACHES, 8 = BAD
002700*                  PARM, TABLE OVERFLOW OR I/O FAILURE.
002710* 2026-10-15  RH   AN NTF RECORD WITH NO ACK WHOSE SITE/
002720*                  LANGUAGE IS NOT ROUTED TO THE QUEUE CHANNEL
002730*                  (GRTCHNL DD AND COPYBOOK, THE SAME LOOKUP
002740*                  GRTBRDGE MAKES) IS COUNTED AS NOT ROUTED TO
002750*                  THE QUEUE RATHER THAN AS WITHOUT AN ACK.
002760* 2026-10-15  RH   ACKS WHOSE RUN DATE IS OUTSIDE THE REPORTING
002770*                  WINDOW ARE SKIPPED BEFORE THE ACK TABLE, SO
002780*                  ONLY THE WINDOW COUNTS TOWARD ITS LIMIT.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-FILE-STATUS.
003800     SELECT GREETING-NOTIFY-FILE ASSIGN TO GREETNTF
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
004100     SELECT GREETING-ACK-FILE ASSIGN TO GREETACK
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-ACK-FILE-STATUS.
004310     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS CHN-KEY
004350         FILE STATUS IS WS-CHN-FILE-STATUS.
004400     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
004500     SELECT LAG-SUMMARY-FILE ASSIGN TO LAGSUMF
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SUM-FILE-STATUS.
004800     SELECT LAG-PRINT-FILE ASSIGN TO LAGRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-PRT-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PARM-CARD-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE OMITTED.
005600 01  PARM-CARD-RECORD.
005700     05  PARM-SLA-HOURS           PIC X(03).
005800     05  PARM-PERCENTILE          PIC X(02).
005900     05  PARM-FROM-DATE           PIC X(08).
006000     05  PARM-THRU-DATE           PIC X(08).
006100     05  FILLER                   PIC X(59).
006200 FD  GREETING-NOTIFY-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE OMITTED.
006500 01  GREETING-NOTIFY-RECORD.
006600     COPY GREETNTF.
006700 FD  GREETING-ACK-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE OMITTED.
007000 01  GREETING-ACK-RECORD.
007100     COPY GREETACK.
007110 FD  CHANNEL-FILE
007120     LABEL RECORDS ARE STANDARD.
007130 01  CHANNEL-RECORD.
007140     COPY GRTCHNL.
007200 SD  SORT-WORK-FILE.
007300 01  SORT-WORK-RECORD.
007400     05  SR-LAG-SECONDS           PIC 9(09)   COMP.
007500     05  SR-RUN-DATE              PIC X(08).
007600     05  SR-RUN-TIME              PIC X(08).
007700     05  SR-JOB-NAME              PIC X(08).
007800     05  SR-SITE-CODE             PIC X(05).
007900     05  SR-LANGUAGE-CODE         PIC X(05).
008000     05  SR-QUEUE-NAME            PIC X(24).
008100     05  SR-PUT-DATE              PIC X(08).
008200     05  SR-PUT-TIME              PIC X(08).
008300     05  SR-RETRY-COUNT           PIC 9(02).
008400 FD  LAG-SUMMARY-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE OMITTED.
008700 01  LAG-SUMMARY-RECORD.
008800     COPY GRTLAGS.
008900 FD  LAG-PRINT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE OMITTED.
009200 01  LAG-PRINT-RECORD             PIC X(132).
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------
009500* SWITCHES
009600*----------------------------------------------------------
009700 01  WS-SWITCHES.
009800     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
009900         88  WS-PARM-EOF                      VALUE "Y".
010000     05  WS-NTF-EOF-SW            PIC X(01)   VALUE "N".
010100         88  WS-NTF-EOF                       VALUE "Y".
010200     05  WS-ACK-EOF-SW            PIC X(01)   VALUE "N".
010300         88  WS-ACK-EOF                       VALUE "Y".
010400     05  WS-SORT-EOF-SW           PIC X(01)   VALUE "N".
010500         88  WS-SORT-EOF                      VALUE "Y".
010600     05  WS-SUM-OPEN-SW           PIC X(01)   VALUE "N".
010700         88  WS-SUM-OPEN                      VALUE "Y".
010800     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
010900         88  WS-PRT-OPEN                      VALUE "Y".
011000     05  WS-ACK-FOUND-SW          PIC X(01)   VALUE "N".
011100         88  WS-ACK-FOUND                     VALUE "Y".
011200     05  WS-GRP-FOUND-SW          PIC X(01)   VALUE "N".
011300         88  WS-GRP-FOUND                     VALUE "Y".
011400     05  WS-LAG-VALID-SW          PIC X(01)   VALUE "N".
011500         88  WS-LAG-VALID                     VALUE "Y".
011600     05  WS-OVERFLOW-SW           PIC X(01)   VALUE "N".
011700         88  WS-OVERFLOW                      VALUE "Y".
011800*----------------------------------------------------------
011900* FILE STATUS FIELDS
012000*----------------------------------------------------------
012100 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
012200     88  WS-PARM-STATUS-OK                    VALUE "00".
012300     88  WS-PARM-STATUS-EOF                   VALUE "10".
012400 01  WS-NOTIFY-FILE-STATUS        PIC X(02)   VALUE SPACES.
012500     88  WS-NOTIFY-STATUS-OK                  VALUE "00".
012600 01  WS-ACK-FILE-STATUS           PIC X(02)   VALUE SPACES.
012700     88  WS-ACK-STATUS-OK                     VALUE "00".
012710 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
012720     88  WS-CHN-STATUS-OK                     VALUE "00".
012800 01  WS-SUM-FILE-STATUS           PIC X(02)   VALUE SPACES.
012900     88  WS-SUM-STATUS-OK                     VALUE "00".
013000 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
013100     88  WS-PRT-STATUS-OK                     VALUE "00".
013200*----------------------------------------------------------
013300* PARM EDIT - SLA HOURS, PERCENTILE AND RUN-DATE RANGE
013400*----------------------------------------------------------
013500 01  WS-SLA-HOURS                 PIC 9(03)   COMP VALUE 4.
013600 01  WS-SLA-SECONDS               PIC 9(09)   COMP VALUE ZERO.
013700 01  WS-PERCENTILE                PIC 9(02)   COMP VALUE 95.
013800 01  WS-FROM-DATE                 PIC X(08)   VALUE SPACES.
013900 01  WS-THRU-DATE                 PIC X(08)   VALUE SPACES.
014000*----------------------------------------------------------
014100* ACKNOWLEDGMENT TABLE. GREETACK IS LOADED HERE, ONE ENTRY
014200* PER MATCH KEY (THE EARLIEST PUT WINS WHEN THE BRIDGE HAS
014300* ACKNOWLEDGED A KEY TWICE). THE GREETNTF PASS THEN FILLS IN
014400* THE SITE, LANGUAGE, RETRY COUNT AND LAG OF EACH ENTRY IT
014500* MATCHES; A SECOND EXTRACT RECORD FOR THE SAME KEY (A
014600* GRTRETRY RESEND) ONLY RAISES THE RETRY COUNT, SO EVERY
014700* NOTIFICATION IS COUNTED ONCE. 5000 ENTRIES MATCHES THE
014800* GRTRECON KEY TABLES; OVERFLOW FORCES RETURN-CODE 8.
014900*----------------------------------------------------------
015000 01  WS-MATCH-KEY.
015100     05  WS-MK-RUN-DATE           PIC X(08).
015200     05  WS-MK-RUN-TIME           PIC X(08).
015300     05  WS-MK-JOB-NAME           PIC X(08).
015400 01  WS-ACK-MAX                   PIC 9(05)   COMP VALUE 5000.
015500 01  WS-ACK-COUNT                 PIC 9(05)   COMP VALUE ZERO.
015600 01  WS-ACK-SUB                   PIC 9(05)   COMP VALUE ZERO.
015700 01  WS-ACK-MATCH-SUB             PIC 9(05)   COMP VALUE ZERO.
015800 01  WS-ACK-TABLE.
015900     05  WS-ACK-ENTRY OCCURS 5000 TIMES.
016000         10  WS-AK-KEY            PIC X(24).
016100         10  WS-AK-QUEUE-NAME     PIC X(24).
016200         10  WS-AK-PUT-STAMP.
016300             15  WS-AK-PUT-DATE   PIC X(08).
016400             15  WS-AK-PUT-TIME   PIC X(08).
016500         10  WS-AK-MATCHED        PIC X(01).
016600         10  WS-AK-SITE-CODE      PIC X(05).
016700         10  WS-AK-LANGUAGE-CODE  PIC X(05).
016800         10  WS-AK-RETRY-COUNT    PIC 9(02).
016900         10  WS-AK-LAG-SECONDS    PIC 9(09)   COMP.
017000 01  WS-PUT-STAMP.
017100     05  WS-PS-PUT-DATE           PIC X(08).
017200     05  WS-PS-PUT-TIME           PIC X(08).
017300*----------------------------------------------------------
017400* LAG GROUP TABLE. ONE ENTRY PER GROUP, KEPT IN KEY ORDER SO
017500* THE REPORT PRINTS EACH SECTION SORTED. GROUP TYPES:
017600*     1 = ALL NOTIFICATIONS    2 = SITE CODE
017700*     3 = LANGUAGE CODE        4 = ACK QUEUE NAME
017800*     5 = NTF RUN DATE (ALSO THE LAGSUMF TREND RECORDS)
017900* COUNT, TOTAL, MAXIMUM AND BREACHES ARE TALLIED AS EACH
018000* NOTIFICATION IS MATCHED. THE PERCENTILE IS THE NEAREST-RANK
018100* VALUE: WITH N LAGS IN THE GROUP IT IS THE CEIL(N * P / 100)
018200* TH SMALLEST, I.E. THE (N - CEIL(N * P / 100) + 1)TH IN THE
018300* DESCENDING SORT - WS-GE-PCT-RANK - PICKED UP AS THE SORTED
018400* LAGS ARE COUNTED BACK THROUGH THE GROUP.
018500*----------------------------------------------------------
018600 01  WS-GRP-MAX                   PIC 9(04)   COMP VALUE 1000.
018700 01  WS-GRP-COUNT                 PIC 9(04)   COMP VALUE ZERO.
018800 01  WS-GRP-SUB                   PIC 9(04)   COMP VALUE ZERO.
018900 01  WS-GRP-SHIFT-SUB             PIC 9(04)   COMP VALUE ZERO.
019000 01  WS-GRP-TYPE                  PIC 9(01)   VALUE ZERO.
019100 01  WS-GRP-LAST-TYPE             PIC 9(01)   VALUE ZERO.
019200 01  WS-GRP-SEARCH-KEY.
019300     05  WS-GSK-TYPE              PIC 9(01).
019400     05  WS-GSK-VALUE             PIC X(24).
019500 01  WS-GRP-TABLE.
019600     05  WS-GRP-ENTRY OCCURS 1000 TIMES.
019700         10  WS-GE-KEY.
019800             15  WS-GE-TYPE       PIC 9(01).
019900             15  WS-GE-VALUE      PIC X(24).
020000         10  WS-GE-COUNT          PIC 9(07)   COMP.
020100         10  WS-GE-TOTAL-SECONDS  PIC 9(15)   COMP.
020200         10  WS-GE-MAX-SECONDS    PIC 9(09)   COMP.
020300         10  WS-GE-BREACHES       PIC 9(07)   COMP.
020400         10  WS-GE-RETRIED        PIC 9(07)   COMP.
020500         10  WS-GE-PCT-RANK       PIC 9(07)   COMP.
020600         10  WS-GE-SEEN           PIC 9(07)   COMP.
020700         10  WS-GE-PCT-SECONDS    PIC 9(09)   COMP.
020800 01  WS-RANK-WORK                 PIC 9(09)   COMP VALUE ZERO.
020900 01  WS-AVG-SECONDS               PIC 9(09)   COMP VALUE ZERO.
021000*----------------------------------------------------------
021100* CURRENT NOTIFICATION - FILLED FROM THE ACK TABLE ENTRY ON
021200* THE WAY INTO THE SORT AND FROM THE SORT RECORD ON THE WAY
021300* OUT, SO ONE PARAGRAPH BUILDS THE GROUP KEYS FOR BOTH.
021400*----------------------------------------------------------
021500 01  WS-CURRENT-NOTIFICATION.
021600     05  WS-CN-RUN-DATE           PIC X(08).
021700     05  WS-CN-SITE-CODE          PIC X(05).
021800     05  WS-CN-LANGUAGE-CODE      PIC X(05).
021900     05  WS-CN-QUEUE-NAME         PIC X(24).
022000     05  WS-CN-LAG-SECONDS        PIC 9(09)   COMP.
022100*----------------------------------------------------------
022200* DAY-SERIAL WORK FIELDS. A DATE IS TURNED INTO A SERIAL
022300* DAY COUNT (DAYS SINCE 0001-01-01) WITH PLAIN ARITHMETIC
022400* SO A LAG THAT RUNS PAST MIDNIGHT, A MONTH END OR A LEAP
022500* DAY IS STILL EXACT.
022600*----------------------------------------------------------
022700 01  WS-SERIAL-WORK.
022800     05  WS-SW-DATE.
022900         10  WS-SW-YEAR           PIC 9(04).
023000         10  WS-SW-MONTH          PIC 9(02).
023100         10  WS-SW-DAY            PIC 9(02).
023200     05  WS-SW-DATE-X REDEFINES WS-SW-DATE
023300                                  PIC X(08).
023400     05  WS-SW-SERIAL             PIC 9(08)   COMP.
023500     05  WS-SW-PRIOR-YEAR         PIC 9(04)   COMP.
023600     05  WS-SW-LEAP-DAYS          PIC 9(08)   COMP.
023700     05  WS-LEAP-QUOTIENT         PIC 9(04)   COMP.
023800     05  WS-LEAP-REMAINDER        PIC 9(04)   COMP.
023900 01  WS-MONTH-OFFSET-TABLE-DATA.
024000     05  FILLER                   PIC X(18)
024100         VALUE "000031059090120151".
024200     05  FILLER                   PIC X(18)
024300         VALUE "181212243273304334".
024400 01  WS-MONTH-OFFSET-TABLE REDEFINES
024500     WS-MONTH-OFFSET-TABLE-DATA.
024600     05  WS-MONTH-OFFSET OCCURS 12 TIMES
024700                         PIC 9(03).
024800*----------------------------------------------------------
024900* TIME-OF-DAY WORK FIELDS (HHMMSSCC - HUNDREDTHS IGNORED)
025000*----------------------------------------------------------
025100 01  WS-TIME-WORK.
025200     05  WS-TW-TIME.
025300         10  WS-TW-HOURS          PIC 9(02).
025400         10  WS-TW-MINUTES        PIC 9(02).
025500         10  WS-TW-SECONDS        PIC 9(02).
025600         10  WS-TW-HUNDREDTHS     PIC 9(02).
025700     05  WS-TW-TIME-X REDEFINES WS-TW-TIME
025800                                  PIC X(08).
025900     05  WS-TW-DAY-SECONDS        PIC 9(05)   COMP.
026000 01  WS-LAG-WORK.
026100     05  WS-LW-RUN-SERIAL         PIC 9(08)   COMP.
026200     05  WS-LW-RUN-SECONDS        PIC 9(05)   COMP.
026300     05  WS-LW-PUT-SERIAL         PIC 9(08)   COMP.
026400     05  WS-LW-PUT-SECONDS        PIC 9(05)   COMP.
026500     05  WS-LW-LAG-SECONDS        PIC S9(11)  COMP.
026600*----------------------------------------------------------
026700* LAG DISPLAY - SECONDS SHOWN AS HHHH:MM
026800*----------------------------------------------------------
026900 01  WS-FMT-SECONDS               PIC 9(09)   COMP VALUE ZERO.
027000 01  WS-FMT-MINUTES               PIC 9(09)   COMP VALUE ZERO.
027100 01  WS-FMT-HOURS                 PIC 9(09)   COMP VALUE ZERO.
027200 01  WS-FMT-MINUTE-PART           PIC 9(02)   COMP VALUE ZERO.
027300 01  WS-LAG-DISPLAY.
027400     05  WS-LD-HOURS              PIC ZZZ9.
027500     05  FILLER                   PIC X(01)   VALUE ":".
027600     05  WS-LD-MINUTES            PIC 9(02).
027700*----------------------------------------------------------
027800* RUN COUNTERS
027900*----------------------------------------------------------
028000 01  WS-COUNTERS.
028100     05  WS-ACK-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
028200     05  WS-NTF-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
028300     05  WS-NTF-IN-RANGE-COUNT    PIC 9(07)   COMP VALUE ZERO.
028400     05  WS-MATCHED-COUNT         PIC 9(07)   COMP VALUE ZERO.
028500     05  WS-NOT-ACKED-COUNT       PIC 9(07)   COMP VALUE ZERO.
028510     05  WS-NOT-QUEUE-COUNT       PIC 9(07)   COMP VALUE ZERO.
028600     05  WS-RESEND-COPY-COUNT     PIC 9(07)   COMP VALUE ZERO.
028700     05  WS-BAD-STAMP-COUNT       PIC 9(07)   COMP VALUE ZERO.
028800     05  WS-BREACH-COUNT          PIC 9(07)   COMP VALUE ZERO.
028900     05  WS-BREACH-RETRIED-COUNT  PIC 9(07)   COMP VALUE ZERO.
029000     05  WS-SUMMARY-COUNT         PIC 9(07)   COMP VALUE ZERO.
029100*----------------------------------------------------------
029200* CURRENT DATE AND TIME
029300*----------------------------------------------------------
029400 01  WS-CURRENT-DATE-TIME.
029500     05  WS-CURRENT-DATE          PIC X(08).
029600     05  WS-CURRENT-TIME          PIC X(08).
029700*----------------------------------------------------------
029800* LAG REPORT PRINT LINES
029900*----------------------------------------------------------
030000 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
030100 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
030200 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
030300 01  WS-PRT-HEADING-1.
030400     05  FILLER                   PIC X(30)   VALUE
030500         "GRTLAGRP NOTIFICATION DELIVERY".
030600     05  FILLER                   PIC X(11)   VALUE " LAG - RUN ".
030700     05  WS-PH1-DATE              PIC X(08).
030800     05  FILLER                   PIC X(01)   VALUE SPACE.
030900     05  WS-PH1-TIME              PIC X(08).
031000     05  FILLER                   PIC X(06)   VALUE SPACES.
031100     05  FILLER                   PIC X(05)   VALUE "PAGE ".
031200     05  WS-PH1-PAGE              PIC ZZZZ9.
031300     05  FILLER                   PIC X(58)   VALUE SPACES.
031400 01  WS-PRT-HEADING-2.
031500     05  FILLER                   PIC X(10)   VALUE "RUN DATES ".
031600     05  WS-PH2-FROM              PIC X(08).
031700     05  FILLER                   PIC X(06)   VALUE " THRU ".
031800     05  WS-PH2-THRU              PIC X(08).
031900     05  FILLER                   PIC X(13)   VALUE
032000         "   SLA HOURS ".
032100     05  WS-PH2-SLA-HOURS         PIC ZZ9.
032200     05  FILLER                   PIC X(14)   VALUE
032300         "   PERCENTILE ".
032400     05  WS-PH2-PERCENTILE        PIC 99.
032500     05  FILLER                   PIC X(68)   VALUE SPACES.
032600 01  WS-PRT-SECTION-LINE.
032700     05  WS-PS-TITLE              PIC X(60).
032800     05  FILLER                   PIC X(72)   VALUE SPACES.
032900*    COLUMN HEADING OF THE SECTION IN PROGRESS - REPEATED AT
033000*    THE TOP OF EVERY CONTINUATION PAGE
033100 01  WS-PRT-COLUMN-HEADING        PIC X(132)  VALUE SPACES.
033200 01  WS-PRT-HOLD-LINE             PIC X(132)  VALUE SPACES.
033300 01  WS-BREACH-HEADING.
033400     05  FILLER                   PIC X(09)   VALUE "RUN DATE".
033500     05  FILLER                   PIC X(09)   VALUE "RUN TIME".
033600     05  FILLER                   PIC X(10)   VALUE "JOB NAME".
033700     05  FILLER                   PIC X(07)   VALUE "SITE".
033800     05  FILLER                   PIC X(07)   VALUE "LANG".
033900     05  FILLER                   PIC X(26)   VALUE "QUEUE NAME".
034000     05  FILLER                   PIC X(09)   VALUE "PUT DATE".
034100     05  FILLER                   PIC X(10)   VALUE "PUT TIME".
034200     05  FILLER                   PIC X(09)   VALUE "    LAG".
034300     05  FILLER                   PIC X(14)   VALUE "RETRIES".
034400     05  FILLER                   PIC X(22)   VALUE SPACES.
034500 01  WS-BREACH-LINE.
034600     05  WS-BL-RUN-DATE           PIC X(08).
034700     05  FILLER                   PIC X(01)   VALUE SPACE.
034800     05  WS-BL-RUN-TIME           PIC X(08).
034900     05  FILLER                   PIC X(01)   VALUE SPACE.
035000     05  WS-BL-JOB-NAME           PIC X(08).
035100     05  FILLER                   PIC X(02)   VALUE SPACES.
035200     05  WS-BL-SITE-CODE          PIC X(05).
035300     05  FILLER                   PIC X(02)   VALUE SPACES.
035400     05  WS-BL-LANGUAGE           PIC X(05).
035500     05  FILLER                   PIC X(02)   VALUE SPACES.
035600     05  WS-BL-QUEUE-NAME         PIC X(24).
035700     05  FILLER                   PIC X(02)   VALUE SPACES.
035800     05  WS-BL-PUT-DATE           PIC X(08).
035900     05  FILLER                   PIC X(01)   VALUE SPACE.
036000     05  WS-BL-PUT-TIME           PIC X(08).
036100     05  FILLER                   PIC X(02)   VALUE SPACES.
036200     05  WS-BL-LAG                PIC X(07).
036300     05  FILLER                   PIC X(02)   VALUE SPACES.
036400     05  WS-BL-RETRY-COUNT        PIC Z9.
036500     05  FILLER                   PIC X(02)   VALUE SPACES.
036600     05  WS-BL-NOTE               PIC X(10).
036700     05  FILLER                   PIC X(22)   VALUE SPACES.
036800 01  WS-STATS-HEADING.
036900     05  WS-SH-LABEL              PIC X(24).
037000     05  FILLER                   PIC X(11)   VALUE "      ACKED".
037100     05  FILLER                   PIC X(09)   VALUE "  AVG LAG".
037200     05  FILLER                   PIC X(09)   VALUE "  MAX LAG".
037300     05  FILLER                   PIC X(03)   VALUE "  P".
037400     05  WS-SH-PERCENTILE         PIC 99.
037500     05  FILLER                   PIC X(04)   VALUE " LAG".
037600     05  FILLER                   PIC X(09)   VALUE "   BREACH".
037700     05  FILLER                   PIC X(09)   VALUE "  RESENT".
037800     05  FILLER                   PIC X(52)   VALUE SPACES.
037900 01  WS-STATS-LINE.
038000     05  WS-SL-VALUE              PIC X(24).
038100     05  FILLER                   PIC X(04)   VALUE SPACES.
038200     05  WS-SL-COUNT              PIC ZZZZZZ9.
038300     05  FILLER                   PIC X(02)   VALUE SPACES.
038400     05  WS-SL-AVG                PIC X(07).
038500     05  FILLER                   PIC X(02)   VALUE SPACES.
038600     05  WS-SL-MAX                PIC X(07).
038700     05  FILLER                   PIC X(02)   VALUE SPACES.
038800     05  WS-SL-PCT                PIC X(07).
038900     05  FILLER                   PIC X(02)   VALUE SPACES.
039000     05  WS-SL-BREACHES           PIC ZZZZZZ9.
039100     05  FILLER                   PIC X(02)   VALUE SPACES.
039200     05  WS-SL-RETRIED            PIC ZZZZZZ9.
039300     05  FILLER                   PIC X(52)   VALUE SPACES.
039400 01  WS-PRT-NOTE-LINE.
039500     05  FILLER                   PIC X(02)   VALUE SPACES.
039600     05  WS-PN-TEXT               PIC X(60).
039700     05  FILLER                   PIC X(70)   VALUE SPACES.
039800 01  WS-PRT-TOTAL-LINE.
039900     05  WS-PT-LABEL              PIC X(30).
040000     05  WS-PT-COUNT              PIC ZZZZZZ9.
040100     05  FILLER                   PIC X(95)   VALUE SPACES.
040200*----------------------------------------------------------
040300* RETURN CODE VALUES
040400*     00 = EVERY ACKNOWLEDGED NOTIFICATION WITHIN THE SLA
040500*     04 = ONE OR MORE SLA BREACHES LISTED
040600*     08 = BAD PARM CARD, TABLE OVERFLOW OR I/O FAILURE
040700*----------------------------------------------------------
040800 PROCEDURE DIVISION.
040900*----------------------------------------------------------
041000* 0000-MAINLINE
041100*----------------------------------------------------------
041200 0000-MAINLINE.
041300     MOVE 0 TO RETURN-CODE
041400     PERFORM 1000-INITIALIZE
041500     SORT SORT-WORK-FILE
041600         ON DESCENDING KEY SR-LAG-SECONDS
041700         INPUT PROCEDURE IS 2000-FEED-SORT
041800             THRU 2999-FEED-SORT-EXIT
041900         OUTPUT PROCEDURE IS 3000-BUILD-REPORT
042000             THRU 3999-BUILD-REPORT-EXIT
042100     PERFORM 8000-FINALIZE
042200     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
042300*----------------------------------------------------------
042400* 1000-INITIALIZE
042500*----------------------------------------------------------
042600* PARM CARD: COLS 1-3 SLA HOURS (BLANK = 004), COLS 4-5
042700* PERCENTILE 01-99 (BLANK = 95), COLS 6-13 FROM RUN DATE AND
042800* COLS 14-21 THRU RUN DATE. GREETNTF AND GREETACK ACCUMULATE
042900* ACROSS NIGHTS, SO ONLY NOTIFICATIONS RUN IN THE RANGE ARE
043000* REPORTED; A BLANK FROM DATE MEANS TODAY (AS IN GRTNIGHT)
043100* AND A BLANK THRU DATE MEANS THE FROM DATE.
043200*----------------------------------------------------------
043300 1000-INITIALIZE.
043400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
043500     ACCEPT WS-CURRENT-TIME FROM TIME
043600     OPEN INPUT PARM-CARD-FILE
043700     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
043800         DISPLAY "GRTLAGRP - PARM-CARD-FILE OPEN FAILED - "
043900                 "STATUS " WS-PARM-FILE-STATUS
044000         MOVE 8 TO RETURN-CODE
044100         GO TO 9999-EXIT
044200     END-IF
044300     READ PARM-CARD-FILE
044400         AT END
044500             SET WS-PARM-EOF TO TRUE
044600     END-READ
044700     IF WS-PARM-EOF
044800         MOVE SPACES TO PARM-CARD-RECORD
044900     END-IF
045000     CLOSE PARM-CARD-FILE
045100     IF PARM-SLA-HOURS NOT = SPACES
045200         IF PARM-SLA-HOURS IS NUMERIC AND PARM-SLA-HOURS > "000"
045300             MOVE PARM-SLA-HOURS TO WS-SLA-HOURS
045400         ELSE
045500             DISPLAY "GRTLAGRP - SLA HOURS '" PARM-SLA-HOURS
045600                 "' IN COLS 1-3 IS NOT 001-999"
045700             MOVE 8 TO RETURN-CODE
045800             GO TO 9999-EXIT
045900         END-IF
046000     END-IF
046100     IF PARM-PERCENTILE NOT = SPACES
046200         IF PARM-PERCENTILE IS NUMERIC AND PARM-PERCENTILE > "00"
046300             MOVE PARM-PERCENTILE TO WS-PERCENTILE
046400         ELSE
046500             DISPLAY "GRTLAGRP - PERCENTILE '" PARM-PERCENTILE
046600                 "' IN COLS 4-5 IS NOT 01-99"
046700             MOVE 8 TO RETURN-CODE
046800             GO TO 9999-EXIT
046900         END-IF
047000     END-IF
047100     IF PARM-FROM-DATE = SPACES
047200         MOVE WS-CURRENT-DATE TO WS-FROM-DATE
047300     ELSE
047400         MOVE PARM-FROM-DATE  TO WS-FROM-DATE
047500     END-IF
047600     IF PARM-THRU-DATE = SPACES
047700         MOVE WS-FROM-DATE    TO WS-THRU-DATE
047800     ELSE
047900         MOVE PARM-THRU-DATE  TO WS-THRU-DATE
048000     END-IF
048100     IF WS-FROM-DATE IS NOT NUMERIC
048200         OR WS-THRU-DATE IS NOT NUMERIC
048300         OR WS-THRU-DATE < WS-FROM-DATE
048400         DISPLAY "GRTLAGRP - RUN DATE RANGE " WS-FROM-DATE
048500             " THRU " WS-THRU-DATE " IS NOT VALID"
048600         MOVE 8 TO RETURN-CODE
048700         GO TO 9999-EXIT
048800     END-IF
048900     COMPUTE WS-SLA-SECONDS = WS-SLA-HOURS * 3600
049000     OPEN EXTEND LAG-SUMMARY-FILE
049100     IF NOT WS-SUM-STATUS-OK
049200         DISPLAY "GRTLAGRP - LAG-SUMMARY-FILE OPEN FAILED - "
049300                 "STATUS " WS-SUM-FILE-STATUS
049400         MOVE 8 TO RETURN-CODE
049500         GO TO 9999-EXIT
049600     ELSE
049700         SET WS-SUM-OPEN TO TRUE
049800     END-IF
049900     OPEN OUTPUT LAG-PRINT-FILE
050000     IF NOT WS-PRT-STATUS-OK
050100         DISPLAY "GRTLAGRP - LAG-PRINT-FILE OPEN FAILED - "
050200                 "STATUS " WS-PRT-FILE-STATUS
050300         MOVE 8 TO RETURN-CODE
050400         GO TO 9999-EXIT
050500     ELSE
050600         SET WS-PRT-OPEN TO TRUE
050700     END-IF.
050800 1000-INITIALIZE-EXIT.
050900     EXIT.
051000*----------------------------------------------------------
051100* 2000-FEED-SORT
051200*----------------------------------------------------------
051300* LOADS THE ACK TABLE, MATCHES THE GREETNTF RECORDS IN THE
051400* RUN-DATE RANGE AGAINST IT, WORKS OUT THE PERCENTILE RANK OF
051500* EVERY GROUP AND RELEASES ONE SORT RECORD PER MATCHED
051600* NOTIFICATION. AN OPEN FAILURE CANNOT LEAVE THE SORT
051700* PROCEDURE, SO IT FORCES RC 8 AND RELEASES NOTHING.
051800*----------------------------------------------------------
051900 2000-FEED-SORT.
052000     OPEN INPUT GREETING-ACK-FILE
052100     IF NOT WS-ACK-STATUS-OK
052200         DISPLAY "GRTLAGRP - GREETING-ACK-FILE OPEN FAILED - "
052300                 "STATUS " WS-ACK-FILE-STATUS
052400         MOVE 8 TO RETURN-CODE
052500         GO TO 2999-FEED-SORT-EXIT
052600     END-IF
052700     PERFORM 2190-READ-ACK
052800     PERFORM 2100-LOAD-ACK
052810         THRU 2100-LOAD-ACK-EXIT
052820         UNTIL WS-ACK-EOF
052900     CLOSE GREETING-ACK-FILE
052910     OPEN INPUT CHANNEL-FILE
052920     IF NOT WS-CHN-STATUS-OK
052930         DISPLAY "GRTLAGRP - CHANNEL-FILE OPEN FAILED - "
052940                 "STATUS " WS-CHN-FILE-STATUS
052950         MOVE 8 TO RETURN-CODE
052960         GO TO 2999-FEED-SORT-EXIT
052970     END-IF
053000     OPEN INPUT GREETING-NOTIFY-FILE
053100     IF NOT WS-NOTIFY-STATUS-OK
053200         DISPLAY "GRTLAGRP - GREETING-NOTIFY-FILE OPEN FAILED "
053300                 "- STATUS " WS-NOTIFY-FILE-STATUS
053400         MOVE 8 TO RETURN-CODE
053410         CLOSE CHANNEL-FILE
053500         GO TO 2999-FEED-SORT-EXIT
053600     END-IF
053700     PERFORM 2390-READ-NTF
053800     PERFORM 2300-MATCH-NTF
053900         THRU 2300-MATCH-NTF-EXIT
054000         UNTIL WS-NTF-EOF
054100     CLOSE GREETING-NOTIFY-FILE
054110     CLOSE CHANNEL-FILE
054200     PERFORM 2600-SET-PCT-RANK
054300         VARYING WS-GRP-SUB FROM 1 BY 1
054400         UNTIL WS-GRP-SUB > WS-GRP-COUNT
054500     PERFORM 2700-RELEASE-MATCHED
054600         VARYING WS-ACK-SUB FROM 1 BY 1
054700         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
054800 2050-FEED-SORT-DONE.
054900     GO TO 2999-FEED-SORT-EXIT.
055000*----------------------------------------------------------
055100* 2100-LOAD-ACK
055200*----------------------------------------------------------
055210* ONLY ACKS FOR RUN DATES IN THE REPORTING WINDOW ARE LOADED -
055220* THE NTF PASS IGNORES THE REST, AND THEY WOULD ONLY FILL THE
055230* TABLE.
055240*----------------------------------------------------------
055300 2100-LOAD-ACK.
055310     IF ACK-RUN-DATE < WS-FROM-DATE
055320         OR ACK-RUN-DATE > WS-THRU-DATE
055330         GO TO 2180-LOAD-ACK-NEXT
055340     END-IF
055400     MOVE ACK-RUN-DATE TO WS-MK-RUN-DATE
055500     MOVE ACK-RUN-TIME TO WS-MK-RUN-TIME
055600     MOVE ACK-JOB-NAME TO WS-MK-JOB-NAME
055700     MOVE ACK-PUT-DATE TO WS-PS-PUT-DATE
055800     MOVE ACK-PUT-TIME TO WS-PS-PUT-TIME
055900     PERFORM 6500-FIND-ACK
056000     IF WS-ACK-FOUND
056100         IF WS-PUT-STAMP < WS-AK-PUT-STAMP (WS-ACK-MATCH-SUB)
056200             MOVE ACK-QUEUE-NAME
056300                 TO WS-AK-QUEUE-NAME (WS-ACK-MATCH-SUB)
056400             MOVE WS-PUT-STAMP
056500                 TO WS-AK-PUT-STAMP (WS-ACK-MATCH-SUB)
056600         END-IF
056700     ELSE
056800         IF WS-ACK-COUNT < WS-ACK-MAX
056900             ADD 1 TO WS-ACK-COUNT
057000             MOVE WS-MATCH-KEY   TO WS-AK-KEY (WS-ACK-COUNT)
057100             MOVE ACK-QUEUE-NAME
057200                 TO WS-AK-QUEUE-NAME (WS-ACK-COUNT)
057300             MOVE WS-PUT-STAMP   TO WS-AK-PUT-STAMP (WS-ACK-COUNT)
057400             MOVE "N"            TO WS-AK-MATCHED (WS-ACK-COUNT)
057500             MOVE SPACES         TO WS-AK-SITE-CODE (WS-ACK-COUNT)
057600                                    WS-AK-LANGUAGE-CODE
057700                                        (WS-ACK-COUNT)
057800             MOVE ZERO TO WS-AK-RETRY-COUNT (WS-ACK-COUNT)
057900                          WS-AK-LAG-SECONDS (WS-ACK-COUNT)
058000         ELSE
058100             IF NOT WS-OVERFLOW
058200                 DISPLAY "GRTLAGRP - ACK TABLE OVERFLOW AT "
058300                     WS-ACK-MAX " ENTRIES"
058400                 SET WS-OVERFLOW TO TRUE
058500             END-IF
058600             MOVE 8 TO RETURN-CODE
058700         END-IF
058800     END-IF.
058810 2180-LOAD-ACK-NEXT.
058900     PERFORM 2190-READ-ACK.
058910 2100-LOAD-ACK-EXIT.
058920     EXIT.
059000*----------------------------------------------------------
059100* 2190-READ-ACK
059200*----------------------------------------------------------
059300 2190-READ-ACK.
059400     READ GREETING-ACK-FILE
059500         AT END
059600             SET WS-ACK-EOF TO TRUE
059700     END-READ
059800     IF NOT WS-ACK-EOF
059900         ADD 1 TO WS-ACK-READ-COUNT
060000     END-IF.
060100*----------------------------------------------------------
060200* 2300-MATCH-NTF
060300*----------------------------------------------------------
060400* A NOTIFICATION WITH NO ACK IS ONLY COUNTED - GRTRECON
060500* REPORTS AND GRTRETRY RESENDS IT, UNLESS ITS SITE/LANGUAGE
060510* IS NOT ROUTED TO THE QUEUE, WHEN NO ACK IS EXPECTED AT ALL.
060520* A RUN OR PUT STAMP THAT IS NOT A DATE AND TIME IS COUNTED
060600* AND LEFT OUT OF THE FIGURES.
060700*----------------------------------------------------------
060800 2300-MATCH-NTF.
060900     IF NTF-RUN-DATE < WS-FROM-DATE
061000         OR NTF-RUN-DATE > WS-THRU-DATE
061100         GO TO 2380-MATCH-NTF-NEXT
061200     END-IF
061300     ADD 1 TO WS-NTF-IN-RANGE-COUNT
061400     MOVE NTF-RUN-DATE TO WS-MK-RUN-DATE
061500     MOVE NTF-RUN-TIME TO WS-MK-RUN-TIME
061600     MOVE NTF-JOB-NAME TO WS-MK-JOB-NAME
061700     PERFORM 6500-FIND-ACK
061800     IF NOT WS-ACK-FOUND
061810         PERFORM 2350-CHECK-CHANNEL
061820         IF CHN-TO-QUEUE
061900             ADD 1 TO WS-NOT-ACKED-COUNT
061910         ELSE
061920             ADD 1 TO WS-NOT-QUEUE-COUNT
061930         END-IF
062000         GO TO 2380-MATCH-NTF-NEXT
062100     END-IF
062200     IF WS-AK-MATCHED (WS-ACK-MATCH-SUB) NOT = "N"
062300         ADD 1 TO WS-RESEND-COPY-COUNT
062400         IF NTF-RETRY-COUNT > WS-AK-RETRY-COUNT (WS-ACK-MATCH-SUB)
062500             MOVE NTF-RETRY-COUNT
062600                 TO WS-AK-RETRY-COUNT (WS-ACK-MATCH-SUB)
062700         END-IF
062800         GO TO 2380-MATCH-NTF-NEXT
062900     END-IF
063000     PERFORM 6200-COMPUTE-LAG
063100     IF NOT WS-LAG-VALID
063200         ADD 1 TO WS-BAD-STAMP-COUNT
063300         MOVE "B" TO WS-AK-MATCHED (WS-ACK-MATCH-SUB)
063400         GO TO 2380-MATCH-NTF-NEXT
063500     END-IF
063600     ADD 1 TO WS-MATCHED-COUNT
063700     MOVE "Y"               TO WS-AK-MATCHED (WS-ACK-MATCH-SUB)
063800     MOVE NTF-SITE-CODE     TO WS-AK-SITE-CODE (WS-ACK-MATCH-SUB)
063900     MOVE NTF-LANGUAGE-CODE
064000         TO WS-AK-LANGUAGE-CODE (WS-ACK-MATCH-SUB)
064100     MOVE NTF-RETRY-COUNT
064200         TO WS-AK-RETRY-COUNT (WS-ACK-MATCH-SUB)
064300     MOVE WS-CN-LAG-SECONDS
064400         TO WS-AK-LAG-SECONDS (WS-ACK-MATCH-SUB)
064500     MOVE NTF-RUN-DATE      TO WS-CN-RUN-DATE
064600     MOVE NTF-SITE-CODE     TO WS-CN-SITE-CODE
064700     MOVE NTF-LANGUAGE-CODE TO WS-CN-LANGUAGE-CODE
064800     MOVE WS-AK-QUEUE-NAME (WS-ACK-MATCH-SUB)
064900         TO WS-CN-QUEUE-NAME
065000     PERFORM 2400-TALLY-GROUP
065100         VARYING WS-GRP-TYPE FROM 1 BY 1
065200         UNTIL WS-GRP-TYPE > 5.
065300 2380-MATCH-NTF-NEXT.
065400     PERFORM 2390-READ-NTF.
065500 2300-MATCH-NTF-EXIT.
065600     EXIT.
065603*----------------------------------------------------------
065606* 2350-CHECK-CHANNEL
065609*----------------------------------------------------------
065612* LOOKS UP THE DELIVERY CHANNELS FOR THE NTF RECORD'S SITE/
065615* LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE), THE
065618* SAME LOOKUP GRTBRDGE MAKES. WITH NEITHER ON FILE THE RECORD
065621* WENT TO THE QUEUE AND TO PRINT.
065624*----------------------------------------------------------
065627 2350-CHECK-CHANNEL.
065630     MOVE NTF-SITE-CODE     TO CHN-SITE-CODE
065633     MOVE NTF-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
065636     READ CHANNEL-FILE
065639         INVALID KEY
065642             CONTINUE
065645     END-READ
065648     IF NOT WS-CHN-STATUS-OK
065651         MOVE NTF-SITE-CODE TO CHN-SITE-CODE
065654         MOVE SPACES        TO CHN-LANGUAGE-CODE
065657         READ CHANNEL-FILE
065660             INVALID KEY
065663                 CONTINUE
065666         END-READ
065669     END-IF
065672     IF NOT WS-CHN-STATUS-OK
065675         MOVE "Y" TO CHN-QUEUE-FLAG
065678         MOVE "Y" TO CHN-PRINT-FLAG
065681         MOVE "N" TO CHN-EMAIL-FLAG
065684     END-IF.
065700*----------------------------------------------------------
065800* 2390-READ-NTF
065900*----------------------------------------------------------
066000 2390-READ-NTF.
066100     READ GREETING-NOTIFY-FILE
066200         AT END
066300             SET WS-NTF-EOF TO TRUE
066400     END-READ
066500     IF NOT WS-NTF-EOF
066600         ADD 1 TO WS-NTF-READ-COUNT
066700     END-IF.
066800*----------------------------------------------------------
066900* 2400-TALLY-GROUP
067000*----------------------------------------------------------
067100* ADDS THE CURRENT NOTIFICATION TO ITS GROUP OF TYPE
067200* WS-GRP-TYPE, INSERTING THE GROUP IN KEY ORDER THE FIRST
067300* TIME IT IS SEEN.
067400*----------------------------------------------------------
067500 2400-TALLY-GROUP.
067600     PERFORM 6300-BUILD-GROUP-KEY
067700     PERFORM 6400-FIND-GROUP
067800     IF NOT WS-GRP-FOUND
067900         IF WS-GRP-COUNT < WS-GRP-MAX
068000             PERFORM 2410-INSERT-GROUP
068100         ELSE
068200             IF NOT WS-OVERFLOW
068300                 DISPLAY "GRTLAGRP - GROUP TABLE OVERFLOW AT "
068400                     WS-GRP-MAX " ENTRIES"
068500                 SET WS-OVERFLOW TO TRUE
068600             END-IF
068700             MOVE 8 TO RETURN-CODE
068800         END-IF
068900     END-IF
069000     IF WS-GRP-FOUND
069100         ADD 1 TO WS-GE-COUNT (WS-GRP-SUB)
069200         ADD WS-CN-LAG-SECONDS TO WS-GE-TOTAL-SECONDS (WS-GRP-SUB)
069300         IF WS-CN-LAG-SECONDS > WS-GE-MAX-SECONDS (WS-GRP-SUB)
069400             MOVE WS-CN-LAG-SECONDS
069500                 TO WS-GE-MAX-SECONDS (WS-GRP-SUB)
069600         END-IF
069700         IF WS-CN-LAG-SECONDS > WS-SLA-SECONDS
069800             ADD 1 TO WS-GE-BREACHES (WS-GRP-SUB)
069900         END-IF
070000     END-IF.
070100*----------------------------------------------------------
070200* 2410-INSERT-GROUP
070300*----------------------------------------------------------
070400* 6400-FIND-GROUP LEAVES WS-GRP-SUB ON THE FIRST ENTRY WITH A
070500* HIGHER KEY (OR ONE PAST THE END); THE ENTRIES FROM THERE ON
070600* MOVE DOWN ONE TO MAKE ROOM.
070700*----------------------------------------------------------
070800 2410-INSERT-GROUP.
070900     PERFORM 2420-SHIFT-GROUP
071000         VARYING WS-GRP-SHIFT-SUB FROM WS-GRP-COUNT BY -1
071100         UNTIL WS-GRP-SHIFT-SUB < WS-GRP-SUB
071200     ADD 1 TO WS-GRP-COUNT
071300     MOVE WS-GRP-SEARCH-KEY TO WS-GE-KEY (WS-GRP-SUB)
071400     MOVE ZERO TO WS-GE-COUNT (WS-GRP-SUB)
071500                  WS-GE-TOTAL-SECONDS (WS-GRP-SUB)
071600                  WS-GE-MAX-SECONDS (WS-GRP-SUB)
071700                  WS-GE-BREACHES (WS-GRP-SUB)
071800                  WS-GE-RETRIED (WS-GRP-SUB)
071900                  WS-GE-PCT-RANK (WS-GRP-SUB)
072000                  WS-GE-SEEN (WS-GRP-SUB)
072100                  WS-GE-PCT-SECONDS (WS-GRP-SUB)
072200     SET WS-GRP-FOUND TO TRUE.
072300*----------------------------------------------------------
072400* 2420-SHIFT-GROUP
072500*----------------------------------------------------------
072600 2420-SHIFT-GROUP.
072700     MOVE WS-GRP-ENTRY (WS-GRP-SHIFT-SUB)
072800         TO WS-GRP-ENTRY (WS-GRP-SHIFT-SUB + 1).
072900*----------------------------------------------------------
073000* 2600-SET-PCT-RANK
073100*----------------------------------------------------------
073200 2600-SET-PCT-RANK.
073300     COMPUTE WS-RANK-WORK =
073400         (WS-GE-COUNT (WS-GRP-SUB) * WS-PERCENTILE + 99) / 100
073500     COMPUTE WS-GE-PCT-RANK (WS-GRP-SUB) =
073600         WS-GE-COUNT (WS-GRP-SUB) - WS-RANK-WORK + 1.
073700*----------------------------------------------------------
073800* 2700-RELEASE-MATCHED
073900*----------------------------------------------------------
074000 2700-RELEASE-MATCHED.
074100     IF WS-AK-MATCHED (WS-ACK-SUB) = "Y"
074200         MOVE WS-AK-LAG-SECONDS (WS-ACK-SUB) TO SR-LAG-SECONDS
074300         MOVE WS-AK-KEY (WS-ACK-SUB)         TO WS-MATCH-KEY
074400         MOVE WS-MK-RUN-DATE                 TO SR-RUN-DATE
074500         MOVE WS-MK-RUN-TIME                 TO SR-RUN-TIME
074600         MOVE WS-MK-JOB-NAME                 TO SR-JOB-NAME
074700         MOVE WS-AK-SITE-CODE (WS-ACK-SUB)   TO SR-SITE-CODE
074800         MOVE WS-AK-LANGUAGE-CODE (WS-ACK-SUB)
074900             TO SR-LANGUAGE-CODE
075000         MOVE WS-AK-QUEUE-NAME (WS-ACK-SUB)  TO SR-QUEUE-NAME
075100         MOVE WS-AK-PUT-DATE (WS-ACK-SUB)    TO SR-PUT-DATE
075200         MOVE WS-AK-PUT-TIME (WS-ACK-SUB)    TO SR-PUT-TIME
075300         MOVE WS-AK-RETRY-COUNT (WS-ACK-SUB) TO SR-RETRY-COUNT
075400         RELEASE SORT-WORK-RECORD
075500     END-IF.
075600 2999-FEED-SORT-EXIT.
075700     EXIT.
075800*----------------------------------------------------------
075900* 3000-BUILD-REPORT
076000*----------------------------------------------------------
076100* THE SORT RETURNS THE NOTIFICATIONS WORST LAG FIRST, SO THE
076200* BREACH LIST PRINTS STRAIGHT OFF IT WHILE EVERY GROUP COUNTS
076300* DOWN TO ITS PERCENTILE RANK. THE GROUP SECTIONS AND THE
076400* PER-DAY SUMMARY RECORDS FOLLOW FROM THE TABLE.
076500*----------------------------------------------------------
076600 3000-BUILD-REPORT.
076700     MOVE "NOTIFICATIONS OVER THE SLA - WORST FIRST"
076800         TO WS-PS-TITLE
076900     MOVE WS-BREACH-HEADING TO WS-PRT-COLUMN-HEADING
077000     PERFORM 5200-START-SECTION
077100     PERFORM 3900-RETURN-SORT
077200     PERFORM 3100-PROCESS-SORTED UNTIL WS-SORT-EOF
077300     IF WS-BREACH-COUNT = ZERO
077400         MOVE "NO ACKNOWLEDGED NOTIFICATION BREACHED THE SLA"
077500             TO WS-PN-TEXT
077600         MOVE WS-PRT-NOTE-LINE TO LAG-PRINT-RECORD
077700         PERFORM 5000-WRITE-LINE
077800     END-IF
077900     MOVE ZERO TO WS-GRP-LAST-TYPE
078000     PERFORM 3500-PRINT-GROUP
078100         VARYING WS-GRP-SUB FROM 1 BY 1
078200         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
078300 3050-BUILD-REPORT-DONE.
078400     GO TO 3999-BUILD-REPORT-EXIT.
078500*----------------------------------------------------------
078600* 3100-PROCESS-SORTED
078700*----------------------------------------------------------
078800 3100-PROCESS-SORTED.
078900     IF SR-LAG-SECONDS > WS-SLA-SECONDS
079000         PERFORM 3200-PRINT-BREACH
079100     END-IF
079200     MOVE SR-RUN-DATE      TO WS-CN-RUN-DATE
079300     MOVE SR-SITE-CODE     TO WS-CN-SITE-CODE
079400     MOVE SR-LANGUAGE-CODE TO WS-CN-LANGUAGE-CODE
079500     MOVE SR-QUEUE-NAME    TO WS-CN-QUEUE-NAME
079600     PERFORM 3150-COUNT-DOWN-GROUP
079700         VARYING WS-GRP-TYPE FROM 1 BY 1
079800         UNTIL WS-GRP-TYPE > 5
079900     PERFORM 3900-RETURN-SORT.
080000*----------------------------------------------------------
080100* 3150-COUNT-DOWN-GROUP
080200*----------------------------------------------------------
080300 3150-COUNT-DOWN-GROUP.
080400     PERFORM 6300-BUILD-GROUP-KEY
080500     PERFORM 6400-FIND-GROUP
080600     IF WS-GRP-FOUND
080700         ADD 1 TO WS-GE-SEEN (WS-GRP-SUB)
080800         IF WS-GE-SEEN (WS-GRP-SUB) = WS-GE-PCT-RANK (WS-GRP-SUB)
080900             MOVE SR-LAG-SECONDS TO WS-GE-PCT-SECONDS (WS-GRP-SUB)
081000         END-IF
081100         IF SR-RETRY-COUNT > ZERO
081200             ADD 1 TO WS-GE-RETRIED (WS-GRP-SUB)
081300         END-IF
081400     END-IF.
081500*----------------------------------------------------------
081600* 3200-PRINT-BREACH
081700*----------------------------------------------------------
081800 3200-PRINT-BREACH.
081900     ADD 1 TO WS-BREACH-COUNT
082000     MOVE SR-RUN-DATE      TO WS-BL-RUN-DATE
082100     MOVE SR-RUN-TIME      TO WS-BL-RUN-TIME
082200     MOVE SR-JOB-NAME      TO WS-BL-JOB-NAME
082300     MOVE SR-SITE-CODE     TO WS-BL-SITE-CODE
082400     MOVE SR-LANGUAGE-CODE TO WS-BL-LANGUAGE
082500     MOVE SR-QUEUE-NAME    TO WS-BL-QUEUE-NAME
082600     MOVE SR-PUT-DATE      TO WS-BL-PUT-DATE
082700     MOVE SR-PUT-TIME      TO WS-BL-PUT-TIME
082800     MOVE SR-LAG-SECONDS   TO WS-FMT-SECONDS
082900     PERFORM 6600-FORMAT-LAG
083000     MOVE WS-LAG-DISPLAY   TO WS-BL-LAG
083100     MOVE SR-RETRY-COUNT   TO WS-BL-RETRY-COUNT
083200     IF SR-RETRY-COUNT > ZERO
083300         ADD 1 TO WS-BREACH-RETRIED-COUNT
083400         MOVE "RESENT"     TO WS-BL-NOTE
083500     ELSE
083600         MOVE SPACES       TO WS-BL-NOTE
083700     END-IF
083800     MOVE WS-BREACH-LINE   TO LAG-PRINT-RECORD
083900     PERFORM 5000-WRITE-LINE.
084000*----------------------------------------------------------
084100* 3500-PRINT-GROUP
084200*----------------------------------------------------------
084300* ONE STATISTICS LINE PER GROUP, WITH A NEW SECTION EACH TIME
084400* THE GROUP TYPE CHANGES. RUN-DATE GROUPS ALSO WRITE THEIR
084500* LAGSUMF TREND RECORD.
084600*----------------------------------------------------------
084700 3500-PRINT-GROUP.
084800     IF WS-GE-TYPE (WS-GRP-SUB) NOT = WS-GRP-LAST-TYPE
084900         MOVE WS-GE-TYPE (WS-GRP-SUB) TO WS-GRP-LAST-TYPE
085000         PERFORM 3510-START-GROUP-SECTION
085100     END-IF
085200     IF WS-GE-COUNT (WS-GRP-SUB) > ZERO
085300         COMPUTE WS-AVG-SECONDS = WS-GE-TOTAL-SECONDS (WS-GRP-SUB)
085400                                / WS-GE-COUNT (WS-GRP-SUB)
085500     ELSE
085600         MOVE ZERO TO WS-AVG-SECONDS
085700     END-IF
085800     MOVE WS-GE-VALUE (WS-GRP-SUB)    TO WS-SL-VALUE
085900     MOVE WS-GE-COUNT (WS-GRP-SUB)    TO WS-SL-COUNT
086000     MOVE WS-AVG-SECONDS              TO WS-FMT-SECONDS
086100     PERFORM 6600-FORMAT-LAG
086200     MOVE WS-LAG-DISPLAY              TO WS-SL-AVG
086300     MOVE WS-GE-MAX-SECONDS (WS-GRP-SUB) TO WS-FMT-SECONDS
086400     PERFORM 6600-FORMAT-LAG
086500     MOVE WS-LAG-DISPLAY              TO WS-SL-MAX
086600     MOVE WS-GE-PCT-SECONDS (WS-GRP-SUB) TO WS-FMT-SECONDS
086700     PERFORM 6600-FORMAT-LAG
086800     MOVE WS-LAG-DISPLAY              TO WS-SL-PCT
086900     MOVE WS-GE-BREACHES (WS-GRP-SUB) TO WS-SL-BREACHES
087000     MOVE WS-GE-RETRIED (WS-GRP-SUB)  TO WS-SL-RETRIED
087100     MOVE WS-STATS-LINE               TO LAG-PRINT-RECORD
087200     PERFORM 5000-WRITE-LINE
087300     IF WS-GE-TYPE (WS-GRP-SUB) = 5
087400         PERFORM 3600-WRITE-DAY-SUMMARY
087500     END-IF.
087600*----------------------------------------------------------
087700* 3510-START-GROUP-SECTION
087800*----------------------------------------------------------
087900 3510-START-GROUP-SECTION.
088000     EVALUATE WS-GRP-LAST-TYPE
088100         WHEN 1
088200             MOVE "DELIVERY LAG - ALL NOTIFICATIONS (HHHH:MM)"
088300                 TO WS-PS-TITLE
088400             MOVE SPACES            TO WS-SH-LABEL
088500         WHEN 2
088600             MOVE "DELIVERY LAG BY SITE"        TO WS-PS-TITLE
088700             MOVE "SITE"            TO WS-SH-LABEL
088800         WHEN 3
088900             MOVE "DELIVERY LAG BY LANGUAGE"    TO WS-PS-TITLE
089000             MOVE "LANGUAGE"        TO WS-SH-LABEL
089100         WHEN 4
089200             MOVE "DELIVERY LAG BY QUEUE"       TO WS-PS-TITLE
089300             MOVE "QUEUE NAME"      TO WS-SH-LABEL
089400         WHEN OTHER
089500             MOVE "DELIVERY LAG BY NOTIFICATION RUN DATE"
089600                 TO WS-PS-TITLE
089700             MOVE "RUN DATE"        TO WS-SH-LABEL
089800     END-EVALUATE
089900     MOVE WS-PERCENTILE     TO WS-SH-PERCENTILE
090000     MOVE WS-STATS-HEADING  TO WS-PRT-COLUMN-HEADING
090100     PERFORM 5200-START-SECTION.
090200*----------------------------------------------------------
090300* 3600-WRITE-DAY-SUMMARY
090400*----------------------------------------------------------
090500 3600-WRITE-DAY-SUMMARY.
090600     MOVE SPACES                        TO LAG-SUMMARY-RECORD
090700     MOVE WS-GE-VALUE (WS-GRP-SUB)      TO LAG-RUN-DATE
090800     MOVE WS-GE-COUNT (WS-GRP-SUB)      TO LAG-ACKED-COUNT
090900     MOVE WS-AVG-SECONDS                TO LAG-AVG-SECONDS
091000     MOVE WS-GE-MAX-SECONDS (WS-GRP-SUB) TO LAG-MAX-SECONDS
091100     MOVE WS-GE-PCT-SECONDS (WS-GRP-SUB) TO LAG-PCT-SECONDS
091200     MOVE WS-PERCENTILE                 TO LAG-PERCENTILE
091300     MOVE WS-SLA-HOURS                  TO LAG-SLA-HOURS
091400     MOVE WS-GE-BREACHES (WS-GRP-SUB)   TO LAG-BREACH-COUNT
091500     MOVE WS-GE-RETRIED (WS-GRP-SUB)    TO LAG-RETRIED-COUNT
091600     MOVE WS-CURRENT-DATE               TO LAG-REPORT-DATE
091700     MOVE WS-CURRENT-TIME               TO LAG-REPORT-TIME
091800     WRITE LAG-SUMMARY-RECORD
091900     IF WS-SUM-STATUS-OK
092000         ADD 1 TO WS-SUMMARY-COUNT
092100     ELSE
092200         DISPLAY "GRTLAGRP - LAG-SUMMARY-FILE WRITE FAILED - "
092300                 "STATUS " WS-SUM-FILE-STATUS
092400         MOVE 8 TO RETURN-CODE
092500     END-IF.
092600*----------------------------------------------------------
092700* 3900-RETURN-SORT
092800*----------------------------------------------------------
092900 3900-RETURN-SORT.
093000     RETURN SORT-WORK-FILE
093100         AT END
093200             SET WS-SORT-EOF TO TRUE
093300     END-RETURN.
093400 3999-BUILD-REPORT-EXIT.
093500     EXIT.
093600*----------------------------------------------------------
093700* 5000-WRITE-LINE
093800*----------------------------------------------------------
093900* WRITES LAG-PRINT-RECORD, STARTING A NEW PAGE (WITH THE
094000* COLUMN HEADING OF THE SECTION IN PROGRESS) WHEN FULL.
094100*----------------------------------------------------------
094200 5000-WRITE-LINE.
094300     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT
094400         MOVE LAG-PRINT-RECORD TO WS-PRT-HOLD-LINE
094500         PERFORM 5100-WRITE-HEADING
094600         WRITE LAG-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
094700         ADD 1 TO WS-PRT-LINE-COUNT
094800         MOVE WS-PRT-HOLD-LINE TO LAG-PRINT-RECORD
094900     END-IF
095000     WRITE LAG-PRINT-RECORD
095100     ADD 1 TO WS-PRT-LINE-COUNT
095200     IF NOT WS-PRT-STATUS-OK
095300         DISPLAY "GRTLAGRP - LAG-PRINT-FILE WRITE FAILED - "
095400                 "STATUS " WS-PRT-FILE-STATUS
095500         MOVE 8 TO RETURN-CODE
095600     END-IF.
095700 5000-WRITE-LINE-EXIT.
095800     EXIT.
095900*----------------------------------------------------------
096000* 5100-WRITE-HEADING
096100*----------------------------------------------------------
096200 5100-WRITE-HEADING.
096300     ADD 1 TO WS-PRT-PAGE-COUNT
096400     MOVE WS-CURRENT-DATE   TO WS-PH1-DATE
096500     MOVE WS-CURRENT-TIME   TO WS-PH1-TIME
096600     MOVE WS-PRT-PAGE-COUNT TO WS-PH1-PAGE
096700     MOVE WS-FROM-DATE      TO WS-PH2-FROM
096800     MOVE WS-THRU-DATE      TO WS-PH2-THRU
096900     MOVE WS-SLA-HOURS      TO WS-PH2-SLA-HOURS
097000     MOVE WS-PERCENTILE     TO WS-PH2-PERCENTILE
097100     WRITE LAG-PRINT-RECORD FROM WS-PRT-HEADING-1
097200         AFTER ADVANCING PAGE
097300     WRITE LAG-PRINT-RECORD FROM WS-PRT-HEADING-2
097400     MOVE SPACES TO LAG-PRINT-RECORD
097500     WRITE LAG-PRINT-RECORD
097600     MOVE 3 TO WS-PRT-LINE-COUNT.
097700 5100-WRITE-HEADING-EXIT.
097800     EXIT.
097900*----------------------------------------------------------
098000* 5200-START-SECTION
098100*----------------------------------------------------------
098200* SECTION TITLE (WS-PS-TITLE) AND COLUMN HEADING
098300* (WS-PRT-COLUMN-HEADING), KEPT TOGETHER WITH AT LEAST ONE
098400* DETAIL LINE ON THE SAME PAGE.
098500*----------------------------------------------------------
098600 5200-START-SECTION.
098700     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 4
098800         PERFORM 5100-WRITE-HEADING
098900     ELSE
099000         MOVE SPACES TO LAG-PRINT-RECORD
099100         WRITE LAG-PRINT-RECORD
099200         ADD 1 TO WS-PRT-LINE-COUNT
099300     END-IF
099400     WRITE LAG-PRINT-RECORD FROM WS-PRT-SECTION-LINE
099500     WRITE LAG-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
099600     ADD 2 TO WS-PRT-LINE-COUNT.
099700 5200-START-SECTION-EXIT.
099800     EXIT.
099900*----------------------------------------------------------
100000* 6000-DATE-TO-SERIAL
100100*----------------------------------------------------------
100200* WS-SW-DATE (YYYYMMDD) IN, WS-SW-SERIAL OUT.
100300*----------------------------------------------------------
100400 6000-DATE-TO-SERIAL.
100500     COMPUTE WS-SW-PRIOR-YEAR = WS-SW-YEAR - 1
100600     COMPUTE WS-SW-LEAP-DAYS =
100700         WS-SW-PRIOR-YEAR / 4
100800       - WS-SW-PRIOR-YEAR / 100
100900       + WS-SW-PRIOR-YEAR / 400
101000     COMPUTE WS-SW-SERIAL =
101100         WS-SW-PRIOR-YEAR * 365
101200       + WS-SW-LEAP-DAYS
101300       + WS-MONTH-OFFSET (WS-SW-MONTH)
101400       + WS-SW-DAY
101500     IF WS-SW-MONTH > 2
101600         DIVIDE WS-SW-YEAR BY 4
101700             GIVING WS-LEAP-QUOTIENT
101800             REMAINDER WS-LEAP-REMAINDER
101900         IF WS-LEAP-REMAINDER = ZERO
102000             DIVIDE WS-SW-YEAR BY 100
102100                 GIVING WS-LEAP-QUOTIENT
102200                 REMAINDER WS-LEAP-REMAINDER
102300             IF WS-LEAP-REMAINDER NOT = ZERO
102400                 ADD 1 TO WS-SW-SERIAL
102500             ELSE
102600                 DIVIDE WS-SW-YEAR BY 400
102700                     GIVING WS-LEAP-QUOTIENT
102800                     REMAINDER WS-LEAP-REMAINDER
102900                 IF WS-LEAP-REMAINDER = ZERO
103000                     ADD 1 TO WS-SW-SERIAL
103100                 END-IF
103200             END-IF
103300         END-IF
103400     END-IF.
103500 6000-DATE-TO-SERIAL-EXIT.
103600     EXIT.
103700*----------------------------------------------------------
103800* 6100-TIME-TO-SECONDS
103900*----------------------------------------------------------
104000* WS-TW-TIME (HHMMSSCC) IN, WS-TW-DAY-SECONDS OUT.
104100*----------------------------------------------------------
104200 6100-TIME-TO-SECONDS.
104300     COMPUTE WS-TW-DAY-SECONDS =
104400         WS-TW-HOURS * 3600
104500       + WS-TW-MINUTES * 60
104600       + WS-TW-SECONDS.
104700 6100-TIME-TO-SECONDS-EXIT.
104800     EXIT.
104900*----------------------------------------------------------
105000* 6200-COMPUTE-LAG
105100*----------------------------------------------------------
105200* LAG IN SECONDS FROM NTF-RUN-DATE/TIME TO THE PUT STAMP OF
105300* THE MATCHED ACK ENTRY, INTO WS-CN-LAG-SECONDS. A STAMP THAT
105400* IS NOT NUMERIC, OR A MONTH OUTSIDE 01-12, LEAVES
105500* WS-LAG-VALID OFF. A PUT STAMPED AHEAD OF ITS RUN (CLOCKS
105600* OUT OF STEP BETWEEN SYSTEMS) COUNTS AS NO LAG.
105700*----------------------------------------------------------
105800 6200-COMPUTE-LAG.
105900     MOVE "N" TO WS-LAG-VALID-SW
106000     MOVE ZERO TO WS-CN-LAG-SECONDS
106100     IF NTF-RUN-DATE IS NOT NUMERIC
106200         OR NTF-RUN-TIME IS NOT NUMERIC
106300         OR WS-AK-PUT-DATE (WS-ACK-MATCH-SUB) IS NOT NUMERIC
106400         OR WS-AK-PUT-TIME (WS-ACK-MATCH-SUB) IS NOT NUMERIC
106500         GO TO 6200-COMPUTE-LAG-EXIT
106600     END-IF
106700     MOVE NTF-RUN-DATE TO WS-SW-DATE-X
106800     IF WS-SW-MONTH < 1 OR WS-SW-MONTH > 12
106900         GO TO 6200-COMPUTE-LAG-EXIT
107000     END-IF
107100     PERFORM 6000-DATE-TO-SERIAL
107200     MOVE WS-SW-SERIAL TO WS-LW-RUN-SERIAL
107300     MOVE WS-AK-PUT-DATE (WS-ACK-MATCH-SUB) TO WS-SW-DATE-X
107400     IF WS-SW-MONTH < 1 OR WS-SW-MONTH > 12
107500         GO TO 6200-COMPUTE-LAG-EXIT
107600     END-IF
107700     PERFORM 6000-DATE-TO-SERIAL
107800     MOVE WS-SW-SERIAL TO WS-LW-PUT-SERIAL
107900     MOVE NTF-RUN-TIME TO WS-TW-TIME-X
108000     PERFORM 6100-TIME-TO-SECONDS
108100     MOVE WS-TW-DAY-SECONDS TO WS-LW-RUN-SECONDS
108200     MOVE WS-AK-PUT-TIME (WS-ACK-MATCH-SUB) TO WS-TW-TIME-X
108300     PERFORM 6100-TIME-TO-SECONDS
108400     MOVE WS-TW-DAY-SECONDS TO WS-LW-PUT-SECONDS
108500     COMPUTE WS-LW-LAG-SECONDS =
108600         (WS-LW-PUT-SERIAL - WS-LW-RUN-SERIAL) * 86400
108700       + WS-LW-PUT-SECONDS - WS-LW-RUN-SECONDS
108800     IF WS-LW-LAG-SECONDS > ZERO
108900         MOVE WS-LW-LAG-SECONDS TO WS-CN-LAG-SECONDS
109000     END-IF
109100     SET WS-LAG-VALID TO TRUE.
109200 6200-COMPUTE-LAG-EXIT.
109300     EXIT.
109400*----------------------------------------------------------
109500* 6300-BUILD-GROUP-KEY
109600*----------------------------------------------------------
109700* GROUP KEY OF TYPE WS-GRP-TYPE FOR THE CURRENT NOTIFICATION.
109800*----------------------------------------------------------
109900 6300-BUILD-GROUP-KEY.
110000     MOVE WS-GRP-TYPE TO WS-GSK-TYPE
110100     EVALUATE WS-GRP-TYPE
110200         WHEN 1
110300             MOVE "ALL NOTIFICATIONS"   TO WS-GSK-VALUE
110400         WHEN 2
110500             MOVE WS-CN-SITE-CODE       TO WS-GSK-VALUE
110600         WHEN 3
110700             MOVE WS-CN-LANGUAGE-CODE   TO WS-GSK-VALUE
110800         WHEN 4
110900             MOVE WS-CN-QUEUE-NAME      TO WS-GSK-VALUE
111000         WHEN OTHER
111100             MOVE WS-CN-RUN-DATE        TO WS-GSK-VALUE
111200     END-EVALUATE.
111300 6300-BUILD-GROUP-KEY-EXIT.
111400     EXIT.
111500*----------------------------------------------------------
111600* 6400-FIND-GROUP
111700*----------------------------------------------------------
111800* THE TABLE IS IN KEY ORDER: THE SCAN STOPS ON THE FIRST
111900* ENTRY NOT LOWER THAN WS-GRP-SEARCH-KEY. WS-GRP-FOUND IS SET
112000* WHEN THAT ENTRY IS THE KEY ITSELF.
112100*----------------------------------------------------------
112200 6400-FIND-GROUP.
112300     MOVE "N" TO WS-GRP-FOUND-SW
112400     PERFORM 6410-STEP-GROUP
112500         VARYING WS-GRP-SUB FROM 1 BY 1
112600         UNTIL WS-GRP-SUB > WS-GRP-COUNT
112700            OR WS-GE-KEY (WS-GRP-SUB) NOT < WS-GRP-SEARCH-KEY
112800     IF WS-GRP-SUB NOT > WS-GRP-COUNT
112900         IF WS-GE-KEY (WS-GRP-SUB) = WS-GRP-SEARCH-KEY
113000             SET WS-GRP-FOUND TO TRUE
113100         END-IF
113200     END-IF.
113300 6400-FIND-GROUP-EXIT.
113400     EXIT.
113500*----------------------------------------------------------
113600* 6410-STEP-GROUP
113700*----------------------------------------------------------
113800 6410-STEP-GROUP.
113900     CONTINUE.
114000*----------------------------------------------------------
114100* 6500-FIND-ACK
114200*----------------------------------------------------------
114300 6500-FIND-ACK.
114400     MOVE "N" TO WS-ACK-FOUND-SW
114500     PERFORM 6510-MATCH-ACK
114600         VARYING WS-ACK-SUB FROM 1 BY 1
114700         UNTIL WS-ACK-SUB > WS-ACK-COUNT
114800            OR WS-ACK-FOUND.
114900 6500-FIND-ACK-EXIT.
115000     EXIT.
115100*----------------------------------------------------------
115200* 6510-MATCH-ACK
115300*----------------------------------------------------------
115400 6510-MATCH-ACK.
115500     IF WS-AK-KEY (WS-ACK-SUB) = WS-MATCH-KEY
115600         SET WS-ACK-FOUND TO TRUE
115700         MOVE WS-ACK-SUB TO WS-ACK-MATCH-SUB
115800     END-IF.
115900*----------------------------------------------------------
116000* 6600-FORMAT-LAG
116100*----------------------------------------------------------
116200* WS-FMT-SECONDS IN, WS-LAG-DISPLAY (HHHH:MM) OUT.
116300*----------------------------------------------------------
116400 6600-FORMAT-LAG.
116500     DIVIDE WS-FMT-SECONDS BY 60 GIVING WS-FMT-MINUTES
116600     DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HOURS
116700         REMAINDER WS-FMT-MINUTE-PART
116800     IF WS-FMT-HOURS > 9999
116900         MOVE 9999 TO WS-LD-HOURS
117000         MOVE 59   TO WS-LD-MINUTES
117100     ELSE
117200         MOVE WS-FMT-HOURS       TO WS-LD-HOURS
117300         MOVE WS-FMT-MINUTE-PART TO WS-LD-MINUTES
117400     END-IF.
117500 6600-FORMAT-LAG-EXIT.
117600     EXIT.
117700*----------------------------------------------------------
117800* 8000-FINALIZE
117900*----------------------------------------------------------
118000 8000-FINALIZE.
118100     IF NOT WS-PRT-OPEN
118200         GO TO 8000-FINALIZE-EXIT
118300     END-IF
118400     MOVE "RUN TOTALS" TO WS-PS-TITLE
118500     MOVE SPACES       TO WS-PRT-COLUMN-HEADING
118600     PERFORM 5200-START-SECTION
118700     MOVE "NTF RECORDS IN DATE RANGE   - " TO WS-PT-LABEL
118800     MOVE WS-NTF-IN-RANGE-COUNT   TO WS-PT-COUNT
118900     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
119000     PERFORM 5000-WRITE-LINE
119100     MOVE "NOTIFICATIONS ACKNOWLEDGED  - " TO WS-PT-LABEL
119200     MOVE WS-MATCHED-COUNT        TO WS-PT-COUNT
119300     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
119400     PERFORM 5000-WRITE-LINE
119500     MOVE "  OVER THE SLA              - " TO WS-PT-LABEL
119600     MOVE WS-BREACH-COUNT         TO WS-PT-COUNT
119700     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
119800     PERFORM 5000-WRITE-LINE
119900     MOVE "  OVER THE SLA AND RESENT   - " TO WS-PT-LABEL
120000     MOVE WS-BREACH-RETRIED-COUNT TO WS-PT-COUNT
120100     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
120200     PERFORM 5000-WRITE-LINE
120300     MOVE "RESENT COPIES OF A KEY      - " TO WS-PT-LABEL
120400     MOVE WS-RESEND-COPY-COUNT    TO WS-PT-COUNT
120500     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
120600     PERFORM 5000-WRITE-LINE
120700     MOVE "NTF RECORDS WITHOUT AN ACK  - " TO WS-PT-LABEL
120800     MOVE WS-NOT-ACKED-COUNT      TO WS-PT-COUNT
120900     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
121000     PERFORM 5000-WRITE-LINE
121010     MOVE "NTF NOT ROUTED TO QUEUE     - " TO WS-PT-LABEL
121020     MOVE WS-NOT-QUEUE-COUNT      TO WS-PT-COUNT
121030     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
121040     PERFORM 5000-WRITE-LINE
121100     MOVE "UNUSABLE RUN/PUT STAMPS     - " TO WS-PT-LABEL
121200     MOVE WS-BAD-STAMP-COUNT      TO WS-PT-COUNT
121300     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
121400     PERFORM 5000-WRITE-LINE
121500     MOVE "DAY SUMMARY RECORDS WRITTEN - " TO WS-PT-LABEL
121600     MOVE WS-SUMMARY-COUNT        TO WS-PT-COUNT
121700     MOVE WS-PRT-TOTAL-LINE TO LAG-PRINT-RECORD
121800     PERFORM 5000-WRITE-LINE
121900     IF WS-BREACH-COUNT > ZERO AND RETURN-CODE < 4
122000         MOVE 4 TO RETURN-CODE
122100     END-IF
122200     DISPLAY "GRTLAGRP - " WS-MATCHED-COUNT
122300         " NOTIFICATION(S) MEASURED, " WS-BREACH-COUNT
122400         " OVER THE SLA, " WS-NOT-ACKED-COUNT " WITHOUT AN ACK".
122500 8000-FINALIZE-EXIT.
122600     EXIT.
122700*----------------------------------------------------------
122800* 9999-EXIT
122900*----------------------------------------------------------
123000 9999-EXIT.
123100     IF WS-SUM-OPEN
123200         CLOSE LAG-SUMMARY-FILE
123300     END-IF
123400     IF WS-PRT-OPEN
123500         CLOSE LAG-PRINT-FILE
123600     END-IF
123700     STOP RUN.
123800 9999-EXIT-EXIT.
123900     EXIT.
