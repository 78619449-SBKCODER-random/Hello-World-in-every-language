000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTVOLAN.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. NIGHTLY GREETING VOLUME
001100*                  ANOMALY CHECK. A SITE WHOSE TRANNAME FEED
001200*                  QUIETLY DROPPED TO NOTHING, OR SUDDENLY
001300*                  TRIPLED, WAS NOT NOTICED UNTIL THE MONTH-END
001400*                  GRTSTRPT USAGE REPORT. READS THE DAILY
001500*                  VOLUME HISTORY GRTSTAT KEEPS (GRTDAYH) AND
001600*                  COMPARES EACH SITE/LANGUAGE'S GREETINGS ON
001700*                  THE BUSINESS DATE AGAINST THE AVERAGE OF ITS
001800*                  EARLIER DAYS, FLAGGING ANYTHING OUTSIDE A
001900*                  PARM-CARD PERCENTAGE BAND. ALSO FLAGS ANY
002000*                  SITE WITH A LIVE GREETING-MASTER RECORD
002100*                  (EFFECTIVE BY THE BUSINESS DATE, SITE NOT
002200*                  CLOSED ON SITEMSTR) BUT NO GREETINGS AT ALL
002300*                  THAT NIGHT. EACH ANOMALY GOES TO THE VOLEXCP
002400*                  FILE (GRTVOLX) FOR THE GRTNIGHT PAGE AS WELL
002500*                  AS TO THE PRINTED REPORT. RC 0 = NOTHING
002600*                  FLAGGED, 4 = ONE OR MORE ANOMALIES, 8 = BAD
002700*                  PARM, TABLE OVERFLOW, I/O FAILURE OR NO
002800*                  HISTORY POSTED FOR THE BUSINESS DATE.
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
004400     SELECT GREETING-MASTER-FILE ASSIGN TO GRTMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS MASTER-KEY
004800         FILE STATUS IS WS-MASTER-FILE-STATUS.
004900     SELECT DAY-HISTORY-FILE ASSIGN TO GRTDAYHF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS DAY-KEY
005300         FILE STATUS IS WS-DAY-FILE-STATUS.
005400     SELECT VOLUME-ANOMALY-FILE ASSIGN TO VOLEXCP
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-VOX-FILE-STATUS.
005700     SELECT VOLUME-PRINT-FILE ASSIGN TO VOLRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PRT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARM-CARD-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE OMITTED.
006500 01  PARM-CARD-RECORD.
006600     05  PARM-BAND-PCT            PIC X(03).
006700     05  PARM-MIN-DAYS            PIC X(02).
006800     05  PARM-BUSINESS-DATE       PIC X(08).
006900     05  FILLER                   PIC X(67).
007000 FD  SITE-MASTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SITE-MASTER-RECORD.
007300     COPY SITERC.
007400 FD  GREETING-MASTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  GREETING-MASTER-RECORD.
007700     05  MASTER-KEY.
007800         10  MASTER-SITE-CODE     PIC X(05).
007900         10  MASTER-KEY-LANGUAGE  PIC X(05).
008000     COPY GREETRC REPLACING
008100         ==GR-MESSAGE-TEXT==    BY ==MASTER-MESSAGE-TEXT==
008200         ==GR-MESSAGE-MAX-LEN== BY ==MASTER-MESSAGE-MAX-LEN==
008300         ==GR-LANGUAGE-CODE==   BY ==MASTER-LANGUAGE-CODE==
008400         ==GR-EFFECTIVE-DATE==  BY ==MASTER-EFFECTIVE-DATE==.
008500     05  FILLER                   PIC X(20).
008600 FD  DAY-HISTORY-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  DAY-HISTORY-RECORD.
008900     COPY GRTDAYH.
009000 FD  VOLUME-ANOMALY-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE OMITTED.
009300 01  VOLUME-ANOMALY-RECORD.
009400     COPY GRTVOLX.
009500 FD  VOLUME-PRINT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE OMITTED.
009800 01  VOLUME-PRINT-RECORD          PIC X(132).
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------
010100* SWITCHES
010200*----------------------------------------------------------
010300 01  WS-SWITCHES.
010400     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
010500         88  WS-PARM-EOF                      VALUE "Y".
010600     05  WS-SITE-EOF-SW           PIC X(01)   VALUE "N".
010700         88  WS-SITE-EOF                      VALUE "Y".
010800     05  WS-MASTER-EOF-SW         PIC X(01)   VALUE "N".
010900         88  WS-MASTER-EOF                    VALUE "Y".
011000     05  WS-DAY-EOF-SW            PIC X(01)   VALUE "N".
011100         88  WS-DAY-EOF                       VALUE "Y".
011200     05  WS-DAY-OPEN-SW           PIC X(01)   VALUE "N".
011300         88  WS-DAY-OPEN                      VALUE "Y".
011400     05  WS-VOX-OPEN-SW           PIC X(01)   VALUE "N".
011500         88  WS-VOX-OPEN                      VALUE "Y".
011600     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
011700         88  WS-PRT-OPEN                      VALUE "Y".
011800     05  WS-SITE-FOUND-SW         PIC X(01)   VALUE "N".
011900         88  WS-SITE-FOUND                    VALUE "Y".
012000     05  WS-LIVE-FOUND-SW         PIC X(01)   VALUE "N".
012100         88  WS-LIVE-FOUND                    VALUE "Y".
012200     05  WS-SLOT-FOUND-SW         PIC X(01)   VALUE "N".
012300         88  WS-SLOT-FOUND                    VALUE "Y".
012400*----------------------------------------------------------
012500* FILE STATUS FIELDS
012600*----------------------------------------------------------
012700 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
012800     88  WS-PARM-STATUS-OK                    VALUE "00".
012900     88  WS-PARM-STATUS-EOF                   VALUE "10".
013000 01  WS-SITE-FILE-STATUS          PIC X(02)   VALUE SPACES.
013100     88  WS-SITE-STATUS-OK                    VALUE "00".
013200 01  WS-MASTER-FILE-STATUS        PIC X(02)   VALUE SPACES.
013300     88  WS-MASTER-STATUS-OK                  VALUE "00".
013400 01  WS-DAY-FILE-STATUS           PIC X(02)   VALUE SPACES.
013500     88  WS-DAY-STATUS-OK                     VALUE "00".
013600 01  WS-VOX-FILE-STATUS           PIC X(02)   VALUE SPACES.
013700     88  WS-VOX-STATUS-OK                     VALUE "00".
013800 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
013900     88  WS-PRT-STATUS-OK                     VALUE "00".
014000*----------------------------------------------------------
014100* PARM EDIT - BAND PERCENTAGE, MINIMUM HISTORY AND THE
014200* BUSINESS DATE BEING CHECKED
014300*----------------------------------------------------------
014400 01  WS-BAND-PCT                  PIC 9(03)   COMP VALUE 50.
014500 01  WS-MIN-DAYS                  PIC 9(03)   COMP VALUE 5.
014600 01  WS-BUSINESS-DATE             PIC X(08)   VALUE SPACES.
014700*----------------------------------------------------------
014800* SITE MASTER TABLE - EVERY SITE ON SITEMSTR WITH ITS STATUS,
014900* SO A GREETING-MASTER RECORD FOR A CLOSED SITE IS NOT TAKEN
015000* AS LIVE. A SITE NOT ON SITEMSTR IS STILL GREETED BY
015100* HELLO-DRIVER, SO ITS MASTER RECORDS COUNT AS LIVE.
015200*----------------------------------------------------------
015300 01  WS-SITE-MAX                  PIC 9(03)   COMP VALUE 500.
015400 01  WS-SITE-COUNT                PIC 9(03)   COMP VALUE ZERO.
015500 01  WS-SITE-SUB                  PIC 9(03)   COMP VALUE ZERO.
015600 01  WS-SITE-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
015700 01  WS-SITE-TABLE.
015800     05  WS-SITE-ENTRY OCCURS 500 TIMES.
015900         10  WS-ST-SITE-CODE      PIC X(05).
016000         10  WS-ST-SITE-NAME      PIC X(30).
016100         10  WS-ST-STATUS         PIC X(01).
016200             88  WS-ST-CLOSED                 VALUE "C".
016300*----------------------------------------------------------
016400* LIVE SITE TABLE - ONE ENTRY PER SITE WITH AT LEAST ONE LIVE
016500* GREETING-MASTER RECORD. THE HISTORY PASS ADDS EACH SITE/
016600* LANGUAGE'S GREETINGS FOR THE NIGHT INTO ITS SITE, AND A
016700* SITE STILL AT ZERO AFTERWARDS IS FLAGGED AS SILENT.
016800*----------------------------------------------------------
016900 01  WS-LIVE-MAX                  PIC 9(03)   COMP VALUE 500.
017000 01  WS-LIVE-COUNT                PIC 9(03)   COMP VALUE ZERO.
017100 01  WS-LIVE-SUB                  PIC 9(03)   COMP VALUE ZERO.
017200 01  WS-LIVE-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
017300 01  WS-LIVE-SEARCH-SITE          PIC X(05)   VALUE SPACES.
017400 01  WS-LIVE-TABLE.
017500     05  WS-LIVE-ENTRY OCCURS 500 TIMES.
017600         10  WS-LV-SITE-CODE      PIC X(05).
017700         10  WS-LV-SITE-NAME      PIC X(30).
017800         10  WS-LV-KEY-COUNT      PIC 9(05)   COMP.
017900         10  WS-LV-TONIGHT-COUNT  PIC 9(07)   COMP.
018000         10  WS-LV-HISTORY-SW     PIC X(01).
018100             88  WS-LV-HISTORY                VALUE "Y".
018200*----------------------------------------------------------
018300* BAND WORK FOR THE HISTORY RECORD IN HAND. THE TRAILING
018400* AVERAGE IS TAKEN OVER EVERY SLOT OLDER THAN THE BUSINESS
018500* DATE (AT MOST 59 DAYS); THE BAND RUNS FROM AVERAGE TIMES
018600* (100 - BAND) / 100 TO AVERAGE TIMES (100 + BAND) / 100. A
018700* BAND OF 100 OR MORE HAS NO LOWER LIMIT.
018800*----------------------------------------------------------
018900 01  WS-SLOT-SUB                  PIC 9(03)   COMP VALUE ZERO.
019000 01  WS-TONIGHT-SUB               PIC 9(03)   COMP VALUE ZERO.
019100 01  WS-TONIGHT-COUNT             PIC 9(07)   COMP VALUE ZERO.
019200 01  WS-PRIOR-DAYS                PIC 9(03)   COMP VALUE ZERO.
019300 01  WS-PRIOR-TOTAL               PIC 9(09)   COMP VALUE ZERO.
019400 01  WS-AVERAGE                   PIC 9(07)V99 COMP VALUE ZERO.
019500 01  WS-HIGH-LIMIT                PIC 9(09)V99 COMP VALUE ZERO.
019600 01  WS-LOW-LIMIT                 PIC S9(09)V99
019700                                  COMP VALUE ZERO.
019800*----------------------------------------------------------
019900* RUN COUNTERS
020000*----------------------------------------------------------
020100 01  WS-COUNTERS.
020200     05  WS-MASTER-READ-COUNT     PIC 9(07)   COMP VALUE ZERO.
020300     05  WS-LIVE-MASTER-COUNT     PIC 9(07)   COMP VALUE ZERO.
020400     05  WS-DAY-READ-COUNT        PIC 9(07)   COMP VALUE ZERO.
020500     05  WS-DAY-POSTED-COUNT      PIC 9(07)   COMP VALUE ZERO.
020600     05  WS-NOT-POSTED-COUNT      PIC 9(07)   COMP VALUE ZERO.
020700     05  WS-SHORT-HISTORY-COUNT   PIC 9(07)   COMP VALUE ZERO.
020800     05  WS-CHECKED-COUNT         PIC 9(07)   COMP VALUE ZERO.
020900     05  WS-ABOVE-COUNT           PIC 9(07)   COMP VALUE ZERO.
021000     05  WS-BELOW-COUNT           PIC 9(07)   COMP VALUE ZERO.
021100     05  WS-SILENT-COUNT          PIC 9(07)   COMP VALUE ZERO.
021200     05  WS-ANOMALY-COUNT         PIC 9(07)   COMP VALUE ZERO.
021300*----------------------------------------------------------
021400* CURRENT DATE AND TIME
021500*----------------------------------------------------------
021600 01  WS-CURRENT-DATE-TIME.
021700     05  WS-CURRENT-DATE          PIC X(08).
021800     05  WS-CURRENT-TIME          PIC X(08).
021900*----------------------------------------------------------
022000* VOLUME REPORT PRINT LINES
022100*----------------------------------------------------------
022200 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
022300 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
022400 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
022500 01  WS-PRT-HEADING-1.
022600     05  FILLER                   PIC X(36)   VALUE
022700         "GRTVOLAN GREETING VOLUME ANOMALIES -".
022800     05  FILLER                   PIC X(05)   VALUE " RUN ".
022900     05  WS-PH1-DATE              PIC X(08).
023000     05  FILLER                   PIC X(01)   VALUE SPACE.
023100     05  WS-PH1-TIME              PIC X(08).
023200     05  FILLER                   PIC X(06)   VALUE SPACES.
023300     05  FILLER                   PIC X(05)   VALUE "PAGE ".
023400     05  WS-PH1-PAGE              PIC ZZZZ9.
023500     05  FILLER                   PIC X(58)   VALUE SPACES.
023600 01  WS-PRT-HEADING-2.
023700     05  FILLER                   PIC X(14)   VALUE
023800         "BUSINESS DATE ".
023900     05  WS-PH2-BUSINESS-DATE     PIC X(08).
024000     05  FILLER                   PIC X(12)   VALUE
024100         "   BAND +/- ".
024200     05  WS-PH2-BAND-PCT          PIC ZZ9.
024300     05  FILLER                   PIC X(20)   VALUE
024400         "%   MINIMUM HISTORY ".
024500     05  WS-PH2-MIN-DAYS          PIC ZZ9.
024600     05  FILLER                   PIC X(05)   VALUE " DAYS".
024700     05  FILLER                   PIC X(67)   VALUE SPACES.
024800 01  WS-PRT-SECTION-LINE.
024900     05  WS-PS-TITLE              PIC X(60).
025000     05  FILLER                   PIC X(72)   VALUE SPACES.
025100*    COLUMN HEADING OF THE SECTION IN PROGRESS - REPEATED AT
025200*    THE TOP OF EVERY CONTINUATION PAGE
025300 01  WS-PRT-COLUMN-HEADING        PIC X(132)  VALUE SPACES.
025400 01  WS-PRT-HOLD-LINE             PIC X(132)  VALUE SPACES.
025500 01  WS-BAND-HEADING.
025600     05  FILLER                   PIC X(07)   VALUE "SITE".
025700     05  FILLER                   PIC X(07)   VALUE "LANG".
025800     05  FILLER                   PIC X(09)   VALUE "TONIGHT".
025900     05  FILLER                   PIC X(12)   VALUE "   AVERAGE".
026000     05  FILLER                   PIC X(06)   VALUE "  DAYS".
026100     05  FILLER                   PIC X(09)   VALUE "    LOW".
026200     05  FILLER                   PIC X(09)   VALUE "   HIGH".
026300     05  FILLER                   PIC X(09)   VALUE "DEFAULTS".
026400     05  FILLER                   PIC X(09)   VALUE "FAILURES".
026500     05  FILLER                   PIC X(09)   VALUE "CALENDAR".
026600     05  FILLER                   PIC X(20)   VALUE "FLAG".
026700     05  FILLER                   PIC X(26)   VALUE SPACES.
026800 01  WS-BAND-LINE.
026900     05  WS-BL-SITE-CODE          PIC X(05).
027000     05  FILLER                   PIC X(02)   VALUE SPACES.
027100     05  WS-BL-LANGUAGE           PIC X(05).
027200     05  FILLER                   PIC X(02)   VALUE SPACES.
027300     05  WS-BL-TONIGHT            PIC ZZZZZZ9.
027400     05  FILLER                   PIC X(02)   VALUE SPACES.
027500     05  WS-BL-AVERAGE            PIC ZZZZZZ9.99.
027600     05  FILLER                   PIC X(02)   VALUE SPACES.
027700     05  WS-BL-DAYS               PIC ZZZ9.
027800     05  FILLER                   PIC X(02)   VALUE SPACES.
027900     05  WS-BL-LOW                PIC ZZZZZZ9.
028000     05  FILLER                   PIC X(02)   VALUE SPACES.
028100     05  WS-BL-HIGH               PIC ZZZZZZ9.
028200     05  FILLER                   PIC X(02)   VALUE SPACES.
028300     05  WS-BL-DEFAULTS           PIC ZZZZZZ9.
028400     05  FILLER                   PIC X(02)   VALUE SPACES.
028500     05  WS-BL-FAILURES           PIC ZZZZZZ9.
028600     05  FILLER                   PIC X(02)   VALUE SPACES.
028700     05  WS-BL-CALENDAR           PIC ZZZZZZ9.
028800     05  FILLER                   PIC X(02)   VALUE SPACES.
028900     05  WS-BL-FLAG               PIC X(20).
029000     05  FILLER                   PIC X(26)   VALUE SPACES.
029100 01  WS-SILENT-HEADING.
029200     05  FILLER                   PIC X(07)   VALUE "SITE".
029300     05  FILLER                   PIC X(32)   VALUE "SITE NAME".
029400     05  FILLER                   PIC X(13)   VALUE
029500         "LIVE RECORDS".
029600     05  FILLER                   PIC X(40)   VALUE "NOTE".
029700     05  FILLER                   PIC X(40)   VALUE SPACES.
029800 01  WS-SILENT-LINE.
029900     05  WS-SIL-SITE-CODE         PIC X(05).
030000     05  FILLER                   PIC X(02)   VALUE SPACES.
030100     05  WS-SIL-SITE-NAME         PIC X(30).
030200     05  FILLER                   PIC X(02)   VALUE SPACES.
030300     05  WS-SIL-KEY-COUNT         PIC ZZZZZZ9.
030400     05  FILLER                   PIC X(06)   VALUE SPACES.
030500     05  WS-SIL-NOTE              PIC X(40).
030600     05  FILLER                   PIC X(40)   VALUE SPACES.
030700 01  WS-PRT-NOTE-LINE.
030800     05  FILLER                   PIC X(02)   VALUE SPACES.
030900     05  WS-PN-TEXT               PIC X(60).
031000     05  FILLER                   PIC X(70)   VALUE SPACES.
031100 01  WS-PRT-TOTAL-LINE.
031200     05  WS-PT-LABEL              PIC X(30).
031300     05  WS-PT-COUNT              PIC ZZZZZZ9.
031400     05  FILLER                   PIC X(95)   VALUE SPACES.
031500*----------------------------------------------------------
031600* RETURN CODE VALUES
031700*     00 = EVERY SITE/LANGUAGE WITHIN ITS BAND AND EVERY LIVE
031800*          SITE GREETED SOMEONE
031900*     04 = ONE OR MORE ANOMALIES FLAGGED
032000*     08 = BAD PARM CARD, TABLE OVERFLOW, I/O FAILURE, OR
032100*          GRTSTAT HAS NOT POSTED THE BUSINESS DATE
032200*----------------------------------------------------------
032300 PROCEDURE DIVISION.
032400*----------------------------------------------------------
032500* 0000-MAINLINE
032600*----------------------------------------------------------
032700 0000-MAINLINE.
032800     MOVE 0 TO RETURN-CODE
032900     PERFORM 1000-INITIALIZE
033000     PERFORM 2000-CHECK-DAY-RECORD
033100         THRU 2000-CHECK-DAY-RECORD-EXIT
033200         UNTIL WS-DAY-EOF
033300     PERFORM 3000-CHECK-SILENT-SITES
033400         THRU 3000-CHECK-SILENT-SITES-EXIT
033500     PERFORM 8000-FINALIZE
033600     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
033700*----------------------------------------------------------
033800* 1000-INITIALIZE
033900*----------------------------------------------------------
034000* PARM CARD: COLS 1-3 BAND PERCENTAGE 001-999 (BLANK = 050),
034100* COLS 4-5 MINIMUM EARLIER DAYS BEFORE A SITE/LANGUAGE IS
034200* BAND-CHECKED 01-59 (BLANK = 05), COLS 6-13 BUSINESS DATE
034300* (BLANK = TODAY, AS IN GRTNIGHT). THE SITE MASTER AND THE
034400* GREETING MASTER ARE LOADED AND CLOSED HERE.
034500*----------------------------------------------------------
034600 1000-INITIALIZE.
034700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
034800     ACCEPT WS-CURRENT-TIME FROM TIME
034900     OPEN INPUT PARM-CARD-FILE
035000     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
035100         DISPLAY "GRTVOLAN - PARM-CARD-FILE OPEN FAILED - "
035200                 "STATUS " WS-PARM-FILE-STATUS
035300         MOVE 8 TO RETURN-CODE
035400         GO TO 9999-EXIT
035500     END-IF
035600     READ PARM-CARD-FILE
035700         AT END
035800             SET WS-PARM-EOF TO TRUE
035900     END-READ
036000     IF WS-PARM-EOF
036100         MOVE SPACES TO PARM-CARD-RECORD
036200     END-IF
036300     CLOSE PARM-CARD-FILE
036400     IF PARM-BAND-PCT NOT = SPACES
036500         IF PARM-BAND-PCT IS NUMERIC AND PARM-BAND-PCT > "000"
036600             MOVE PARM-BAND-PCT TO WS-BAND-PCT
036700         ELSE
036800             DISPLAY "GRTVOLAN - BAND PERCENTAGE '" PARM-BAND-PCT
036900                 "' IN COLS 1-3 IS NOT 001-999"
037000             MOVE 8 TO RETURN-CODE
037100             GO TO 9999-EXIT
037200         END-IF
037300     END-IF
037400     IF PARM-MIN-DAYS NOT = SPACES
037500         IF PARM-MIN-DAYS IS NUMERIC AND PARM-MIN-DAYS > "00"
037600             AND PARM-MIN-DAYS < "60"
037700             MOVE PARM-MIN-DAYS TO WS-MIN-DAYS
037800         ELSE
037900             DISPLAY "GRTVOLAN - MINIMUM HISTORY '" PARM-MIN-DAYS
038000                 "' IN COLS 4-5 IS NOT 01-59"
038100             MOVE 8 TO RETURN-CODE
038200             GO TO 9999-EXIT
038300         END-IF
038400     END-IF
038500     IF PARM-BUSINESS-DATE = SPACES
038600         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
038700     ELSE
038800         IF PARM-BUSINESS-DATE IS NUMERIC
038900             MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
039000         ELSE
039100             DISPLAY "GRTVOLAN - BUSINESS DATE '"
039200                 PARM-BUSINESS-DATE "' IS NOT A VALID YYYYMMDD"
039300             MOVE 8 TO RETURN-CODE
039400             GO TO 9999-EXIT
039500         END-IF
039600     END-IF
039700     OPEN INPUT SITE-MASTER-FILE
039800     IF NOT WS-SITE-STATUS-OK
039900         DISPLAY "GRTVOLAN - SITE-MASTER-FILE OPEN FAILED - "
040000                 "STATUS " WS-SITE-FILE-STATUS
040100         MOVE 8 TO RETURN-CODE
040200         GO TO 9999-EXIT
040300     END-IF
040400     PERFORM 1190-READ-SITE
040500     PERFORM 1100-LOAD-SITE UNTIL WS-SITE-EOF
040600     CLOSE SITE-MASTER-FILE
040700     IF RETURN-CODE >= 8
040800         GO TO 9999-EXIT
040900     END-IF
041000     OPEN INPUT GREETING-MASTER-FILE
041100     IF NOT WS-MASTER-STATUS-OK
041200         DISPLAY "GRTVOLAN - GREETING-MASTER-FILE OPEN FAILED - "
041300                 "STATUS " WS-MASTER-FILE-STATUS
041400         MOVE 8 TO RETURN-CODE
041500         GO TO 9999-EXIT
041600     END-IF
041700     PERFORM 1290-READ-MASTER
041800     PERFORM 1200-LOAD-LIVE-MASTER
041900         THRU 1200-LOAD-LIVE-MASTER-EXIT
042000         UNTIL WS-MASTER-EOF
042100     CLOSE GREETING-MASTER-FILE
042200     IF RETURN-CODE >= 8
042300         GO TO 9999-EXIT
042400     END-IF
042500     OPEN INPUT DAY-HISTORY-FILE
042600     IF NOT WS-DAY-STATUS-OK
042700         DISPLAY "GRTVOLAN - DAY-HISTORY-FILE OPEN FAILED - "
042800                 "STATUS " WS-DAY-FILE-STATUS
042900         MOVE 8 TO RETURN-CODE
043000         GO TO 9999-EXIT
043100     ELSE
043200         SET WS-DAY-OPEN TO TRUE
043300     END-IF
043400     OPEN EXTEND VOLUME-ANOMALY-FILE
043500     IF NOT WS-VOX-STATUS-OK
043600         DISPLAY "GRTVOLAN - VOLUME-ANOMALY-FILE OPEN FAILED - "
043700                 "STATUS " WS-VOX-FILE-STATUS
043800         MOVE 8 TO RETURN-CODE
043900         GO TO 9999-EXIT
044000     ELSE
044100         SET WS-VOX-OPEN TO TRUE
044200     END-IF
044300     OPEN OUTPUT VOLUME-PRINT-FILE
044400     IF NOT WS-PRT-STATUS-OK
044500         DISPLAY "GRTVOLAN - VOLUME-PRINT-FILE OPEN FAILED - "
044600                 "STATUS " WS-PRT-FILE-STATUS
044700         MOVE 8 TO RETURN-CODE
044800         GO TO 9999-EXIT
044900     ELSE
045000         SET WS-PRT-OPEN TO TRUE
045100     END-IF
045200     MOVE "SITE/LANGUAGE VOLUMES OUTSIDE THE BAND"
045300         TO WS-PS-TITLE
045400     MOVE WS-BAND-HEADING TO WS-PRT-COLUMN-HEADING
045500     PERFORM 5200-START-SECTION
045600     PERFORM 2900-READ-DAY.
045700 1000-INITIALIZE-EXIT.
045800     EXIT.
045900*----------------------------------------------------------
046000* 1100-LOAD-SITE
046100*----------------------------------------------------------
046200 1100-LOAD-SITE.
046300     IF SIT-SITE-CODE NOT = SPACES AND NOT = LOW-VALUES
046400         IF WS-SITE-COUNT < WS-SITE-MAX
046500             ADD 1 TO WS-SITE-COUNT
046600             MOVE SIT-SITE-CODE
046700                 TO WS-ST-SITE-CODE (WS-SITE-COUNT)
046800             MOVE SIT-SITE-NAME
046900                 TO WS-ST-SITE-NAME (WS-SITE-COUNT)
047000             MOVE SIT-STATUS
047100                 TO WS-ST-STATUS (WS-SITE-COUNT)
047200         ELSE
047300             DISPLAY "GRTVOLAN - SITE MASTER TABLE OVERFLOW AT "
047400                 WS-SITE-MAX " ENTRIES"
047500             MOVE 8 TO RETURN-CODE
047600             SET WS-SITE-EOF TO TRUE
047700         END-IF
047800     END-IF
047900     IF NOT WS-SITE-EOF
048000         PERFORM 1190-READ-SITE
048100     END-IF.
048200 1100-LOAD-SITE-EXIT.
048300     EXIT.
048400*----------------------------------------------------------
048500* 1190-READ-SITE
048600*----------------------------------------------------------
048700 1190-READ-SITE.
048800     READ SITE-MASTER-FILE
048900         AT END
049000             SET WS-SITE-EOF TO TRUE
049100     END-READ.
049200 1190-READ-SITE-EXIT.
049300     EXIT.
049400*----------------------------------------------------------
049500* 1200-LOAD-LIVE-MASTER
049600*----------------------------------------------------------
049700* A GREETING-MASTER RECORD IS LIVE WHEN IT IS EFFECTIVE BY
049800* THE BUSINESS DATE AND ITS SITE IS NOT CLOSED ON SITEMSTR -
049900* THE SAME TWO TESTS HELLO-DRIVER APPLIES BEFORE IT GREETS.
050000*----------------------------------------------------------
050100 1200-LOAD-LIVE-MASTER.
050200     ADD 1 TO WS-MASTER-READ-COUNT
050300     IF MASTER-EFFECTIVE-DATE > WS-BUSINESS-DATE
050400         GO TO 1200-NEXT-MASTER
050500     END-IF
050600     PERFORM 1300-FIND-SITE
050700     IF WS-SITE-FOUND
050800         IF WS-ST-CLOSED (WS-SITE-MATCH-SUB)
050900             GO TO 1200-NEXT-MASTER
051000         END-IF
051100     END-IF
051200     ADD 1 TO WS-LIVE-MASTER-COUNT
051300     MOVE MASTER-SITE-CODE TO WS-LIVE-SEARCH-SITE
051400     PERFORM 1400-FIND-LIVE
051500     IF NOT WS-LIVE-FOUND
051600         IF WS-LIVE-COUNT < WS-LIVE-MAX
051700             ADD 1 TO WS-LIVE-COUNT
051800             MOVE WS-LIVE-COUNT TO WS-LIVE-MATCH-SUB
051900             MOVE MASTER-SITE-CODE
052000                 TO WS-LV-SITE-CODE (WS-LIVE-MATCH-SUB)
052100             MOVE SPACES TO WS-LV-SITE-NAME (WS-LIVE-MATCH-SUB)
052200             IF WS-SITE-FOUND
052300                 MOVE WS-ST-SITE-NAME (WS-SITE-MATCH-SUB)
052400                     TO WS-LV-SITE-NAME (WS-LIVE-MATCH-SUB)
052500             END-IF
052600             MOVE ZERO TO WS-LV-KEY-COUNT (WS-LIVE-MATCH-SUB)
052700             MOVE ZERO TO WS-LV-TONIGHT-COUNT (WS-LIVE-MATCH-SUB)
052800             MOVE "N"  TO WS-LV-HISTORY-SW (WS-LIVE-MATCH-SUB)
052900         ELSE
053000             DISPLAY "GRTVOLAN - LIVE SITE TABLE OVERFLOW AT "
053100                 WS-LIVE-MAX " ENTRIES"
053200             MOVE 8 TO RETURN-CODE
053300             SET WS-MASTER-EOF TO TRUE
053400             GO TO 1200-LOAD-LIVE-MASTER-EXIT
053500         END-IF
053600     END-IF
053700     ADD 1 TO WS-LV-KEY-COUNT (WS-LIVE-MATCH-SUB).
053800 1200-NEXT-MASTER.
053900     PERFORM 1290-READ-MASTER.
054000 1200-LOAD-LIVE-MASTER-EXIT.
054100     EXIT.
054200*----------------------------------------------------------
054300* 1290-READ-MASTER
054400*----------------------------------------------------------
054500 1290-READ-MASTER.
054600     READ GREETING-MASTER-FILE
054700         AT END
054800             SET WS-MASTER-EOF TO TRUE
054900     END-READ.
055000 1290-READ-MASTER-EXIT.
055100     EXIT.
055200*----------------------------------------------------------
055300* 1300-FIND-SITE
055400*----------------------------------------------------------
055500 1300-FIND-SITE.
055600     MOVE "N" TO WS-SITE-FOUND-SW
055700     PERFORM 1310-MATCH-SITE
055800         VARYING WS-SITE-SUB FROM 1 BY 1
055900         UNTIL WS-SITE-SUB > WS-SITE-COUNT
056000            OR WS-SITE-FOUND.
056100 1300-FIND-SITE-EXIT.
056200     EXIT.
056300*----------------------------------------------------------
056400* 1310-MATCH-SITE
056500*----------------------------------------------------------
056600 1310-MATCH-SITE.
056700     IF WS-ST-SITE-CODE (WS-SITE-SUB) = MASTER-SITE-CODE
056800         SET WS-SITE-FOUND TO TRUE
056900         MOVE WS-SITE-SUB TO WS-SITE-MATCH-SUB
057000     END-IF.
057100 1310-MATCH-SITE-EXIT.
057200     EXIT.
057300*----------------------------------------------------------
057400* 1400-FIND-LIVE
057500*----------------------------------------------------------
057600 1400-FIND-LIVE.
057700     MOVE "N" TO WS-LIVE-FOUND-SW
057800     PERFORM 1410-MATCH-LIVE
057900         VARYING WS-LIVE-SUB FROM 1 BY 1
058000         UNTIL WS-LIVE-SUB > WS-LIVE-COUNT
058100            OR WS-LIVE-FOUND.
058200 1400-FIND-LIVE-EXIT.
058300     EXIT.
058400*----------------------------------------------------------
058500* 1410-MATCH-LIVE
058600*----------------------------------------------------------
058700 1410-MATCH-LIVE.
058800     IF WS-LV-SITE-CODE (WS-LIVE-SUB) = WS-LIVE-SEARCH-SITE
058900         SET WS-LIVE-FOUND TO TRUE
059000         MOVE WS-LIVE-SUB TO WS-LIVE-MATCH-SUB
059100     END-IF.
059200 1410-MATCH-LIVE-EXIT.
059300     EXIT.
059400*----------------------------------------------------------
059500* 2000-CHECK-DAY-RECORD
059600*----------------------------------------------------------
059700* FINDS THE BUSINESS DATE'S SLOT ON THE HISTORY RECORD. A
059800* RECORD WITHOUT ONE WAS NOT POSTED FOR THE NIGHT AND IS ONLY
059900* COUNTED (3000 STOPS THE RUN IF NO RECORD WAS POSTED). THE
060000* NIGHT'S GREETINGS ARE ADDED INTO THE LIVE SITE, THEN THE
060100* SLOTS OLDER THAN THE NIGHT GIVE THE TRAILING AVERAGE AND
060200* THE BAND IS JUDGED - UNLESS THERE ARE FEWER EARLIER DAYS
060300* THAN THE PARM MINIMUM, WHEN NO AVERAGE IS TRUSTED YET.
060400*----------------------------------------------------------
060500 2000-CHECK-DAY-RECORD.
060600     ADD 1 TO WS-DAY-READ-COUNT
060700     MOVE "N" TO WS-SLOT-FOUND-SW
060800     PERFORM 2100-MATCH-TONIGHT-SLOT
060900         VARYING WS-SLOT-SUB FROM 1 BY 1
061000         UNTIL WS-SLOT-SUB > DAY-SLOT-COUNT
061100            OR WS-SLOT-FOUND
061200     IF NOT WS-SLOT-FOUND
061300         ADD 1 TO WS-NOT-POSTED-COUNT
061400         GO TO 2000-NEXT-DAY
061500     END-IF
061600     ADD 1 TO WS-DAY-POSTED-COUNT
061700     MOVE DAY-RUN-COUNT (WS-TONIGHT-SUB) TO WS-TONIGHT-COUNT
061800     MOVE DAY-SITE-CODE TO WS-LIVE-SEARCH-SITE
061900     PERFORM 1400-FIND-LIVE
062000     IF WS-LIVE-FOUND
062100         SET WS-LV-HISTORY (WS-LIVE-MATCH-SUB) TO TRUE
062200         ADD WS-TONIGHT-COUNT
062300             TO WS-LV-TONIGHT-COUNT (WS-LIVE-MATCH-SUB)
062400     END-IF
062500     COMPUTE WS-PRIOR-DAYS = DAY-SLOT-COUNT - WS-TONIGHT-SUB
062600     IF WS-PRIOR-DAYS < WS-MIN-DAYS
062700         ADD 1 TO WS-SHORT-HISTORY-COUNT
062800         GO TO 2000-NEXT-DAY
062900     END-IF
063000     ADD 1 TO WS-CHECKED-COUNT
063100     MOVE ZERO TO WS-PRIOR-TOTAL
063200     PERFORM 2200-ADD-PRIOR-SLOT
063300         VARYING WS-SLOT-SUB FROM WS-TONIGHT-SUB BY 1
063400         UNTIL WS-SLOT-SUB >= DAY-SLOT-COUNT
063500     COMPUTE WS-AVERAGE ROUNDED =
063600         WS-PRIOR-TOTAL / WS-PRIOR-DAYS
063700     COMPUTE WS-HIGH-LIMIT =
063800         WS-AVERAGE * (100 + WS-BAND-PCT) / 100
063900     COMPUTE WS-LOW-LIMIT =
064000         WS-AVERAGE * (100 - WS-BAND-PCT) / 100
064100     IF WS-TONIGHT-COUNT > WS-HIGH-LIMIT
064200         ADD 1 TO WS-ABOVE-COUNT
064300         MOVE "H" TO VOX-RECORD-TYPE
064400         MOVE "ABOVE BAND" TO WS-BL-FLAG
064500         PERFORM 2300-FLAG-BAND
064600     END-IF
064700     IF WS-TONIGHT-COUNT < WS-LOW-LIMIT
064800         ADD 1 TO WS-BELOW-COUNT
064900         MOVE "L" TO VOX-RECORD-TYPE
065000         MOVE "BELOW BAND" TO WS-BL-FLAG
065100         PERFORM 2300-FLAG-BAND
065200     END-IF.
065300 2000-NEXT-DAY.
065400     PERFORM 2900-READ-DAY.
065500 2000-CHECK-DAY-RECORD-EXIT.
065600     EXIT.
065700*----------------------------------------------------------
065800* 2100-MATCH-TONIGHT-SLOT
065900*----------------------------------------------------------
066000 2100-MATCH-TONIGHT-SLOT.
066100     IF DAY-BUSINESS-DATE (WS-SLOT-SUB) = WS-BUSINESS-DATE
066200         SET WS-SLOT-FOUND TO TRUE
066300         MOVE WS-SLOT-SUB TO WS-TONIGHT-SUB
066400     END-IF.
066500 2100-MATCH-TONIGHT-SLOT-EXIT.
066600     EXIT.
066700*----------------------------------------------------------
066800* 2200-ADD-PRIOR-SLOT
066900*----------------------------------------------------------
067000* WS-SLOT-SUB RUNS FROM THE NIGHT'S SLOT TO ONE SHORT OF THE
067100* OLDEST, SO THE SLOT ADDED IS ALWAYS THE ONE AFTER IT.
067200*----------------------------------------------------------
067300 2200-ADD-PRIOR-SLOT.
067400     ADD DAY-RUN-COUNT (WS-SLOT-SUB + 1) TO WS-PRIOR-TOTAL.
067500 2200-ADD-PRIOR-SLOT-EXIT.
067600     EXIT.
067700*----------------------------------------------------------
067800* 2300-FLAG-BAND
067900*----------------------------------------------------------
068000* VOX-RECORD-TYPE AND WS-BL-FLAG ARE SET BY THE CALLER.
068100*----------------------------------------------------------
068200 2300-FLAG-BAND.
068300     ADD 1 TO WS-ANOMALY-COUNT
068400     MOVE DAY-SITE-CODE     TO WS-BL-SITE-CODE
068500     MOVE DAY-LANGUAGE-CODE TO WS-BL-LANGUAGE
068600     MOVE WS-TONIGHT-COUNT  TO WS-BL-TONIGHT
068700     MOVE WS-AVERAGE        TO WS-BL-AVERAGE
068800     MOVE WS-PRIOR-DAYS     TO WS-BL-DAYS
068900     IF WS-LOW-LIMIT < ZERO
069000         MOVE ZERO          TO WS-BL-LOW
069100     ELSE
069200         MOVE WS-LOW-LIMIT  TO WS-BL-LOW
069300     END-IF
069400     MOVE WS-HIGH-LIMIT     TO WS-BL-HIGH
069500     MOVE DAY-DEFAULT-COUNT (WS-TONIGHT-SUB)  TO WS-BL-DEFAULTS
069600     MOVE DAY-FAILURE-COUNT (WS-TONIGHT-SUB)  TO WS-BL-FAILURES
069700     MOVE DAY-CALENDAR-COUNT (WS-TONIGHT-SUB) TO WS-BL-CALENDAR
069800     MOVE WS-BAND-LINE TO VOLUME-PRINT-RECORD
069900     PERFORM 5000-WRITE-LINE
070000     MOVE DAY-SITE-CODE     TO VOX-SITE-CODE
070100     MOVE DAY-LANGUAGE-CODE TO VOX-LANGUAGE-CODE
070200     MOVE WS-TONIGHT-COUNT  TO VOX-TONIGHT-COUNT
070300     MOVE WS-AVERAGE        TO VOX-AVERAGE-COUNT
070400     MOVE WS-PRIOR-DAYS     TO VOX-HISTORY-DAYS
070500     MOVE ZERO              TO VOX-ANOMALY-COUNT
070600     PERFORM 4000-WRITE-ANOMALY.
070700 2300-FLAG-BAND-EXIT.
070800     EXIT.
070900*----------------------------------------------------------
071000* 2900-READ-DAY
071100*----------------------------------------------------------
071200 2900-READ-DAY.
071300     READ DAY-HISTORY-FILE
071400         AT END
071500             SET WS-DAY-EOF TO TRUE
071600     END-READ.
071700 2900-READ-DAY-EXIT.
071800     EXIT.
071900*----------------------------------------------------------
072000* 3000-CHECK-SILENT-SITES
072100*----------------------------------------------------------
072200* HISTORY RECORDS ON FILE BUT NONE POSTED FOR THE BUSINESS
072300* DATE MEANS GRTSTAT HAS NOT RUN FOR IT - EVERY LIVE SITE
072400* WOULD LOOK SILENT, SO THE RUN STOPS AT RC 8 INSTEAD AND NO
072500* SUMMARY RECORD IS WRITTEN FOR THE NIGHT.
072600*----------------------------------------------------------
072700 3000-CHECK-SILENT-SITES.
072800     IF RETURN-CODE >= 8
072900         GO TO 3000-CHECK-SILENT-SITES-EXIT
073000     END-IF
073100     IF WS-DAY-READ-COUNT > ZERO AND WS-DAY-POSTED-COUNT = ZERO
073200         DISPLAY "GRTVOLAN - NO DAILY HISTORY POSTED FOR "
073300             WS-BUSINESS-DATE " - RUN GRTSTAT FOR THE NIGHT FIRST"
073400         MOVE "NO HISTORY POSTED FOR THE NIGHT - NOT CHECKED"
073500             TO WS-PN-TEXT
073600         MOVE WS-PRT-NOTE-LINE TO VOLUME-PRINT-RECORD
073700         PERFORM 5000-WRITE-LINE
073800         MOVE 8 TO RETURN-CODE
073900         GO TO 3000-CHECK-SILENT-SITES-EXIT
074000     END-IF
074100     IF WS-ANOMALY-COUNT = ZERO
074200         MOVE "NONE - EVERY SITE/LANGUAGE CHECKED IS IN THE BAND"
074300             TO WS-PN-TEXT
074400         MOVE WS-PRT-NOTE-LINE TO VOLUME-PRINT-RECORD
074500         PERFORM 5000-WRITE-LINE
074600     END-IF
074700     MOVE "SITES WITH A LIVE GREETING MASTER BUT NO GREETINGS"
074800         TO WS-PS-TITLE
074900     MOVE WS-SILENT-HEADING TO WS-PRT-COLUMN-HEADING
075000     PERFORM 5200-START-SECTION
075100     PERFORM 3100-CHECK-ONE-SITE
075200         VARYING WS-LIVE-SUB FROM 1 BY 1
075300         UNTIL WS-LIVE-SUB > WS-LIVE-COUNT
075400     IF WS-SILENT-COUNT = ZERO
075500         MOVE "NONE - EVERY LIVE SITE WAS GREETED TONIGHT"
075600             TO WS-PN-TEXT
075700         MOVE WS-PRT-NOTE-LINE TO VOLUME-PRINT-RECORD
075800         PERFORM 5000-WRITE-LINE
075900     END-IF
076000     MOVE "S"               TO VOX-RECORD-TYPE
076100     MOVE SPACES            TO VOX-SITE-CODE
076200     MOVE SPACES            TO VOX-LANGUAGE-CODE
076300     MOVE ZERO              TO VOX-TONIGHT-COUNT
076400     MOVE ZERO              TO VOX-AVERAGE-COUNT
076500     MOVE WS-MIN-DAYS       TO VOX-HISTORY-DAYS
076600     MOVE WS-ANOMALY-COUNT  TO VOX-ANOMALY-COUNT
076700     PERFORM 4000-WRITE-ANOMALY.
076800 3000-CHECK-SILENT-SITES-EXIT.
076900     EXIT.
077000*----------------------------------------------------------
077100* 3100-CHECK-ONE-SITE
077200*----------------------------------------------------------
077300 3100-CHECK-ONE-SITE.
077400     IF WS-LV-TONIGHT-COUNT (WS-LIVE-SUB) = ZERO
077500         ADD 1 TO WS-SILENT-COUNT
077600         ADD 1 TO WS-ANOMALY-COUNT
077700         MOVE WS-LV-SITE-CODE (WS-LIVE-SUB) TO WS-SIL-SITE-CODE
077800         MOVE WS-LV-SITE-NAME (WS-LIVE-SUB) TO WS-SIL-SITE-NAME
077900         MOVE WS-LV-KEY-COUNT (WS-LIVE-SUB) TO WS-SIL-KEY-COUNT
078000         IF WS-LV-HISTORY (WS-LIVE-SUB)
078100             MOVE "NO GREETINGS TONIGHT" TO WS-SIL-NOTE
078200         ELSE
078300             MOVE "NO GREETINGS TONIGHT - NO HISTORY ON FILE"
078400                 TO WS-SIL-NOTE
078500         END-IF
078600         MOVE WS-SILENT-LINE TO VOLUME-PRINT-RECORD
078700         PERFORM 5000-WRITE-LINE
078800         MOVE "Z"               TO VOX-RECORD-TYPE
078900         MOVE WS-LV-SITE-CODE (WS-LIVE-SUB) TO VOX-SITE-CODE
079000         MOVE SPACES            TO VOX-LANGUAGE-CODE
079100         MOVE ZERO              TO VOX-TONIGHT-COUNT
079200         MOVE ZERO              TO VOX-AVERAGE-COUNT
079300         MOVE ZERO              TO VOX-HISTORY-DAYS
079400         MOVE ZERO              TO VOX-ANOMALY-COUNT
079500         PERFORM 4000-WRITE-ANOMALY
079600     END-IF.
079700 3100-CHECK-ONE-SITE-EXIT.
079800     EXIT.
079900*----------------------------------------------------------
080000* 4000-WRITE-ANOMALY
080100*----------------------------------------------------------
080200* VOX-RECORD-TYPE, SITE, LANGUAGE AND THE COUNTS ARE SET BY
080300* THE CALLER; THE DATES AND THE BAND ARE THE SAME FOR THE
080400* WHOLE RUN.
080500*----------------------------------------------------------
080600 4000-WRITE-ANOMALY.
080700     MOVE WS-BUSINESS-DATE TO VOX-BUSINESS-DATE
080800     MOVE WS-CURRENT-DATE  TO VOX-REPORT-DATE
080900     MOVE WS-CURRENT-TIME  TO VOX-REPORT-TIME
081000     MOVE WS-BAND-PCT      TO VOX-BAND-PCT
081100     WRITE VOLUME-ANOMALY-RECORD
081200     IF NOT WS-VOX-STATUS-OK
081300         DISPLAY "GRTVOLAN - VOLUME-ANOMALY-FILE WRITE FAILED "
081400                 "- STATUS " WS-VOX-FILE-STATUS
081500         MOVE 8 TO RETURN-CODE
081600     END-IF.
081700 4000-WRITE-ANOMALY-EXIT.
081800     EXIT.
081900*----------------------------------------------------------
082000* 5000-WRITE-LINE
082100*----------------------------------------------------------
082200* WRITES VOLUME-PRINT-RECORD, STARTING A NEW PAGE (WITH THE
082300* COLUMN HEADING OF THE SECTION IN PROGRESS) WHEN FULL.
082400*----------------------------------------------------------
082500 5000-WRITE-LINE.
082600     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT
082700         MOVE VOLUME-PRINT-RECORD TO WS-PRT-HOLD-LINE
082800         PERFORM 5100-WRITE-HEADING
082900         WRITE VOLUME-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
083000         ADD 1 TO WS-PRT-LINE-COUNT
083100         MOVE WS-PRT-HOLD-LINE TO VOLUME-PRINT-RECORD
083200     END-IF
083300     WRITE VOLUME-PRINT-RECORD
083400     ADD 1 TO WS-PRT-LINE-COUNT
083500     IF NOT WS-PRT-STATUS-OK
083600         DISPLAY "GRTVOLAN - VOLUME-PRINT-FILE WRITE FAILED - "
083700                 "STATUS " WS-PRT-FILE-STATUS
083800         MOVE 8 TO RETURN-CODE
083900     END-IF.
084000 5000-WRITE-LINE-EXIT.
084100     EXIT.
084200*----------------------------------------------------------
084300* 5100-WRITE-HEADING
084400*----------------------------------------------------------
084500 5100-WRITE-HEADING.
084600     ADD 1 TO WS-PRT-PAGE-COUNT
084700     MOVE WS-CURRENT-DATE   TO WS-PH1-DATE
084800     MOVE WS-CURRENT-TIME   TO WS-PH1-TIME
084900     MOVE WS-PRT-PAGE-COUNT TO WS-PH1-PAGE
085000     MOVE WS-BUSINESS-DATE  TO WS-PH2-BUSINESS-DATE
085100     MOVE WS-BAND-PCT       TO WS-PH2-BAND-PCT
085200     MOVE WS-MIN-DAYS       TO WS-PH2-MIN-DAYS
085300     WRITE VOLUME-PRINT-RECORD FROM WS-PRT-HEADING-1
085400         AFTER ADVANCING PAGE
085500     WRITE VOLUME-PRINT-RECORD FROM WS-PRT-HEADING-2
085600     MOVE SPACES TO VOLUME-PRINT-RECORD
085700     WRITE VOLUME-PRINT-RECORD
085800     MOVE 3 TO WS-PRT-LINE-COUNT.
085900 5100-WRITE-HEADING-EXIT.
086000     EXIT.
086100*----------------------------------------------------------
086200* 5200-START-SECTION
086300*----------------------------------------------------------
086400* SECTION TITLE (WS-PS-TITLE) AND COLUMN HEADING
086500* (WS-PRT-COLUMN-HEADING), KEPT TOGETHER WITH AT LEAST ONE
086600* DETAIL LINE ON THE SAME PAGE.
086700*----------------------------------------------------------
086800 5200-START-SECTION.
086900     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 4
087000         PERFORM 5100-WRITE-HEADING
087100     ELSE
087200         MOVE SPACES TO VOLUME-PRINT-RECORD
087300         WRITE VOLUME-PRINT-RECORD
087400         ADD 1 TO WS-PRT-LINE-COUNT
087500     END-IF
087600     WRITE VOLUME-PRINT-RECORD FROM WS-PRT-SECTION-LINE
087700     WRITE VOLUME-PRINT-RECORD FROM WS-PRT-COLUMN-HEADING
087800     ADD 2 TO WS-PRT-LINE-COUNT.
087900 5200-START-SECTION-EXIT.
088000     EXIT.
088100*----------------------------------------------------------
088200* 8000-FINALIZE
088300*----------------------------------------------------------
088400 8000-FINALIZE.
088500     IF NOT WS-PRT-OPEN
088600         GO TO 8000-FINALIZE-EXIT
088700     END-IF
088800     MOVE "RUN TOTALS" TO WS-PS-TITLE
088900     MOVE SPACES       TO WS-PRT-COLUMN-HEADING
089000     PERFORM 5200-START-SECTION
089100     MOVE "LIVE MASTER RECORDS         - " TO WS-PT-LABEL
089200     MOVE WS-LIVE-MASTER-COUNT    TO WS-PT-COUNT
089300     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
089400     PERFORM 5000-WRITE-LINE
089500     MOVE "SITES WITH A LIVE RECORD    - " TO WS-PT-LABEL
089600     MOVE WS-LIVE-COUNT           TO WS-PT-COUNT
089700     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
089800     PERFORM 5000-WRITE-LINE
089900     MOVE "DAY HISTORY RECORDS READ    - " TO WS-PT-LABEL
090000     MOVE WS-DAY-READ-COUNT       TO WS-PT-COUNT
090100     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
090200     PERFORM 5000-WRITE-LINE
090300     MOVE "  NOT POSTED FOR THE NIGHT  - " TO WS-PT-LABEL
090400     MOVE WS-NOT-POSTED-COUNT     TO WS-PT-COUNT
090500     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
090600     PERFORM 5000-WRITE-LINE
090700     MOVE "  TOO LITTLE HISTORY        - " TO WS-PT-LABEL
090800     MOVE WS-SHORT-HISTORY-COUNT  TO WS-PT-COUNT
090900     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
091000     PERFORM 5000-WRITE-LINE
091100     MOVE "  CHECKED AGAINST THE BAND  - " TO WS-PT-LABEL
091200     MOVE WS-CHECKED-COUNT        TO WS-PT-COUNT
091300     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
091400     PERFORM 5000-WRITE-LINE
091500     MOVE "ABOVE THE BAND              - " TO WS-PT-LABEL
091600     MOVE WS-ABOVE-COUNT          TO WS-PT-COUNT
091700     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
091800     PERFORM 5000-WRITE-LINE
091900     MOVE "BELOW THE BAND              - " TO WS-PT-LABEL
092000     MOVE WS-BELOW-COUNT          TO WS-PT-COUNT
092100     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
092200     PERFORM 5000-WRITE-LINE
092300     MOVE "LIVE SITES NOT GREETED      - " TO WS-PT-LABEL
092400     MOVE WS-SILENT-COUNT         TO WS-PT-COUNT
092500     MOVE WS-PRT-TOTAL-LINE TO VOLUME-PRINT-RECORD
092600     PERFORM 5000-WRITE-LINE
092700     IF WS-ANOMALY-COUNT > ZERO AND RETURN-CODE < 4
092800         MOVE 4 TO RETURN-CODE
092900     END-IF
093000     DISPLAY "GRTVOLAN - " WS-BUSINESS-DATE " - "
093100         WS-CHECKED-COUNT " SITE/LANGUAGE(S) CHECKED, "
093200         WS-ABOVE-COUNT " ABOVE, " WS-BELOW-COUNT " BELOW, "
093300         WS-SILENT-COUNT " LIVE SITE(S) NOT GREETED".
093400 8000-FINALIZE-EXIT.
093500     EXIT.
093600*----------------------------------------------------------
093700* 9999-EXIT
093800*----------------------------------------------------------
093900 9999-EXIT.
094000     IF WS-DAY-OPEN
094100         CLOSE DAY-HISTORY-FILE
094200     END-IF
094300     IF WS-VOX-OPEN
094400         CLOSE VOLUME-ANOMALY-FILE
094500     END-IF
094600     IF WS-PRT-OPEN
094700         CLOSE VOLUME-PRINT-FILE
094800     END-IF
094900     STOP RUN.
095000 9999-EXIT-EXIT.
095100     EXIT.
