000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTTRACE.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. DELIVERY TRACE INQUIRY.
001100*                  THE PARM CARD GIVES A DATE RANGE AND AN
001200*                  ADDRESSEE NAME, SITE CODE OR JOB NAME (ANY
001300*                  COMBINATION, AT LEAST ONE). EVERY MATCHING
001400*                  GREETING ON THE ARCHIVED GREETHIST
001500*                  GENERATIONS AND THE LIVE GREETLOG IS
001600*                  TRACED THROUGH THE DELIVERY CHAIN - THE
001700*                  GREETNTF EXTRACT (AND GRTRETRY'S RETRYNTF
001800*                  RE-EXTRACTS), THE GREETACK QUEUE PUT, THE
001900*                  DEADLTR DEAD-LETTER FILE, THE RTRYCTL
002000*                  RETRY CONTROL FILE AND THE GRTLETTR LETTER
002100*                  LOG - AND ONE TRACE BLOCK IS PRINTED PER
002200*                  GREETING. RC 0 = TRACE PRINTED, 4 = NO
002300*                  GREETINGS FOUND FOR THE REQUEST, 8 = BAD
002400*                  PARM, TRACE TABLE FULL OR I/O FAILURE.
002410* 2026-10-15  RH   LETTER LOG STATUS N IS SHOWN AS NOT PRINTED
002420*                  - NOT A PRINT-CHANNEL SITE.
002430* 2026-10-15  RH   EACH GREETING'S SITE/LANGUAGE IS LOOKED UP ON
002440*                  THE DELIVERY-CHANNEL FILE (GRTCHNL DD) THE
002450*                  WAY GRTLAGRP DOES. A GREETING NOT ROUTED TO
002460*                  THE QUEUE SHOWS AS NOT ROUTED, NOT AS A
002470*                  MISSING PUT. THE E-MAIL LOG (EMLLOG DD) IS
002480*                  MATCHED BY KEY AND SITE, AND A NEW E-MAIL LINE
002490*                  SHOWS WHEN THE GREETING WENT ONTO THE E-MAIL
002495*                  OUTBOUND FILE.
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
003500     SELECT HISTORY-LOG-FILE ASSIGN TO GREETHST
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-HST-FILE-STATUS.
003800     SELECT GREETING-LOG-FILE ASSIGN TO GREETLOG
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LOG-FILE-STATUS.
004100     SELECT GREETING-NOTIFY-FILE ASSIGN TO GREETNTF
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-NTF-FILE-STATUS.
004400     SELECT GREETING-ACK-FILE ASSIGN TO GREETACK
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ACK-FILE-STATUS.
004700     SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-DEAD-FILE-STATUS.
005000     SELECT RETRY-CONTROL-FILE ASSIGN TO RTRYCTL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS RTY-KEY
005400         FILE STATUS IS WS-RTY-FILE-STATUS.
005500     SELECT LETTER-LOG-FILE ASSIGN TO LTRLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-LLG-FILE-STATUS.
005710     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS RANDOM
005740         RECORD KEY IS CHN-KEY
005750         FILE STATUS IS WS-CHN-FILE-STATUS.
005760     SELECT EMAIL-LOG-FILE ASSIGN TO EMLLOG
005770         ORGANIZATION IS SEQUENTIAL
005780         FILE STATUS IS WS-EML-FILE-STATUS.
005800     SELECT TRACE-PRINT-FILE ASSIGN TO TRACERPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRT-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PARM-CARD-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE OMITTED.
006600 01  PARM-CARD-RECORD.
006700     05  PARM-FROM-DATE           PIC X(08).
006800     05  PARM-THRU-DATE           PIC X(08).
006900     05  PARM-ADDRESSEE-NAME      PIC X(30).
007000     05  PARM-SITE-CODE           PIC X(05).
007100     05  PARM-JOB-NAME            PIC X(08).
007200     05  FILLER                   PIC X(21).
007300*    GREETHST IS THE GREETHIST GDG BASE - EVERY ARCHIVED
007400*    GENERATION CONCATENATED, OLDEST FIRST. SAME 160-BYTE
007500*    LAYOUT AS THE LIVE LOG; BOTH ARE READ INTO WS-LOG-RECORD.
007600 FD  HISTORY-LOG-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE OMITTED.
007900 01  HISTORY-LOG-RECORD           PIC X(160).
008000 FD  GREETING-LOG-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE OMITTED.
008300 01  GREETING-LOG-RECORD          PIC X(160).
008400 FD  GREETING-NOTIFY-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE OMITTED.
008700 01  GREETING-NOTIFY-RECORD.
008800     COPY GREETNTF.
008900 FD  GREETING-ACK-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE OMITTED.
009200 01  GREETING-ACK-RECORD.
009300     COPY GREETACK.
009400 FD  DEAD-LETTER-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE OMITTED.
009700 01  DEAD-LETTER-RECORD.
009800     05  DLQ-EXTRACT-IMAGE        PIC X(120).
009900     05  DLQ-REASON               PIC X(20).
010000     05  DLQ-ATTEMPTS             PIC 9(03).
010100     05  FILLER                   PIC X(07).
010200 FD  RETRY-CONTROL-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  RETRY-CONTROL-RECORD.
010500     05  RTY-KEY.
010600         10  RTY-RUN-DATE         PIC X(08).
010700         10  RTY-RUN-TIME         PIC X(08).
010800         10  RTY-JOB-NAME         PIC X(08).
010900     05  RTY-RETRY-COUNT          PIC 9(03).
011000     05  RTY-LAST-RETRY-DATE      PIC X(08).
011100     05  FILLER                   PIC X(13).
011200 FD  LETTER-LOG-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE OMITTED.
011500 01  LETTER-LOG-RECORD.
011600     COPY LTRLOG.
011610 FD  CHANNEL-FILE
011620     LABEL RECORDS ARE STANDARD.
011630 01  CHANNEL-RECORD.
011640     COPY GRTCHNL.
011650 FD  EMAIL-LOG-FILE
011660     RECORDING MODE IS F
011670     LABEL RECORDS ARE OMITTED.
011680 01  EMAIL-LOG-RECORD.
011690     COPY GRTEMLG.
011700 FD  TRACE-PRINT-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE OMITTED.
012000 01  TRACE-PRINT-RECORD           PIC X(132).
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------
012300* SWITCHES
012400*----------------------------------------------------------
012500 01  WS-SWITCHES.
012600     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
012700         88  WS-PARM-EOF                      VALUE "Y".
012800     05  WS-HST-EOF-SW            PIC X(01)   VALUE "N".
012900         88  WS-HST-EOF                       VALUE "Y".
013000     05  WS-HST-OPEN-SW           PIC X(01)   VALUE "N".
013100         88  WS-HST-OPEN                      VALUE "Y".
013200     05  WS-LOG-EOF-SW            PIC X(01)   VALUE "N".
013300         88  WS-LOG-EOF                       VALUE "Y".
013400     05  WS-LOG-OPEN-SW           PIC X(01)   VALUE "N".
013500         88  WS-LOG-OPEN                      VALUE "Y".
013600     05  WS-NTF-EOF-SW            PIC X(01)   VALUE "N".
013700         88  WS-NTF-EOF                       VALUE "Y".
013800     05  WS-NTF-OPEN-SW           PIC X(01)   VALUE "N".
013900         88  WS-NTF-OPEN                      VALUE "Y".
014000     05  WS-ACK-EOF-SW            PIC X(01)   VALUE "N".
014100         88  WS-ACK-EOF                       VALUE "Y".
014200     05  WS-ACK-OPEN-SW           PIC X(01)   VALUE "N".
014300         88  WS-ACK-OPEN                      VALUE "Y".
014400     05  WS-DEAD-EOF-SW           PIC X(01)   VALUE "N".
014500         88  WS-DEAD-EOF                      VALUE "Y".
014600     05  WS-DEAD-OPEN-SW          PIC X(01)   VALUE "N".
014700         88  WS-DEAD-OPEN                     VALUE "Y".
014800     05  WS-RTY-OPEN-SW           PIC X(01)   VALUE "N".
014900         88  WS-RTY-OPEN                      VALUE "Y".
015000     05  WS-LLG-EOF-SW            PIC X(01)   VALUE "N".
015100         88  WS-LLG-EOF                       VALUE "Y".
015200     05  WS-LLG-OPEN-SW           PIC X(01)   VALUE "N".
015300         88  WS-LLG-OPEN                      VALUE "Y".
015310     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
015320         88  WS-CHN-OPEN                      VALUE "Y".
015330     05  WS-EML-EOF-SW            PIC X(01)   VALUE "N".
015340         88  WS-EML-EOF                       VALUE "Y".
015350     05  WS-EML-OPEN-SW           PIC X(01)   VALUE "N".
015360         88  WS-EML-OPEN                      VALUE "Y".
015400     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
015500         88  WS-PRT-OPEN                      VALUE "Y".
015600     05  WS-TRACE-FOUND-SW        PIC X(01)   VALUE "N".
015700         88  WS-TRACE-FOUND                   VALUE "Y".
015800     05  WS-TRACE-FULL-SW         PIC X(01)   VALUE "N".
015900         88  WS-TRACE-FULL                    VALUE "Y".
016000*----------------------------------------------------------
016100* FILE STATUS FIELDS
016200*----------------------------------------------------------
016300 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
016400     88  WS-PARM-STATUS-OK                    VALUE "00".
016500     88  WS-PARM-STATUS-EOF                   VALUE "10".
016600 01  WS-HST-FILE-STATUS           PIC X(02)   VALUE SPACES.
016700     88  WS-HST-STATUS-OK                     VALUE "00".
016800 01  WS-LOG-FILE-STATUS           PIC X(02)   VALUE SPACES.
016900     88  WS-LOG-STATUS-OK                     VALUE "00".
017000 01  WS-NTF-FILE-STATUS           PIC X(02)   VALUE SPACES.
017100     88  WS-NTF-STATUS-OK                     VALUE "00".
017200 01  WS-ACK-FILE-STATUS           PIC X(02)   VALUE SPACES.
017300     88  WS-ACK-STATUS-OK                     VALUE "00".
017400 01  WS-DEAD-FILE-STATUS          PIC X(02)   VALUE SPACES.
017500     88  WS-DEAD-STATUS-OK                    VALUE "00".
017600 01  WS-RTY-FILE-STATUS           PIC X(02)   VALUE SPACES.
017700     88  WS-RTY-STATUS-OK                     VALUE "00".
017800     88  WS-RTY-NOT-FOUND                     VALUE "23".
017900 01  WS-LLG-FILE-STATUS           PIC X(02)   VALUE SPACES.
018000     88  WS-LLG-STATUS-OK                     VALUE "00".
018010 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
018020     88  WS-CHN-STATUS-OK                     VALUE "00".
018030 01  WS-EML-FILE-STATUS           PIC X(02)   VALUE SPACES.
018040     88  WS-EML-STATUS-OK                     VALUE "00".
018100 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
018200     88  WS-PRT-STATUS-OK                     VALUE "00".
018300*----------------------------------------------------------
018400* GREETING LOG RECORD - ARCHIVED AND LIVE RECORDS ARE BOTH
018500* READ INTO THIS ONE LAYOUT, THE SAME 160 BYTES HELLO-DRIVER
018600* WRITES.
018700*----------------------------------------------------------
018800 01  WS-LOG-RECORD.
018900     05  LOG-KEY.
019000         10  LOG-RUN-DATE         PIC X(08).
019100         10  LOG-RUN-TIME         PIC X(08).
019200         10  LOG-JOB-NAME         PIC X(08).
019300     05  LOG-MESSAGE-TEXT         PIC X(40).
019400     05  LOG-GREETING-TEXT        PIC X(72).
019500     05  LOG-RETURN-CODE          PIC 9(04).
019600     05  LOG-SITE-CODE            PIC X(05).
019700     05  LOG-LANGUAGE-CODE        PIC X(05).
019800     05  LOG-GREETING-SOURCE      PIC X(01).
019900     05  FILLER                   PIC X(09).
020000*----------------------------------------------------------
020100* PARM EDIT AND SELECTION CRITERIA. THE NAME IS MATCHED THE
020200* WAY THE DO-NOT-CONTACT PROGRAMS MATCH IT - A LEADING SPACE
020300* AND THE TRAILING "!" HELLO-DRIVER STRINGS AROUND IT IN THE
020400* GREETING TEXT.
020500*----------------------------------------------------------
020600 01  WS-FROM-DATE                 PIC X(08)   VALUE SPACES.
020700 01  WS-THRU-DATE                 PIC X(08)   VALUE SPACES.
020800 01  WS-SELECT-NAME               PIC X(30)   VALUE SPACES.
020900 01  WS-SELECT-SITE               PIC X(05)   VALUE SPACES.
021000 01  WS-SELECT-JOB                PIC X(08)   VALUE SPACES.
021100 01  WS-NAME-LEN                  PIC 9(03)   COMP VALUE ZERO.
021200 01  WS-NAME-MATCH-TEXT           PIC X(32)   VALUE SPACES.
021300 01  WS-NAME-MATCH-LEN            PIC 9(03)   COMP VALUE ZERO.
021400 01  WS-NAME-HIT-COUNT            PIC 9(03)   COMP VALUE ZERO.
021500 01  WS-LOG-ORIGIN                PIC X(01)   VALUE SPACE.
021600*----------------------------------------------------------
021700* TRACE TABLE - ONE ENTRY PER SELECTED GREETING, KEYED BY
021800* RUN DATE + RUN TIME + JOB NAME (THE MATCH KEY EVERY FILE
021900* IN THE DELIVERY CHAIN CARRIES). THE DELIVERY PASSES FILL
022000* IN WHAT BECAME OF EACH ONE.
022100*----------------------------------------------------------
022200 01  WS-MATCH-KEY.
022300     05  WS-MK-RUN-DATE           PIC X(08).
022400     05  WS-MK-RUN-TIME           PIC X(08).
022500     05  WS-MK-JOB-NAME           PIC X(08).
022600 01  WS-TRACE-MAX                 PIC 9(05)   COMP VALUE 500.
022700 01  WS-TRACE-COUNT               PIC 9(05)   COMP VALUE ZERO.
022800 01  WS-TRACE-SUB                 PIC 9(05)   COMP VALUE ZERO.
022900 01  WS-TRACE-HIT-SUB             PIC 9(05)   COMP VALUE ZERO.
023000 01  WS-TRACE-TABLE.
023100     05  WS-TRACE-ENTRY OCCURS 500 TIMES.
023200         10  WS-TE-KEY            PIC X(24).
023300         10  WS-TE-ORIGIN         PIC X(01).
023400         10  WS-TE-LOG-IMAGE      PIC X(160).
023410         10  WS-TE-SITE-CODE      PIC X(05).
023420         10  WS-TE-LANGUAGE-CODE  PIC X(05).
023430         10  WS-TE-CHN-QUEUE      PIC X(01).
023440         10  WS-TE-CHN-PRINT      PIC X(01).
023450         10  WS-TE-CHN-EMAIL      PIC X(01).
023500         10  WS-TE-NTF-COUNT      PIC 9(03)   COMP.
023600         10  WS-TE-MAX-RETRY      PIC 9(02).
023700         10  WS-TE-ACK-COUNT      PIC 9(03)   COMP.
023800         10  WS-TE-ACK-QUEUE      PIC X(24).
023900         10  WS-TE-ACK-PUT-DATE   PIC X(08).
024000         10  WS-TE-ACK-PUT-TIME   PIC X(08).
024100         10  WS-TE-DEAD-COUNT     PIC 9(03)   COMP.
024200         10  WS-TE-DEAD-REASON    PIC X(20).
024300         10  WS-TE-DEAD-ATTEMPTS  PIC 9(03).
024400         10  WS-TE-RTY-COUNT      PIC 9(03).
024500         10  WS-TE-RTY-LAST-DATE  PIC X(08).
024600         10  WS-TE-LTR-COUNT      PIC 9(03)   COMP.
024700         10  WS-TE-LTR-STATUS     PIC X(01).
024800         10  WS-TE-LTR-BODY       PIC X(01).
024900         10  WS-TE-LTR-DATE       PIC X(08).
025000         10  WS-TE-LTR-SEQ        PIC 9(07).
025010         10  WS-TE-EML-COUNT      PIC 9(03)   COMP.
025020         10  WS-TE-EML-DATE       PIC X(08).
025030         10  WS-TE-EML-TIME       PIC X(08).
025040         10  WS-TE-EML-BODY       PIC X(01).
025100*----------------------------------------------------------
025200* RUN COUNTERS
025300*----------------------------------------------------------
025400 01  WS-COUNTERS.
025500     05  WS-HST-COUNT             PIC 9(07)   COMP VALUE ZERO.
025600     05  WS-LOG-COUNT             PIC 9(07)   COMP VALUE ZERO.
025700     05  WS-DUPLICATE-COUNT       PIC 9(07)   COMP VALUE ZERO.
025800     05  WS-NTF-COUNT             PIC 9(07)   COMP VALUE ZERO.
025900     05  WS-ACK-COUNT             PIC 9(07)   COMP VALUE ZERO.
026000     05  WS-DEAD-COUNT            PIC 9(07)   COMP VALUE ZERO.
026100     05  WS-LLG-COUNT             PIC 9(07)   COMP VALUE ZERO.
026200     05  WS-NOT-EXTRACTED-COUNT   PIC 9(07)   COMP VALUE ZERO.
026300     05  WS-DEAD-LETTERED-COUNT   PIC 9(07)   COMP VALUE ZERO.
026310     05  WS-EML-COUNT             PIC 9(07)   COMP VALUE ZERO.
026320     05  WS-NOT-QUEUE-COUNT       PIC 9(07)   COMP VALUE ZERO.
026400*----------------------------------------------------------
026500* CURRENT DATE AND TIME FOR THE REPORT HEADING
026600*----------------------------------------------------------
026700 01  WS-CURRENT-DATE-TIME.
026800     05  WS-CURRENT-DATE          PIC X(08).
026900     05  WS-CURRENT-TIME          PIC X(08).
027000*----------------------------------------------------------
027100* TRACE PRINT LINES
027200*----------------------------------------------------------
027300 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
027400 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
027500 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
027600 01  WS-PRT-POINTER               PIC 9(03)   COMP VALUE ZERO.
027700 01  WS-ED-COUNT                  PIC 9(03)   VALUE ZERO.
027800 01  WS-ED-COUNT-2                PIC 9(03)   VALUE ZERO.
027900 01  WS-PRT-HEADING-1.
028000     05  FILLER                   PIC X(32)   VALUE
028100         "GRTTRACE GREETING DELIVERY TRACE".
028200     05  FILLER                   PIC X(06)   VALUE " - RUN".
028300     05  FILLER                   PIC X(01)   VALUE SPACE.
028400     05  WS-PH1-DATE              PIC X(08).
028500     05  FILLER                   PIC X(01)   VALUE SPACE.
028600     05  WS-PH1-TIME              PIC X(08).
028700     05  FILLER                   PIC X(06)   VALUE SPACES.
028800     05  FILLER                   PIC X(05)   VALUE "PAGE ".
028900     05  WS-PH1-PAGE              PIC ZZZZ9.
029000     05  FILLER                   PIC X(60)   VALUE SPACES.
029100 01  WS-PRT-HEADING-2.
029200     05  FILLER                   PIC X(06)   VALUE "DATES ".
029300     05  WS-PH2-FROM              PIC X(08).
029400     05  FILLER                   PIC X(06)   VALUE " THRU ".
029500     05  WS-PH2-THRU              PIC X(08).
029600     05  FILLER                   PIC X(08)   VALUE "   NAME ".
029700     05  WS-PH2-NAME              PIC X(30).
029800     05  FILLER                   PIC X(08)   VALUE "   SITE ".
029900     05  WS-PH2-SITE              PIC X(05).
030000     05  FILLER                   PIC X(07)   VALUE "   JOB ".
030100     05  WS-PH2-JOB               PIC X(08).
030200     05  FILLER                   PIC X(38)   VALUE SPACES.
030300 01  WS-PRT-GREETING-LINE.
030400     05  FILLER                   PIC X(09)   VALUE "GREETING ".
030500     05  WS-PG-RUN-DATE           PIC X(08).
030600     05  FILLER                   PIC X(01)   VALUE SPACE.
030700     05  WS-PG-RUN-TIME           PIC X(08).
030800     05  FILLER                   PIC X(01)   VALUE SPACE.
030900     05  WS-PG-JOB-NAME           PIC X(08).
031000     05  FILLER                   PIC X(07)   VALUE "  SITE ".
031100     05  WS-PG-SITE               PIC X(05).
031200     05  FILLER                   PIC X(07)   VALUE "  LANG ".
031300     05  WS-PG-LANGUAGE           PIC X(05).
031400     05  FILLER                   PIC X(09)   VALUE "  SOURCE ".
031500     05  WS-PG-SOURCE             PIC X(01).
031600     05  FILLER                   PIC X(01)   VALUE SPACE.
031700     05  WS-PG-SOURCE-DESC        PIC X(16).
031800     05  FILLER                   PIC X(05)   VALUE "  RC ".
031900     05  WS-PG-RETURN-CODE        PIC 9(04).
032000     05  FILLER                   PIC X(02)   VALUE SPACES.
032100     05  WS-PG-ORIGIN             PIC X(16).
032200     05  FILLER                   PIC X(19)   VALUE SPACES.
032300 01  WS-PRT-DETAIL-LINE.
032400     05  FILLER                   PIC X(02)   VALUE SPACES.
032500     05  WS-PD-LABEL              PIC X(12).
032600     05  WS-PD-TEXT               PIC X(118).
032700 01  WS-PRT-TOTAL-LINE.
032800     05  WS-PT-LABEL              PIC X(30).
032900     05  WS-PT-COUNT              PIC ZZZZZZ9.
033000     05  FILLER                   PIC X(95)   VALUE SPACES.
033100*----------------------------------------------------------
033200* RETURN CODE VALUES
033300*     00 = TRACE PRINTED FOR THE REQUEST
033400*     04 = NO GREETINGS FOUND FOR THE REQUEST
033500*     08 = BAD PARM CARD, TRACE TABLE FULL OR I/O FAILURE
033600*----------------------------------------------------------
033700 PROCEDURE DIVISION.
033800*----------------------------------------------------------
033900* 0000-MAINLINE
034000*----------------------------------------------------------
034100 0000-MAINLINE.
034200     MOVE 0 TO RETURN-CODE
034300     PERFORM 1000-INITIALIZE
034400     PERFORM 2000-SELECT-HISTORY THRU 2000-SELECT-HISTORY-EXIT
034500         UNTIL WS-HST-EOF
034600     PERFORM 2100-SELECT-LIVE THRU 2100-SELECT-LIVE-EXIT
034700         UNTIL WS-LOG-EOF
034800     IF WS-TRACE-COUNT > ZERO
034900         PERFORM 3000-TRACE-DELIVERY
035000         PERFORM 4000-PRINT-TRACE
035100             VARYING WS-TRACE-SUB FROM 1 BY 1
035200             UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
035300     END-IF
035400     PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
035500     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
035600*----------------------------------------------------------
035700* 1000-INITIALIZE
035800*----------------------------------------------------------
035900 1000-INITIALIZE.
036000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
036100     ACCEPT WS-CURRENT-TIME FROM TIME
036200     PERFORM 1100-EDIT-PARM THRU 1100-EDIT-PARM-EXIT
036300     PERFORM 1200-OPEN-FILES THRU 1200-OPEN-FILES-EXIT
036400     PERFORM 2910-READ-HISTORY
036500     PERFORM 2920-READ-LOG.
036600 1000-INITIALIZE-EXIT.
036700     EXIT.
036800*----------------------------------------------------------
036900* 1100-EDIT-PARM
037000*----------------------------------------------------------
037100* AT LEAST ONE OF NAME, SITE AND JOB IS REQUIRED, SO THE
037200* TRACE STAYS AN INQUIRY. BLANK DATES ARE OPEN, AS IN
037300* GRTHINQ.
037400*----------------------------------------------------------
037500 1100-EDIT-PARM.
037600     OPEN INPUT PARM-CARD-FILE
037700     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
037800         DISPLAY "GRTTRACE - PARM-CARD-FILE OPEN FAILED - "
037900                 "STATUS " WS-PARM-FILE-STATUS
038000         MOVE 8 TO RETURN-CODE
038100         GO TO 9999-EXIT
038200     END-IF
038300     READ PARM-CARD-FILE
038400         AT END
038500             SET WS-PARM-EOF TO TRUE
038600     END-READ
038700     IF WS-PARM-EOF
038800         OR (PARM-ADDRESSEE-NAME = SPACES
038900             AND PARM-SITE-CODE = SPACES
039000             AND PARM-JOB-NAME = SPACES)
039100         DISPLAY "GRTTRACE - PARM CARD WITH A NAME, SITE OR JOB "
039200                 "IS REQUIRED"
039300         MOVE 8 TO RETURN-CODE
039400         CLOSE PARM-CARD-FILE
039500         GO TO 9999-EXIT
039600     END-IF
039700     MOVE PARM-ADDRESSEE-NAME TO WS-SELECT-NAME
039800     MOVE PARM-SITE-CODE      TO WS-SELECT-SITE
039900     MOVE PARM-JOB-NAME       TO WS-SELECT-JOB
040000     IF PARM-FROM-DATE = SPACES
040100         MOVE "00000000" TO WS-FROM-DATE
040200     ELSE
040300         MOVE PARM-FROM-DATE TO WS-FROM-DATE
040400     END-IF
040500     IF PARM-THRU-DATE = SPACES
040600         MOVE "99999999" TO WS-THRU-DATE
040700     ELSE
040800         MOVE PARM-THRU-DATE TO WS-THRU-DATE
040900     END-IF
041000     CLOSE PARM-CARD-FILE
041100     IF WS-FROM-DATE > WS-THRU-DATE
041200         DISPLAY "GRTTRACE - FROM DATE " WS-FROM-DATE
041300             " IS AFTER THRU DATE " WS-THRU-DATE
041400         MOVE 8 TO RETURN-CODE
041500         GO TO 9999-EXIT
041600     END-IF
041700     IF WS-SELECT-NAME NOT = SPACES
041800         MOVE ZERO TO WS-NAME-LEN
041900         INSPECT WS-SELECT-NAME TALLYING WS-NAME-LEN
042000             FOR CHARACTERS BEFORE INITIAL "  "
042100         STRING " " DELIMITED BY SIZE
042200                WS-SELECT-NAME (1:WS-NAME-LEN) DELIMITED BY SIZE
042300                "!" DELIMITED BY SIZE
042400             INTO WS-NAME-MATCH-TEXT
042500         COMPUTE WS-NAME-MATCH-LEN = WS-NAME-LEN + 2
042600     END-IF.
042700 1100-EDIT-PARM-EXIT.
042800     EXIT.
042900*----------------------------------------------------------
043000* 1200-OPEN-FILES
043100*----------------------------------------------------------
043200 1200-OPEN-FILES.
043300     OPEN INPUT HISTORY-LOG-FILE
043400     IF NOT WS-HST-STATUS-OK
043500         DISPLAY "GRTTRACE - HISTORY-LOG-FILE OPEN FAILED - "
043600                 "STATUS " WS-HST-FILE-STATUS
043700         MOVE 8 TO RETURN-CODE
043800         GO TO 9999-EXIT
043900     ELSE
044000         SET WS-HST-OPEN TO TRUE
044100     END-IF
044200     OPEN INPUT GREETING-LOG-FILE
044300     IF NOT WS-LOG-STATUS-OK
044400         DISPLAY "GRTTRACE - GREETING-LOG-FILE OPEN FAILED - "
044500                 "STATUS " WS-LOG-FILE-STATUS
044600         MOVE 8 TO RETURN-CODE
044700         GO TO 9999-EXIT
044800     ELSE
044900         SET WS-LOG-OPEN TO TRUE
045000     END-IF
045100     OPEN INPUT GREETING-NOTIFY-FILE
045200     IF NOT WS-NTF-STATUS-OK
045300         DISPLAY "GRTTRACE - GREETING-NOTIFY-FILE OPEN FAILED - "
045400                 "STATUS " WS-NTF-FILE-STATUS
045500         MOVE 8 TO RETURN-CODE
045600         GO TO 9999-EXIT
045700     ELSE
045800         SET WS-NTF-OPEN TO TRUE
045900     END-IF
046000     OPEN INPUT GREETING-ACK-FILE
046100     IF NOT WS-ACK-STATUS-OK
046200         DISPLAY "GRTTRACE - GREETING-ACK-FILE OPEN FAILED - "
046300                 "STATUS " WS-ACK-FILE-STATUS
046400         MOVE 8 TO RETURN-CODE
046500         GO TO 9999-EXIT
046600     ELSE
046700         SET WS-ACK-OPEN TO TRUE
046800     END-IF
046900     OPEN INPUT DEAD-LETTER-FILE
047000     IF NOT WS-DEAD-STATUS-OK
047100         DISPLAY "GRTTRACE - DEAD-LETTER-FILE OPEN FAILED - "
047200                 "STATUS " WS-DEAD-FILE-STATUS
047300         MOVE 8 TO RETURN-CODE
047400         GO TO 9999-EXIT
047500     ELSE
047600         SET WS-DEAD-OPEN TO TRUE
047700     END-IF
047800     OPEN INPUT RETRY-CONTROL-FILE
047900     IF NOT WS-RTY-STATUS-OK
048000         DISPLAY "GRTTRACE - RETRY-CONTROL-FILE OPEN FAILED - "
048100                 "STATUS " WS-RTY-FILE-STATUS
048200         MOVE 8 TO RETURN-CODE
048300         GO TO 9999-EXIT
048400     ELSE
048500         SET WS-RTY-OPEN TO TRUE
048600     END-IF
048700     OPEN INPUT LETTER-LOG-FILE
048800     IF NOT WS-LLG-STATUS-OK
048900         DISPLAY "GRTTRACE - LETTER-LOG-FILE OPEN FAILED - "
049000                 "STATUS " WS-LLG-FILE-STATUS
049100         MOVE 8 TO RETURN-CODE
049200         GO TO 9999-EXIT
049300     ELSE
049400         SET WS-LLG-OPEN TO TRUE
049500     END-IF
049510     OPEN INPUT CHANNEL-FILE
049520     IF NOT WS-CHN-STATUS-OK
049530         DISPLAY "GRTTRACE - CHANNEL-FILE OPEN FAILED - "
049540                 "STATUS " WS-CHN-FILE-STATUS
049550         MOVE 8 TO RETURN-CODE
049560         GO TO 9999-EXIT
049570     ELSE
049580         SET WS-CHN-OPEN TO TRUE
049590     END-IF
049591     OPEN INPUT EMAIL-LOG-FILE
049592     IF NOT WS-EML-STATUS-OK
049593         DISPLAY "GRTTRACE - EMAIL-LOG-FILE OPEN FAILED - "
049594                 "STATUS " WS-EML-FILE-STATUS
049595         MOVE 8 TO RETURN-CODE
049596         GO TO 9999-EXIT
049597     ELSE
049598         SET WS-EML-OPEN TO TRUE
049599     END-IF
049600     OPEN OUTPUT TRACE-PRINT-FILE
049700     IF NOT WS-PRT-STATUS-OK
049800         DISPLAY "GRTTRACE - TRACE-PRINT-FILE OPEN FAILED - "
049900                 "STATUS " WS-PRT-FILE-STATUS
050000         MOVE 8 TO RETURN-CODE
050100         GO TO 9999-EXIT
050200     ELSE
050300         SET WS-PRT-OPEN TO TRUE
050400     END-IF.
050500 1200-OPEN-FILES-EXIT.
050600     EXIT.
050700*----------------------------------------------------------
050800* 2000-SELECT-HISTORY
050900*----------------------------------------------------------
051000* THE ARCHIVED GENERATIONS ARE READ FIRST, THEN THE LIVE
051100* LOG, SO THE TRACE RUNS OLDEST TO NEWEST WHEREVER THE
051200* RECORD NOW LIVES.
051300*----------------------------------------------------------
051400 2000-SELECT-HISTORY.
051500     ADD 1 TO WS-HST-COUNT
051600     MOVE "H" TO WS-LOG-ORIGIN
051700     PERFORM 2200-CHECK-SELECTION THRU 2200-CHECK-SELECTION-EXIT
051800     IF NOT WS-TRACE-FULL
051900         PERFORM 2910-READ-HISTORY
052000     END-IF.
052100 2000-SELECT-HISTORY-EXIT.
052200     EXIT.
052300*----------------------------------------------------------
052400* 2100-SELECT-LIVE
052500*----------------------------------------------------------
052600 2100-SELECT-LIVE.
052700     ADD 1 TO WS-LOG-COUNT
052800     MOVE "L" TO WS-LOG-ORIGIN
052900     PERFORM 2200-CHECK-SELECTION THRU 2200-CHECK-SELECTION-EXIT
053000     IF NOT WS-TRACE-FULL
053100         PERFORM 2920-READ-LOG
053200     END-IF.
053300 2100-SELECT-LIVE-EXIT.
053400     EXIT.
053500*----------------------------------------------------------
053600* 2200-CHECK-SELECTION
053700*----------------------------------------------------------
053800* EVERY CRITERION GIVEN ON THE PARM CARD MUST MATCH.
053900*----------------------------------------------------------
054000 2200-CHECK-SELECTION.
054100     IF LOG-RUN-DATE < WS-FROM-DATE
054200         OR LOG-RUN-DATE > WS-THRU-DATE
054300         GO TO 2200-CHECK-SELECTION-EXIT
054400     END-IF
054500     IF WS-SELECT-SITE NOT = SPACES
054600         AND LOG-SITE-CODE NOT = WS-SELECT-SITE
054700         GO TO 2200-CHECK-SELECTION-EXIT
054800     END-IF
054900     IF WS-SELECT-JOB NOT = SPACES
055000         AND LOG-JOB-NAME NOT = WS-SELECT-JOB
055100         GO TO 2200-CHECK-SELECTION-EXIT
055200     END-IF
055300     IF WS-SELECT-NAME NOT = SPACES
055400         MOVE ZERO TO WS-NAME-HIT-COUNT
055500         INSPECT LOG-GREETING-TEXT TALLYING WS-NAME-HIT-COUNT
055600             FOR ALL WS-NAME-MATCH-TEXT (1:WS-NAME-MATCH-LEN)
055700         IF WS-NAME-HIT-COUNT = ZERO
055800             GO TO 2200-CHECK-SELECTION-EXIT
055900         END-IF
056000     END-IF
056100     PERFORM 2300-ADD-TRACE-ENTRY THRU 2300-ADD-TRACE-ENTRY-EXIT.
056200 2200-CHECK-SELECTION-EXIT.
056300     EXIT.
056400*----------------------------------------------------------
056500* 2300-ADD-TRACE-ENTRY
056600*----------------------------------------------------------
056700* A MONTH WHOSE ARCHIVE FAILED ITS VERIFY IS STILL ON THE
056800* LIVE LOG AS WELL AS THE NEW GENERATION - THE SECOND COPY
056900* OF A KEY IS COUNTED AND DROPPED.
057000*----------------------------------------------------------
057100 2300-ADD-TRACE-ENTRY.
057200     MOVE LOG-RUN-DATE TO WS-MK-RUN-DATE
057300     MOVE LOG-RUN-TIME TO WS-MK-RUN-TIME
057400     MOVE LOG-JOB-NAME TO WS-MK-JOB-NAME
057500     PERFORM 2400-FIND-TRACE-KEY
057600     IF WS-TRACE-FOUND
057700         ADD 1 TO WS-DUPLICATE-COUNT
057800         GO TO 2300-ADD-TRACE-ENTRY-EXIT
057900     END-IF
058000     IF WS-TRACE-COUNT NOT < WS-TRACE-MAX
058100         DISPLAY "GRTTRACE - TRACE TABLE FULL AT " WS-TRACE-MAX
058200             " GREETINGS - NARROW THE REQUEST"
058300         MOVE 8 TO RETURN-CODE
058400         SET WS-TRACE-FULL TO TRUE
058500         SET WS-HST-EOF TO TRUE
058600         SET WS-LOG-EOF TO TRUE
058700         GO TO 2300-ADD-TRACE-ENTRY-EXIT
058800     END-IF
058900     ADD 1 TO WS-TRACE-COUNT
059000     MOVE WS-MATCH-KEY  TO WS-TE-KEY (WS-TRACE-COUNT)
059100     MOVE WS-LOG-ORIGIN TO WS-TE-ORIGIN (WS-TRACE-COUNT)
059200     MOVE WS-LOG-RECORD TO WS-TE-LOG-IMAGE (WS-TRACE-COUNT)
059210     MOVE LOG-SITE-CODE TO WS-TE-SITE-CODE (WS-TRACE-COUNT)
059220     MOVE LOG-LANGUAGE-CODE
059230         TO WS-TE-LANGUAGE-CODE (WS-TRACE-COUNT)
059300     MOVE ZERO   TO WS-TE-NTF-COUNT (WS-TRACE-COUNT)
059400                    WS-TE-MAX-RETRY (WS-TRACE-COUNT)
059500                    WS-TE-ACK-COUNT (WS-TRACE-COUNT)
059600                    WS-TE-DEAD-COUNT (WS-TRACE-COUNT)
059700                    WS-TE-DEAD-ATTEMPTS (WS-TRACE-COUNT)
059800                    WS-TE-RTY-COUNT (WS-TRACE-COUNT)
059900                    WS-TE-LTR-COUNT (WS-TRACE-COUNT)
060000                    WS-TE-LTR-SEQ (WS-TRACE-COUNT)
060010                    WS-TE-EML-COUNT (WS-TRACE-COUNT)
060100     MOVE SPACES TO WS-TE-ACK-QUEUE (WS-TRACE-COUNT)
060200                    WS-TE-ACK-PUT-DATE (WS-TRACE-COUNT)
060300                    WS-TE-ACK-PUT-TIME (WS-TRACE-COUNT)
060400                    WS-TE-DEAD-REASON (WS-TRACE-COUNT)
060500                    WS-TE-RTY-LAST-DATE (WS-TRACE-COUNT)
060600                    WS-TE-LTR-STATUS (WS-TRACE-COUNT)
060700                    WS-TE-LTR-BODY (WS-TRACE-COUNT)
060800                    WS-TE-LTR-DATE (WS-TRACE-COUNT)
060810                    WS-TE-EML-DATE (WS-TRACE-COUNT)
060820                    WS-TE-EML-TIME (WS-TRACE-COUNT)
060830                    WS-TE-EML-BODY (WS-TRACE-COUNT).
060900 2300-ADD-TRACE-ENTRY-EXIT.
061000     EXIT.
061100*----------------------------------------------------------
061200* 2400-FIND-TRACE-KEY
061300*----------------------------------------------------------
061400* LOOKS UP WS-MATCH-KEY. ON A HIT WS-TRACE-HIT-SUB POINTS AT
061500* THE ENTRY.
061600*----------------------------------------------------------
061700 2400-FIND-TRACE-KEY.
061800     MOVE "N" TO WS-TRACE-FOUND-SW
061900     PERFORM 2410-MATCH-TRACE-KEY
062000         VARYING WS-TRACE-SUB FROM 1 BY 1
062100         UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
062200            OR WS-TRACE-FOUND.
062300 2400-FIND-TRACE-KEY-EXIT.
062400     EXIT.
062500*----------------------------------------------------------
062600* 2410-MATCH-TRACE-KEY
062700*----------------------------------------------------------
062800 2410-MATCH-TRACE-KEY.
062900     IF WS-TE-KEY (WS-TRACE-SUB) = WS-MATCH-KEY
063000         SET WS-TRACE-FOUND TO TRUE
063100         MOVE WS-TRACE-SUB TO WS-TRACE-HIT-SUB
063200     END-IF.
063300 2410-MATCH-TRACE-KEY-EXIT.
063400     EXIT.
063500*----------------------------------------------------------
063600* 2910-READ-HISTORY
063700*----------------------------------------------------------
063800 2910-READ-HISTORY.
063900     READ HISTORY-LOG-FILE INTO WS-LOG-RECORD
064000         AT END
064100             SET WS-HST-EOF TO TRUE
064200     END-READ.
064300 2910-READ-HISTORY-EXIT.
064400     EXIT.
064500*----------------------------------------------------------
064600* 2920-READ-LOG
064700*----------------------------------------------------------
064800 2920-READ-LOG.
064900     READ GREETING-LOG-FILE INTO WS-LOG-RECORD
065000         AT END
065100             SET WS-LOG-EOF TO TRUE
065200     END-READ.
065300 2920-READ-LOG-EXIT.
065400     EXIT.
065500*----------------------------------------------------------
065600* 3000-TRACE-DELIVERY
065700*----------------------------------------------------------
065800* ONE SEQUENTIAL PASS OF EACH DELIVERY FILE AGAINST THE
065900* TRACE TABLE, THEN A KEYED READ OF THE RETRY CONTROL FILE
066000* AND THE DELIVERY-CHANNEL FILE FOR EACH TRACED GREETING.
066100*----------------------------------------------------------
066200 3000-TRACE-DELIVERY.
066300     PERFORM 3190-READ-NTF
066400     PERFORM 3100-MATCH-EXTRACT UNTIL WS-NTF-EOF
066500     PERFORM 3290-READ-ACK
066600     PERFORM 3200-MATCH-ACK UNTIL WS-ACK-EOF
066700     PERFORM 3390-READ-DEAD-LETTER
066800     PERFORM 3300-MATCH-DEAD-LETTER UNTIL WS-DEAD-EOF
066900     PERFORM 3400-READ-RETRY-CONTROL
067000         VARYING WS-TRACE-SUB FROM 1 BY 1
067100         UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
067200     PERFORM 3590-READ-LETTER-LOG
067300     PERFORM 3500-MATCH-LETTER-LOG UNTIL WS-LLG-EOF
067310     PERFORM 3600-CHECK-CHANNEL
067320         VARYING WS-TRACE-SUB FROM 1 BY 1
067330         UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
067340     PERFORM 3790-READ-EMAIL-LOG
067350     PERFORM 3700-MATCH-EMAIL-LOG UNTIL WS-EML-EOF.
067400 3000-TRACE-DELIVERY-EXIT.
067500     EXIT.
067600*----------------------------------------------------------
067700* 3100-MATCH-EXTRACT
067800*----------------------------------------------------------
067900* GREETNTF IS CONCATENATED WITH RETRYNTF, SO A GRTRETRY
068000* RE-EXTRACT COUNTS AS A FURTHER EXTRACT RECORD FOR THE SAME
068100* KEY. THE HIGHEST RETRY STAMP SEEN IS KEPT.
068200*----------------------------------------------------------
068300 3100-MATCH-EXTRACT.
068400     ADD 1 TO WS-NTF-COUNT
068500     MOVE NTF-RUN-DATE TO WS-MK-RUN-DATE
068600     MOVE NTF-RUN-TIME TO WS-MK-RUN-TIME
068700     MOVE NTF-JOB-NAME TO WS-MK-JOB-NAME
068800     PERFORM 2400-FIND-TRACE-KEY
068900     IF WS-TRACE-FOUND
069000         ADD 1 TO WS-TE-NTF-COUNT (WS-TRACE-HIT-SUB)
069100         IF NTF-RETRY-COUNT > WS-TE-MAX-RETRY (WS-TRACE-HIT-SUB)
069200             MOVE NTF-RETRY-COUNT
069300                 TO WS-TE-MAX-RETRY (WS-TRACE-HIT-SUB)
069400         END-IF
069500     END-IF
069600     PERFORM 3190-READ-NTF.
069700 3100-MATCH-EXTRACT-EXIT.
069800     EXIT.
069900*----------------------------------------------------------
070000* 3190-READ-NTF
070100*----------------------------------------------------------
070200 3190-READ-NTF.
070300     READ GREETING-NOTIFY-FILE
070400         AT END
070500             SET WS-NTF-EOF TO TRUE
070600     END-READ.
070700 3190-READ-NTF-EXIT.
070800     EXIT.
070900*----------------------------------------------------------
071000* 3200-MATCH-ACK
071100*----------------------------------------------------------
071200* THE FIRST ACK FOR A KEY IS THE PUT THAT DELIVERED IT -
071300* GRTBRDGE SKIPS AN EXTRACT RECORD ONCE IT IS ACKNOWLEDGED.
071400*----------------------------------------------------------
071500 3200-MATCH-ACK.
071600     ADD 1 TO WS-ACK-COUNT
071700     MOVE ACK-RUN-DATE TO WS-MK-RUN-DATE
071800     MOVE ACK-RUN-TIME TO WS-MK-RUN-TIME
071900     MOVE ACK-JOB-NAME TO WS-MK-JOB-NAME
072000     PERFORM 2400-FIND-TRACE-KEY
072100     IF WS-TRACE-FOUND
072200         IF WS-TE-ACK-COUNT (WS-TRACE-HIT-SUB) = ZERO
072300             MOVE ACK-QUEUE-NAME
072400                 TO WS-TE-ACK-QUEUE (WS-TRACE-HIT-SUB)
072500             MOVE ACK-PUT-DATE
072600                 TO WS-TE-ACK-PUT-DATE (WS-TRACE-HIT-SUB)
072700             MOVE ACK-PUT-TIME
072800                 TO WS-TE-ACK-PUT-TIME (WS-TRACE-HIT-SUB)
072900         END-IF
073000         ADD 1 TO WS-TE-ACK-COUNT (WS-TRACE-HIT-SUB)
073100     END-IF
073200     PERFORM 3290-READ-ACK.
073300 3200-MATCH-ACK-EXIT.
073400     EXIT.
073500*----------------------------------------------------------
073600* 3290-READ-ACK
073700*----------------------------------------------------------
073800 3290-READ-ACK.
073900     READ GREETING-ACK-FILE
074000         AT END
074100             SET WS-ACK-EOF TO TRUE
074200     END-READ.
074300 3290-READ-ACK-EXIT.
074400     EXIT.
074500*----------------------------------------------------------
074600* 3300-MATCH-DEAD-LETTER
074700*----------------------------------------------------------
074800* THE DEAD-LETTER RECORD CARRIES THE WHOLE EXTRACT RECORD,
074900* WHOSE FIRST 24 BYTES ARE THE MATCH KEY. THE LATEST REASON
075000* AND ATTEMPT COUNT ARE KEPT.
075100*----------------------------------------------------------
075200 3300-MATCH-DEAD-LETTER.
075300     ADD 1 TO WS-DEAD-COUNT
075400     MOVE DLQ-EXTRACT-IMAGE (1:24) TO WS-MATCH-KEY
075500     PERFORM 2400-FIND-TRACE-KEY
075600     IF WS-TRACE-FOUND
075700         ADD 1 TO WS-TE-DEAD-COUNT (WS-TRACE-HIT-SUB)
075800         MOVE DLQ-REASON   TO WS-TE-DEAD-REASON (WS-TRACE-HIT-SUB)
075900         MOVE DLQ-ATTEMPTS
076000             TO WS-TE-DEAD-ATTEMPTS (WS-TRACE-HIT-SUB)
076100     END-IF
076200     PERFORM 3390-READ-DEAD-LETTER.
076300 3300-MATCH-DEAD-LETTER-EXIT.
076400     EXIT.
076500*----------------------------------------------------------
076600* 3390-READ-DEAD-LETTER
076700*----------------------------------------------------------
076800 3390-READ-DEAD-LETTER.
076900     READ DEAD-LETTER-FILE
077000         AT END
077100             SET WS-DEAD-EOF TO TRUE
077200     END-READ.
077300 3390-READ-DEAD-LETTER-EXIT.
077400     EXIT.
077500*----------------------------------------------------------
077600* 3400-READ-RETRY-CONTROL
077700*----------------------------------------------------------
077800* NO RETRY CONTROL RECORD MEANS GRTRETRY NEVER RE-SENT THE
077900* GREETING.
078000*----------------------------------------------------------
078100 3400-READ-RETRY-CONTROL.
078200     MOVE WS-TE-KEY (WS-TRACE-SUB) TO RTY-KEY
078300     READ RETRY-CONTROL-FILE
078400         INVALID KEY
078500             CONTINUE
078600     END-READ
078700     IF WS-RTY-STATUS-OK
078800         MOVE RTY-RETRY-COUNT
078900             TO WS-TE-RTY-COUNT (WS-TRACE-SUB)
079000         MOVE RTY-LAST-RETRY-DATE
079100             TO WS-TE-RTY-LAST-DATE (WS-TRACE-SUB)
079200     ELSE
079300         IF NOT WS-RTY-NOT-FOUND
079400             DISPLAY "GRTTRACE - RETRY-CONTROL-FILE READ FAILED "
079500                     "- STATUS " WS-RTY-FILE-STATUS
079600             MOVE 8 TO RETURN-CODE
079700         END-IF
079800     END-IF.
079900 3400-READ-RETRY-CONTROL-EXIT.
080000     EXIT.
080100*----------------------------------------------------------
080200* 3500-MATCH-LETTER-LOG
080300*----------------------------------------------------------
080400* GRTLETTR LOGS EVERY EXTRACT RECORD IT HANDLES; THE LATEST
080500* LETTER LOG RECORD FOR THE KEY IS THE ONE REPORTED.
080600*----------------------------------------------------------
080700 3500-MATCH-LETTER-LOG.
080800     ADD 1 TO WS-LLG-COUNT
080900     MOVE LTL-RUN-DATE TO WS-MK-RUN-DATE
081000     MOVE LTL-RUN-TIME TO WS-MK-RUN-TIME
081100     MOVE LTL-JOB-NAME TO WS-MK-JOB-NAME
081200     PERFORM 2400-FIND-TRACE-KEY
081300     IF WS-TRACE-FOUND
081400         ADD 1 TO WS-TE-LTR-COUNT (WS-TRACE-HIT-SUB)
081500         MOVE LTL-LETTER-STATUS
081600             TO WS-TE-LTR-STATUS (WS-TRACE-HIT-SUB)
081700         MOVE LTL-BODY-SOURCE
081800             TO WS-TE-LTR-BODY (WS-TRACE-HIT-SUB)
081900         MOVE LTL-PRINT-DATE
082000             TO WS-TE-LTR-DATE (WS-TRACE-HIT-SUB)
082100         MOVE LTL-LETTER-SEQ
082200             TO WS-TE-LTR-SEQ (WS-TRACE-HIT-SUB)
082300     END-IF
082400     PERFORM 3590-READ-LETTER-LOG.
082500 3500-MATCH-LETTER-LOG-EXIT.
082600     EXIT.
082700*----------------------------------------------------------
082800* 3590-READ-LETTER-LOG
082900*----------------------------------------------------------
083000 3590-READ-LETTER-LOG.
083100     READ LETTER-LOG-FILE
083200         AT END
083300             SET WS-LLG-EOF TO TRUE
083400     END-READ.
083500 3590-READ-LETTER-LOG-EXIT.
083600     EXIT.
083601*----------------------------------------------------------
083602* 3600-CHECK-CHANNEL
083603*----------------------------------------------------------
083604* LOOKS UP THE DELIVERY CHANNELS FOR THE GREETING'S SITE AND
083605* LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE) - THE
083606* SAME LOOKUP GRTBRDGE AND GRTLAGRP MAKE. WITH NEITHER ON
083607* FILE THE SITE GOES TO THE QUEUE AND TO PRINT. THIS IS THE
083608* ROUTING IN FORCE NOW, NOT NECESSARILY ON THE RUN DATE.
083609*----------------------------------------------------------
083610 3600-CHECK-CHANNEL.
083611     MOVE WS-TE-SITE-CODE (WS-TRACE-SUB) TO CHN-SITE-CODE
083612     MOVE WS-TE-LANGUAGE-CODE (WS-TRACE-SUB)
083613         TO CHN-LANGUAGE-CODE
083614     READ CHANNEL-FILE
083615         INVALID KEY
083616             CONTINUE
083617     END-READ
083618     IF NOT WS-CHN-STATUS-OK
083619         MOVE WS-TE-SITE-CODE (WS-TRACE-SUB) TO CHN-SITE-CODE
083620         MOVE SPACES TO CHN-LANGUAGE-CODE
083621         READ CHANNEL-FILE
083622             INVALID KEY
083623                 CONTINUE
083624         END-READ
083625     END-IF
083626     IF NOT WS-CHN-STATUS-OK
083627         MOVE "Y" TO CHN-QUEUE-FLAG
083628         MOVE "Y" TO CHN-PRINT-FLAG
083629         MOVE "N" TO CHN-EMAIL-FLAG
083630     END-IF
083631     MOVE CHN-QUEUE-FLAG TO WS-TE-CHN-QUEUE (WS-TRACE-SUB)
083632     MOVE CHN-PRINT-FLAG TO WS-TE-CHN-PRINT (WS-TRACE-SUB)
083633     MOVE CHN-EMAIL-FLAG TO WS-TE-CHN-EMAIL (WS-TRACE-SUB).
083634 3600-CHECK-CHANNEL-EXIT.
083635     EXIT.
083636*----------------------------------------------------------
083637* 3700-MATCH-EMAIL-LOG
083638*----------------------------------------------------------
083639* THE SITE MUST MATCH AS WELL AS THE KEY.
083640*----------------------------------------------------------
083641 3700-MATCH-EMAIL-LOG.
083642     ADD 1 TO WS-EML-COUNT
083643     MOVE EML-RUN-DATE TO WS-MK-RUN-DATE
083644     MOVE EML-RUN-TIME TO WS-MK-RUN-TIME
083645     MOVE EML-JOB-NAME TO WS-MK-JOB-NAME
083646     PERFORM 2400-FIND-TRACE-KEY
083647     IF WS-TRACE-FOUND
083648         AND EML-SITE-CODE = WS-TE-SITE-CODE (WS-TRACE-HIT-SUB)
083649         ADD 1 TO WS-TE-EML-COUNT (WS-TRACE-HIT-SUB)
083650         MOVE EML-WRITTEN-DATE
083651             TO WS-TE-EML-DATE (WS-TRACE-HIT-SUB)
083652         MOVE EML-WRITTEN-TIME
083653             TO WS-TE-EML-TIME (WS-TRACE-HIT-SUB)
083654         MOVE EML-BODY-SOURCE
083655             TO WS-TE-EML-BODY (WS-TRACE-HIT-SUB)
083656     END-IF
083657     PERFORM 3790-READ-EMAIL-LOG.
083658 3700-MATCH-EMAIL-LOG-EXIT.
083659     EXIT.
083660*----------------------------------------------------------
083661* 3790-READ-EMAIL-LOG
083662*----------------------------------------------------------
083663 3790-READ-EMAIL-LOG.
083664     READ EMAIL-LOG-FILE
083665         AT END
083666             SET WS-EML-EOF TO TRUE
083667     END-READ.
083668 3790-READ-EMAIL-LOG-EXIT.
083669     EXIT.
083700*----------------------------------------------------------
083800* 4000-PRINT-TRACE
083900*----------------------------------------------------------
084000* ONE BLOCK PER GREETING: THE GREETING LINE (KEY, SITE,
084100* LANGUAGE, SOURCE, RC AND WHERE THE LOG RECORD WAS FOUND),
084200* THEN WHAT WAS LOGGED AND EACH STEP OF THE DELIVERY CHAIN.
084300*----------------------------------------------------------
084400 4000-PRINT-TRACE.
084500     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 10
084600         PERFORM 5100-WRITE-PAGE-HEADING
084700     END-IF
084800     MOVE WS-TE-LOG-IMAGE (WS-TRACE-SUB) TO WS-LOG-RECORD
084900     MOVE LOG-RUN-DATE        TO WS-PG-RUN-DATE
085000     MOVE LOG-RUN-TIME        TO WS-PG-RUN-TIME
085100     MOVE LOG-JOB-NAME        TO WS-PG-JOB-NAME
085200     MOVE LOG-SITE-CODE       TO WS-PG-SITE
085300     MOVE LOG-LANGUAGE-CODE   TO WS-PG-LANGUAGE
085400     MOVE LOG-GREETING-SOURCE TO WS-PG-SOURCE
085500     EVALUATE LOG-GREETING-SOURCE
085600         WHEN "C"
085700             MOVE "CALENDAR WINDOW" TO WS-PG-SOURCE-DESC
085800         WHEN "M"
085900             MOVE "GREETING MASTER" TO WS-PG-SOURCE-DESC
086000         WHEN "P"
086100             MOVE "PARM TEXT"       TO WS-PG-SOURCE-DESC
086200         WHEN "D"
086300             MOVE "DEFAULT LITERAL" TO WS-PG-SOURCE-DESC
086400         WHEN "S"
086500             MOVE "DO NOT CONTACT"  TO WS-PG-SOURCE-DESC
086600         WHEN OTHER
086700             MOVE "NOT RECORDED"    TO WS-PG-SOURCE-DESC
086800     END-EVALUATE
086900     MOVE LOG-RETURN-CODE     TO WS-PG-RETURN-CODE
087000     IF WS-TE-ORIGIN (WS-TRACE-SUB) = "H"
087100         MOVE "ARCHIVED LOG"  TO WS-PG-ORIGIN
087200     ELSE
087300         MOVE "LIVE LOG"      TO WS-PG-ORIGIN
087400     END-IF
087500     WRITE TRACE-PRINT-RECORD FROM WS-PRT-GREETING-LINE
087600     MOVE "MESSAGE"           TO WS-PD-LABEL
087700     MOVE LOG-MESSAGE-TEXT    TO WS-PD-TEXT
087800     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
087900     MOVE "GREETING"          TO WS-PD-LABEL
088000     MOVE LOG-GREETING-TEXT   TO WS-PD-TEXT
088100     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
088200     PERFORM 4100-FORMAT-EXTRACT
088300     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
088400     PERFORM 4200-FORMAT-QUEUE-PUT
088500     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
088600     PERFORM 4300-FORMAT-DEAD-LETTER
088700     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
088800     PERFORM 4400-FORMAT-RETRIES
088900     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
089000     PERFORM 4500-FORMAT-LETTER
089100     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
089110     PERFORM 4600-FORMAT-EMAIL
089120     WRITE TRACE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
089200     MOVE SPACES TO TRACE-PRINT-RECORD
089300     WRITE TRACE-PRINT-RECORD
089400     ADD 10 TO WS-PRT-LINE-COUNT
089500     IF NOT WS-PRT-STATUS-OK
089600         DISPLAY "GRTTRACE - TRACE-PRINT-FILE WRITE FAILED "
089700                 "- STATUS " WS-PRT-FILE-STATUS
089800         MOVE 8 TO RETURN-CODE
089900         MOVE WS-TRACE-COUNT TO WS-TRACE-SUB
090000     END-IF.
090100 4000-PRINT-TRACE-EXIT.
090200     EXIT.
090300*----------------------------------------------------------
090400* 4100-FORMAT-EXTRACT
090500*----------------------------------------------------------
090600 4100-FORMAT-EXTRACT.
090700     MOVE "EXTRACTED" TO WS-PD-LABEL
090800     MOVE SPACES      TO WS-PD-TEXT
090900     IF WS-TE-NTF-COUNT (WS-TRACE-SUB) > ZERO
091000         MOVE WS-TE-NTF-COUNT (WS-TRACE-SUB) TO WS-ED-COUNT
091100         STRING "YES - " DELIMITED BY SIZE
091200                WS-ED-COUNT DELIMITED BY SIZE
091300                " EXTRACT RECORD(S), HIGHEST RETRY STAMP "
091400                    DELIMITED BY SIZE
091500                WS-TE-MAX-RETRY (WS-TRACE-SUB) DELIMITED BY SIZE
091600             INTO WS-PD-TEXT
091700     ELSE
091800         ADD 1 TO WS-NOT-EXTRACTED-COUNT
091900         IF LOG-GREETING-SOURCE = "S"
092000             MOVE "NO - DO-NOT-CONTACT ADDRESSEE, NOT EXTRACTED"
092100                 TO WS-PD-TEXT
092200         ELSE
092300             MOVE "NO - NO GREETNTF OR RETRYNTF RECORD ON FILE"
092400                 TO WS-PD-TEXT
092500         END-IF
092600     END-IF.
092700 4100-FORMAT-EXTRACT-EXIT.
092800     EXIT.
092900*----------------------------------------------------------
093000* 4200-FORMAT-QUEUE-PUT
093100*----------------------------------------------------------
093110* A PUT ON FILE IS ALWAYS SHOWN. WITH NONE, A SITE/LANGUAGE
093120* NOT ROUTED TO THE QUEUE SHOWS THE CHANNELS IT IS ROUTED TO
093130* RATHER THAN A MISSING PUT.
093140*----------------------------------------------------------
093200 4200-FORMAT-QUEUE-PUT.
093300     MOVE "QUEUE PUT" TO WS-PD-LABEL
093400     MOVE SPACES      TO WS-PD-TEXT
093410     IF WS-TE-ACK-COUNT (WS-TRACE-SUB) = ZERO
093420         AND WS-TE-CHN-QUEUE (WS-TRACE-SUB) NOT = "Y"
093430         ADD 1 TO WS-NOT-QUEUE-COUNT
093440         EVALUATE TRUE
093450             WHEN WS-TE-CHN-PRINT (WS-TRACE-SUB) = "Y"
093455              AND WS-TE-CHN-EMAIL (WS-TRACE-SUB) = "Y"
093460                 STRING "NOT ROUTED TO QUEUE - CHANNEL " DELIMITED
093462                            BY SIZE
093464                        "PRINT AND E-MAIL" DELIMITED BY SIZE
093466                     INTO WS-PD-TEXT
093470             WHEN WS-TE-CHN-PRINT (WS-TRACE-SUB) = "Y"
093475                 MOVE "NOT ROUTED TO QUEUE - CHANNEL PRINT"
093480                     TO WS-PD-TEXT
093485             WHEN WS-TE-CHN-EMAIL (WS-TRACE-SUB) = "Y"
093490                 MOVE "NOT ROUTED TO QUEUE - CHANNEL E-MAIL"
093492                     TO WS-PD-TEXT
093494             WHEN OTHER
093496                 MOVE "NOT ROUTED TO QUEUE - CHANNEL NONE"
093497                     TO WS-PD-TEXT
093498         END-EVALUATE
093499         GO TO 4200-FORMAT-QUEUE-PUT-EXIT
093500     END-IF
093510     IF WS-TE-ACK-COUNT (WS-TRACE-SUB) > ZERO
093600         STRING "PUT " DELIMITED BY SIZE
093700                WS-TE-ACK-PUT-DATE (WS-TRACE-SUB)
093800                    DELIMITED BY SIZE
093900                " " DELIMITED BY SIZE
094000                WS-TE-ACK-PUT-TIME (WS-TRACE-SUB)
094100                    DELIMITED BY SIZE
094200                " TO " DELIMITED BY SIZE
094300                WS-TE-ACK-QUEUE (WS-TRACE-SUB) DELIMITED BY SIZE
094400             INTO WS-PD-TEXT
094500     ELSE
094600         MOVE "NOT PUT - NO GREETACK RECORD ON FILE"
094700             TO WS-PD-TEXT
094800     END-IF.
094900 4200-FORMAT-QUEUE-PUT-EXIT.
095000     EXIT.
095100*----------------------------------------------------------
095200* 4300-FORMAT-DEAD-LETTER
095300*----------------------------------------------------------
095400 4300-FORMAT-DEAD-LETTER.
095500     MOVE "DEAD LETTER" TO WS-PD-LABEL
095600     MOVE SPACES        TO WS-PD-TEXT
095700     IF WS-TE-DEAD-COUNT (WS-TRACE-SUB) > ZERO
095800         ADD 1 TO WS-DEAD-LETTERED-COUNT
095900         MOVE WS-TE-DEAD-COUNT (WS-TRACE-SUB) TO WS-ED-COUNT
096000         MOVE WS-TE-DEAD-ATTEMPTS (WS-TRACE-SUB) TO WS-ED-COUNT-2
096100         STRING "YES - " DELIMITED BY SIZE
096200                WS-TE-DEAD-REASON (WS-TRACE-SUB)
096300                    DELIMITED BY SIZE
096400                " AFTER " DELIMITED BY SIZE
096500                WS-ED-COUNT-2 DELIMITED BY SIZE
096600                " ATTEMPT(S), " DELIMITED BY SIZE
096700                WS-ED-COUNT DELIMITED BY SIZE
096800                " DEAD-LETTER RECORD(S)" DELIMITED BY SIZE
096900             INTO WS-PD-TEXT
097000     ELSE
097100         MOVE "NO" TO WS-PD-TEXT
097200     END-IF.
097300 4300-FORMAT-DEAD-LETTER-EXIT.
097400     EXIT.
097500*----------------------------------------------------------
097600* 4400-FORMAT-RETRIES
097700*----------------------------------------------------------
097800 4400-FORMAT-RETRIES.
097900     MOVE "RETRIES" TO WS-PD-LABEL
098000     MOVE SPACES    TO WS-PD-TEXT
098100     IF WS-TE-RTY-COUNT (WS-TRACE-SUB) > ZERO
098200         STRING "RE-SENT BY GRTRETRY " DELIMITED BY SIZE
098300                WS-TE-RTY-COUNT (WS-TRACE-SUB) DELIMITED BY SIZE
098400                " TIME(S), LAST ON " DELIMITED BY SIZE
098500                WS-TE-RTY-LAST-DATE (WS-TRACE-SUB)
098600                    DELIMITED BY SIZE
098700             INTO WS-PD-TEXT
098800     ELSE
098900         MOVE "NONE" TO WS-PD-TEXT
099000     END-IF.
099100 4400-FORMAT-RETRIES-EXIT.
099200     EXIT.
099300*----------------------------------------------------------
099400* 4500-FORMAT-LETTER
099500*----------------------------------------------------------
099600* GRTLETTR PRINTS FROM THE WHOLE ACCUMULATED EXTRACT FILE,
099700* SO A KEY CAN HAVE MORE THAN ONE LETTER LOG RECORD - THE
099800* COUNT IS SHOWN AFTER THE LATEST ONE.
099900*----------------------------------------------------------
100000 4500-FORMAT-LETTER.
100100     MOVE "LETTER" TO WS-PD-LABEL
100200     MOVE SPACES   TO WS-PD-TEXT
100300     IF WS-TE-LTR-COUNT (WS-TRACE-SUB) = ZERO
100400         MOVE "NO LETTER LOG RECORD ON FILE" TO WS-PD-TEXT
100500         GO TO 4500-FORMAT-LETTER-EXIT
100600     END-IF
100700     MOVE 1 TO WS-PRT-POINTER
100800     EVALUATE WS-TE-LTR-STATUS (WS-TRACE-SUB)
100900         WHEN "P"
101000             STRING "PRINTED " DELIMITED BY SIZE
101100                    WS-TE-LTR-DATE (WS-TRACE-SUB)
101200                        DELIMITED BY SIZE
101300                    " SEQUENCE " DELIMITED BY SIZE
101400                    WS-TE-LTR-SEQ (WS-TRACE-SUB)
101500                        DELIMITED BY SIZE
101600                 INTO WS-PD-TEXT
101700                 WITH POINTER WS-PRT-POINTER
101800             IF WS-TE-LTR-BODY (WS-TRACE-SUB) = "L"
101900                 STRING " - LETTER TEXT FILE" DELIMITED BY SIZE
102000                     INTO WS-PD-TEXT
102100                     WITH POINTER WS-PRT-POINTER
102200             ELSE
102300                 STRING " - STANDARD WORDING" DELIMITED BY SIZE
102400                     INTO WS-PD-TEXT
102500                     WITH POINTER WS-PRT-POINTER
102600             END-IF
102700         WHEN "W"
102800             STRING "WITHHELD " DELIMITED BY SIZE
102900                    WS-TE-LTR-DATE (WS-TRACE-SUB)
103000                        DELIMITED BY SIZE
103100                    " - DO NOT CONTACT" DELIMITED BY SIZE
103200                 INTO WS-PD-TEXT
103300                 WITH POINTER WS-PRT-POINTER
103310         WHEN "N"
103320             STRING "NOT PRINTED " DELIMITED BY SIZE
103330                    WS-TE-LTR-DATE (WS-TRACE-SUB)
103340                        DELIMITED BY SIZE
103350                    " - NOT A PRINT-CHANNEL SITE"
103360                        DELIMITED BY SIZE
103370                 INTO WS-PD-TEXT
103380                 WITH POINTER WS-PRT-POINTER
103400         WHEN OTHER
103500             STRING "SKIPPED " DELIMITED BY SIZE
103600                    WS-TE-LTR-DATE (WS-TRACE-SUB)
103700                        DELIMITED BY SIZE
103800                    " - EXTRACT FROM A FAILED RUN"
103900                        DELIMITED BY SIZE
104000                 INTO WS-PD-TEXT
104100                 WITH POINTER WS-PRT-POINTER
104200     END-EVALUATE
104300     IF WS-TE-LTR-COUNT (WS-TRACE-SUB) > 1
104400         MOVE WS-TE-LTR-COUNT (WS-TRACE-SUB) TO WS-ED-COUNT
104500         STRING " (" DELIMITED BY SIZE
104600                WS-ED-COUNT DELIMITED BY SIZE
104700                " LETTER LOG RECORDS)" DELIMITED BY SIZE
104800             INTO WS-PD-TEXT
104900             WITH POINTER WS-PRT-POINTER
105000     END-IF.
105100 4500-FORMAT-LETTER-EXIT.
105200     EXIT.
105201*----------------------------------------------------------
105202* 4600-FORMAT-EMAIL
105203*----------------------------------------------------------
105204* WHEN THE GREETING WENT ONTO THE E-MAIL OUTBOUND FILE, FROM
105205* THE E-MAIL LOG. WITH NO E-MAIL LOG RECORD, WHETHER ONE WAS
105206* EXPECTED DEPENDS ON THE SITE/LANGUAGE'S CHANNELS.
105207*----------------------------------------------------------
105208 4600-FORMAT-EMAIL.
105209     MOVE "E-MAIL" TO WS-PD-LABEL
105210     MOVE SPACES   TO WS-PD-TEXT
105211     IF WS-TE-EML-COUNT (WS-TRACE-SUB) = ZERO
105212         IF WS-TE-CHN-EMAIL (WS-TRACE-SUB) = "Y"
105213             MOVE "NOT E-MAILED - NO EMLLOG RECORD ON FILE"
105214                 TO WS-PD-TEXT
105215         ELSE
105216             MOVE "NOT ROUTED TO E-MAIL" TO WS-PD-TEXT
105217         END-IF
105218         GO TO 4600-FORMAT-EMAIL-EXIT
105219     END-IF
105220     MOVE 1 TO WS-PRT-POINTER
105221     STRING "WRITTEN " DELIMITED BY SIZE
105222            WS-TE-EML-DATE (WS-TRACE-SUB) DELIMITED BY SIZE
105223            " " DELIMITED BY SIZE
105224            WS-TE-EML-TIME (WS-TRACE-SUB) DELIMITED BY SIZE
105225            " TO EMAILOUT" DELIMITED BY SIZE
105226         INTO WS-PD-TEXT
105227         WITH POINTER WS-PRT-POINTER
105228     IF WS-TE-EML-BODY (WS-TRACE-SUB) = "L"
105229         STRING " - LETTER TEXT FILE" DELIMITED BY SIZE
105230             INTO WS-PD-TEXT
105231             WITH POINTER WS-PRT-POINTER
105232     ELSE
105233         STRING " - STANDARD WORDING" DELIMITED BY SIZE
105234             INTO WS-PD-TEXT
105235             WITH POINTER WS-PRT-POINTER
105236     END-IF
105237     IF WS-TE-EML-COUNT (WS-TRACE-SUB) > 1
105238         MOVE WS-TE-EML-COUNT (WS-TRACE-SUB) TO WS-ED-COUNT
105239         STRING " (" DELIMITED BY SIZE
105240                WS-ED-COUNT DELIMITED BY SIZE
105241                " EMLLOG RECORDS)" DELIMITED BY SIZE
105242             INTO WS-PD-TEXT
105243             WITH POINTER WS-PRT-POINTER
105244     END-IF.
105245 4600-FORMAT-EMAIL-EXIT.
105246     EXIT.
105300*----------------------------------------------------------
105400* 5100-WRITE-PAGE-HEADING
105500*----------------------------------------------------------
105600 5100-WRITE-PAGE-HEADING.
105700     ADD 1 TO WS-PRT-PAGE-COUNT
105800     MOVE WS-CURRENT-DATE    TO WS-PH1-DATE
105900     MOVE WS-CURRENT-TIME    TO WS-PH1-TIME
106000     MOVE WS-PRT-PAGE-COUNT  TO WS-PH1-PAGE
106100     MOVE WS-FROM-DATE       TO WS-PH2-FROM
106200     MOVE WS-THRU-DATE       TO WS-PH2-THRU
106300     IF WS-SELECT-NAME = SPACES
106400         MOVE "*ANY*" TO WS-PH2-NAME
106500     ELSE
106600         MOVE WS-SELECT-NAME TO WS-PH2-NAME
106700     END-IF
106800     IF WS-SELECT-SITE = SPACES
106900         MOVE "*ANY*" TO WS-PH2-SITE
107000     ELSE
107100         MOVE WS-SELECT-SITE TO WS-PH2-SITE
107200     END-IF
107300     IF WS-SELECT-JOB = SPACES
107400         MOVE "*ANY*" TO WS-PH2-JOB
107500     ELSE
107600         MOVE WS-SELECT-JOB TO WS-PH2-JOB
107700     END-IF
107800     WRITE TRACE-PRINT-RECORD FROM WS-PRT-HEADING-1
107900         AFTER ADVANCING PAGE
108000     WRITE TRACE-PRINT-RECORD FROM WS-PRT-HEADING-2
108100     MOVE SPACES TO TRACE-PRINT-RECORD
108200     WRITE TRACE-PRINT-RECORD
108300     MOVE 3 TO WS-PRT-LINE-COUNT.
108400 5100-WRITE-PAGE-HEADING-EXIT.
108500     EXIT.
108600*----------------------------------------------------------
108700* 8000-FINALIZE
108800*----------------------------------------------------------
108900 8000-FINALIZE.
109000     IF NOT WS-PRT-OPEN
109100         GO TO 8000-FINALIZE-EXIT
109200     END-IF
109300     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 15
109400         PERFORM 5100-WRITE-PAGE-HEADING
109500     END-IF
109600     MOVE SPACES TO TRACE-PRINT-RECORD
109700     WRITE TRACE-PRINT-RECORD
109800     MOVE "ARCHIVED LOG RECORDS READ   - " TO WS-PT-LABEL
109900     MOVE WS-HST-COUNT TO WS-PT-COUNT
110000     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
110100     MOVE "LIVE LOG RECORDS READ       - " TO WS-PT-LABEL
110200     MOVE WS-LOG-COUNT TO WS-PT-COUNT
110300     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
110400     MOVE "DUPLICATE LOG RECORDS       - " TO WS-PT-LABEL
110500     MOVE WS-DUPLICATE-COUNT TO WS-PT-COUNT
110600     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
110700     MOVE "EXTRACT RECORDS READ        - " TO WS-PT-LABEL
110800     MOVE WS-NTF-COUNT TO WS-PT-COUNT
110900     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
111000     MOVE "ACK RECORDS READ            - " TO WS-PT-LABEL
111100     MOVE WS-ACK-COUNT TO WS-PT-COUNT
111200     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
111300     MOVE "DEAD-LETTER RECORDS READ    - " TO WS-PT-LABEL
111400     MOVE WS-DEAD-COUNT TO WS-PT-COUNT
111500     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
111600     MOVE "LETTER LOG RECORDS READ     - " TO WS-PT-LABEL
111700     MOVE WS-LLG-COUNT TO WS-PT-COUNT
111800     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
111810     MOVE "E-MAIL LOG RECORDS READ     - " TO WS-PT-LABEL
111820     MOVE WS-EML-COUNT TO WS-PT-COUNT
111830     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
111900     MOVE "GREETINGS TRACED            - " TO WS-PT-LABEL
112000     MOVE WS-TRACE-COUNT TO WS-PT-COUNT
112100     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
112200     MOVE "  NOT EXTRACTED             - " TO WS-PT-LABEL
112300     MOVE WS-NOT-EXTRACTED-COUNT TO WS-PT-COUNT
112400     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
112500     MOVE "  DEAD-LETTERED             - " TO WS-PT-LABEL
112600     MOVE WS-DEAD-LETTERED-COUNT TO WS-PT-COUNT
112700     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
112710     MOVE "  NOT ROUTED TO QUEUE       - " TO WS-PT-LABEL
112720     MOVE WS-NOT-QUEUE-COUNT TO WS-PT-COUNT
112730     WRITE TRACE-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
112800     IF WS-TRACE-COUNT = ZERO AND RETURN-CODE < 4
112900         MOVE 4 TO RETURN-CODE
113000         MOVE "NO GREETINGS FOUND FOR THE REQUEST"
113100             TO TRACE-PRINT-RECORD
113200         WRITE TRACE-PRINT-RECORD
113300     END-IF
113400     DISPLAY "GRTTRACE - " WS-TRACE-COUNT " GREETING(S) TRACED "
113500         "FROM " WS-HST-COUNT " ARCHIVED AND " WS-LOG-COUNT
113600         " LIVE LOG RECORD(S)".
113700 8000-FINALIZE-EXIT.
113800     EXIT.
113900*----------------------------------------------------------
114000* 9999-EXIT
114100*----------------------------------------------------------
114200 9999-EXIT.
114300     IF WS-HST-OPEN
114400         CLOSE HISTORY-LOG-FILE
114500     END-IF
114600     IF WS-LOG-OPEN
114700         CLOSE GREETING-LOG-FILE
114800     END-IF
114900     IF WS-NTF-OPEN
115000         CLOSE GREETING-NOTIFY-FILE
115100     END-IF
115200     IF WS-ACK-OPEN
115300         CLOSE GREETING-ACK-FILE
115400     END-IF
115500     IF WS-DEAD-OPEN
115600         CLOSE DEAD-LETTER-FILE
115700     END-IF
115800     IF WS-RTY-OPEN
115900         CLOSE RETRY-CONTROL-FILE
116000     END-IF
116100     IF WS-LLG-OPEN
116200         CLOSE LETTER-LOG-FILE
116300     END-IF
116310     IF WS-CHN-OPEN
116320         CLOSE CHANNEL-FILE
116330     END-IF
116340     IF WS-EML-OPEN
116350         CLOSE EMAIL-LOG-FILE
116360     END-IF
116400     IF WS-PRT-OPEN
116500         CLOSE TRACE-PRINT-FILE
116600     END-IF
116700     STOP RUN.
116800 9999-EXIT-EXIT.
116900     EXIT.
