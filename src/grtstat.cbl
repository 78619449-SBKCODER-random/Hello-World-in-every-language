002430*                  STAT-PRV-MTD-RUN-COUNT FIELD SO THE
002440*                  GRTSTRPT USAGE REPORT CAN SHOW MONTH-
002450*                  OVER-MONTH MOVEMENT PER SITE/LANGUAGE.
002453* 2026-10-15  RH   ADDED THE ROLLING DAILY VOLUME HISTORY
002456*                  (GRTDAYH COPYBOOK, GRTDAYHF DD). THE NIGHT'S
002459*                  GREETLOG RECORDS FOR THE BUSINESS DATE (NEW
002462*                  PARM CARD, DEFAULT TODAY, AS IN GRTNIGHT) ARE
002465*                  TALLIED PER SITE/LANGUAGE - GREETINGS,
002466*                  DEFAULTS (GREETING SOURCE P OR D; THE
002467*                  LOGGED RC IS THE RUN'S HIGH-WATER MARK, NOT
002468*                  THE GREETING'S), FAILURES AND CALENDAR-
002469*                  SOURCED TEXT - AND POSTED AS ONE DAY-SLOT
002470*                  ON EVERY HISTORY RECORD, ZEROES WHERE NOTHING
002474*                  WAS LOGGED, KEEPING THE LAST 60 BUSINESS DAYS
002477*                  FOR THE GRTVOLAN ANOMALY CHECK. A RERUN FOR THE
002480*                  SAME DATE REPLACES ITS SLOT. RC 8 NOW ALSO
002483*                  COVERS A BAD PARM CARD AND A FULL TONIGHT
002486*                  TABLE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003110     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS WS-PARM-FILE-STATUS.
003200     SELECT GREETING-NOTIFY-FILE ASSIGN TO GREETNTF
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS STAT-KEY
003900         FILE STATUS IS WS-STAT-FILE-STATUS.
003910     SELECT GREETING-LOG-FILE ASSIGN TO GREETLOG
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS WS-LOG-FILE-STATUS.
003940     SELECT DAY-HISTORY-FILE ASSIGN TO GRTDAYHF
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS DYNAMIC
003970         RECORD KEY IS DAY-KEY
003980         FILE STATUS IS WS-DAY-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004110 FD  PARM-CARD-FILE
004120     RECORDING MODE IS F
004130     LABEL RECORDS ARE OMITTED.
004140 01  PARM-CARD-RECORD.
004150     05  PARM-BUSINESS-DATE       PIC X(08).
004160     05  FILLER                   PIC X(72).
004200 FD  GREETING-NOTIFY-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE OMITTED.
004800     LABEL RECORDS ARE STANDARD.
004900 01  GREETING-STAT-RECORD.
005000     COPY GREETST.
005005 FD  GREETING-LOG-FILE
005010     RECORDING MODE IS F
005015     LABEL RECORDS ARE OMITTED.
005020 01  GREETING-LOG-RECORD.
005025     05  LOG-RUN-DATE             PIC X(08).
005030     05  LOG-RUN-TIME             PIC X(08).
005035     05  LOG-JOB-NAME             PIC X(08).
005040     05  LOG-MESSAGE-TEXT         PIC X(40).
005045     05  LOG-GREETING-TEXT        PIC X(72).
005050     05  LOG-RETURN-CODE          PIC 9(04).
005055     05  LOG-SITE-CODE            PIC X(05).
005060     05  LOG-LANGUAGE-CODE        PIC X(05).
005065     05  LOG-GREETING-SOURCE      PIC X(01).
005070     05  FILLER                   PIC X(09).
005075 FD  DAY-HISTORY-FILE
005080     LABEL RECORDS ARE STANDARD.
005085 01  DAY-HISTORY-RECORD.
005090     COPY GRTDAYH.
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------
005300* SWITCHES
006100         88  WS-STAT-OPEN                     VALUE "Y".
006200     05  WS-STAT-FOUND-SW         PIC X(01)   VALUE "N".
006300         88  WS-STAT-FOUND                    VALUE "Y".
006305     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
006310         88  WS-PARM-EOF                      VALUE "Y".
006315     05  WS-LOG-EOF-SW            PIC X(01)   VALUE "N".
006320         88  WS-LOG-EOF                       VALUE "Y".
006325     05  WS-LOG-OPEN-SW           PIC X(01)   VALUE "N".
006330         88  WS-LOG-OPEN                      VALUE "Y".
006335     05  WS-DAY-EOF-SW            PIC X(01)   VALUE "N".
006340         88  WS-DAY-EOF                       VALUE "Y".
006345     05  WS-DAY-OPEN-SW           PIC X(01)   VALUE "N".
006350         88  WS-DAY-OPEN                      VALUE "Y".
006355     05  WS-TONIGHT-FOUND-SW      PIC X(01)   VALUE "N".
006360         88  WS-TONIGHT-FOUND                 VALUE "Y".
006365     05  WS-SLOT-FOUND-SW         PIC X(01)   VALUE "N".
006370         88  WS-SLOT-FOUND                    VALUE "Y".
006375     05  WS-SLOT-POSTED-SW        PIC X(01)   VALUE "N".
006380         88  WS-SLOT-POSTED                   VALUE "Y".
006400*----------------------------------------------------------
006500* FILE STATUS FIELDS
006600*----------------------------------------------------------
006800     88  WS-NOTIFY-STATUS-OK                  VALUE "00".
006900 01  WS-STAT-FILE-STATUS          PIC X(02)   VALUE SPACES.
007000     88  WS-STAT-STATUS-OK                    VALUE "00".
007010 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
007020     88  WS-PARM-STATUS-OK                    VALUE "00".
007030     88  WS-PARM-STATUS-EOF                   VALUE "10".
007040 01  WS-LOG-FILE-STATUS           PIC X(02)   VALUE SPACES.
007050     88  WS-LOG-STATUS-OK                     VALUE "00".
007060 01  WS-DAY-FILE-STATUS           PIC X(02)   VALUE SPACES.
007070     88  WS-DAY-STATUS-OK                     VALUE "00".
007100*----------------------------------------------------------
007200* EXTRACT RECORD DATE PARTS FOR PERIOD ROLLING
007300*----------------------------------------------------------
007600     05  WS-NTF-YEAR REDEFINES WS-NTF-MONTH.
007700         10  WS-NTF-YEAR-PART     PIC X(04).
007800         10  FILLER               PIC X(02).
007802*----------------------------------------------------------
007804* THE BUSINESS DATE BEING POSTED - PARM CARD, DEFAULTING TO
007806* TODAY
007808*----------------------------------------------------------
007810 01  WS-CURRENT-DATE              PIC X(08)   VALUE SPACES.
007812 01  WS-BUSINESS-DATE             PIC X(08)   VALUE SPACES.
007814*----------------------------------------------------------
007816* TONIGHT TABLE - ONE ENTRY PER SITE/LANGUAGE LOGGED ON THE
007818* BUSINESS DATE, TALLIED FROM GREETLOG AND THEN POSTED TO THE
007820* DAILY HISTORY. WS-TN-POSTED IS SET WHEN AN EXISTING HISTORY
007822* RECORD TAKES THE ENTRY; THE REST BECOME NEW RECORDS. 5000
007824* ENTRIES MATCHES THE OTHER SITE/LANGUAGE TABLES; OVERFLOW
007826* FORCES RETURN-CODE 8 AND NOTHING IS POSTED.
007828*----------------------------------------------------------
007830 01  WS-TN-MAX                    PIC 9(05)   COMP VALUE 5000.
007832 01  WS-TN-COUNT                  PIC 9(05)   COMP VALUE ZERO.
007834 01  WS-TN-SUB                    PIC 9(05)   COMP VALUE ZERO.
007836 01  WS-TN-MATCH-SUB              PIC 9(05)   COMP VALUE ZERO.
007838 01  WS-TN-SEARCH-KEY.
007840     05  WS-TSK-SITE-CODE         PIC X(05).
007842     05  WS-TSK-LANGUAGE-CODE     PIC X(05).
007844 01  WS-TN-TABLE.
007846     05  WS-TN-ENTRY OCCURS 5000 TIMES.
007848         10  WS-TN-KEY            PIC X(10).
007850         10  WS-TN-RUN-COUNT      PIC 9(07)   COMP.
007852         10  WS-TN-DEFAULT-COUNT  PIC 9(07)   COMP.
007854         10  WS-TN-FAILURE-COUNT  PIC 9(07)   COMP.
007856         10  WS-TN-CALENDAR-COUNT PIC 9(07)   COMP.
007858         10  WS-TN-POSTED-SW      PIC X(01).
007860             88  WS-TN-POSTED                 VALUE "Y".
007862*----------------------------------------------------------
007864* DAY-SLOT POSTING WORK - THE COUNTS GOING INTO TONIGHT'S
007866* SLOT OF THE HISTORY RECORD IN HAND
007868*----------------------------------------------------------
007870 01  WS-SLOT-MAX                  PIC 9(03)   COMP VALUE 60.
007872 01  WS-SLOT-SUB                  PIC 9(03)   COMP VALUE ZERO.
007874 01  WS-SLOT-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
007876 01  WS-POST-COUNTS.
007878     05  WS-POST-RUN-COUNT        PIC 9(07)   COMP.
007880     05  WS-POST-DEFAULT-COUNT    PIC 9(07)   COMP.
007882     05  WS-POST-FAILURE-COUNT    PIC 9(07)   COMP.
007884     05  WS-POST-CALENDAR-COUNT   PIC 9(07)   COMP.
007900*----------------------------------------------------------
008000* RUN COUNTERS
008100*----------------------------------------------------------
008300     05  WS-NTF-COUNT             PIC 9(07)   COMP VALUE ZERO.
008400     05  WS-ADDED-COUNT           PIC 9(07)   COMP VALUE ZERO.
008500     05  WS-UPDATED-COUNT         PIC 9(07)   COMP VALUE ZERO.
008510     05  WS-LOG-TONIGHT-COUNT     PIC 9(07)   COMP VALUE ZERO.
008520     05  WS-DAY-UPDATED-COUNT     PIC 9(07)   COMP VALUE ZERO.
008530     05  WS-DAY-ADDED-COUNT       PIC 9(07)   COMP VALUE ZERO.
008540     05  WS-DAY-TOO-OLD-COUNT     PIC 9(07)   COMP VALUE ZERO.
008600*----------------------------------------------------------
008700* RETURN CODE VALUES
008800*     00 = EXTRACT FULLY ROLLED INTO THE STATISTICS MASTER
008810*          AND THE NIGHT POSTED TO THE DAILY HISTORY
008900*     08 = A REQUIRED FILE COULD NOT BE OPENED, READ OR
009000*          WRITTEN, THE PARM CARD IS BAD OR THE TONIGHT
009010*          TABLE IS FULL - THE MASTER MAY BE PARTIALLY UPDATED
009100*          AND THE RUN SHOULD BE INVESTIGATED BEFORE THE
009200*          EXTRACT IS RELEASED DOWNSTREAM
009300*----------------------------------------------------------
009900     MOVE 0 TO RETURN-CODE
010000     PERFORM 1000-INITIALIZE
010100     PERFORM 2000-ROLL-UP-RECORD UNTIL WS-NTF-EOF
010110     PERFORM 3000-TALLY-LOG-RECORD UNTIL WS-LOG-EOF
010120     IF RETURN-CODE < 8
010130         PERFORM 4000-POST-HISTORY THRU 4000-POST-HISTORY-EXIT
010140     END-IF
010200     PERFORM 8000-FINALIZE
010300     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
010400*----------------------------------------------------------
010500* 1000-INITIALIZE
010600*----------------------------------------------------------
010607 1000-INITIALIZE.
010614     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010621     OPEN INPUT PARM-CARD-FILE
010628     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
010635         DISPLAY "GRTSTAT - PARM-CARD-FILE OPEN FAILED - "
010642                 "STATUS " WS-PARM-FILE-STATUS
010649         MOVE 8 TO RETURN-CODE
010656         GO TO 9999-EXIT
010663     END-IF
010670     READ PARM-CARD-FILE
010677         AT END
010684             SET WS-PARM-EOF TO TRUE
010691     END-READ
010698     IF WS-PARM-EOF OR PARM-BUSINESS-DATE = SPACES
010705         MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
010712     ELSE
010719         IF PARM-BUSINESS-DATE IS NUMERIC
010726             MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
010733         ELSE
010740             DISPLAY "GRTSTAT - BUSINESS DATE '"
010747                 PARM-BUSINESS-DATE "' IS NOT A VALID YYYYMMDD"
010754             MOVE 8 TO RETURN-CODE
010761             CLOSE PARM-CARD-FILE
010768             GO TO 9999-EXIT
010775         END-IF
010782     END-IF
010789     CLOSE PARM-CARD-FILE
010800     OPEN INPUT GREETING-NOTIFY-FILE
010900     IF NOT WS-NOTIFY-STATUS-OK
011000         DISPLAY "GRTSTAT - GREETING-NOTIFY-FILE OPEN FAILED "
012300     ELSE
012400         SET WS-STAT-OPEN TO TRUE
012500     END-IF
012505     OPEN INPUT GREETING-LOG-FILE
012510     IF NOT WS-LOG-STATUS-OK
012515         DISPLAY "GRTSTAT - GREETING-LOG-FILE OPEN FAILED - "
012520                 "STATUS " WS-LOG-FILE-STATUS
012525         MOVE 8 TO RETURN-CODE
012530         GO TO 9999-EXIT
012535     ELSE
012540         SET WS-LOG-OPEN TO TRUE
012545     END-IF
012550     OPEN I-O DAY-HISTORY-FILE
012555     IF NOT WS-DAY-STATUS-OK
012560         DISPLAY "GRTSTAT - DAY-HISTORY-FILE OPEN FAILED - "
012565                 "STATUS " WS-DAY-FILE-STATUS
012570         MOVE 8 TO RETURN-CODE
012575         GO TO 9999-EXIT
012580     ELSE
012585         SET WS-DAY-OPEN TO TRUE
012590     END-IF
012595     PERFORM 3900-READ-LOG
012600     PERFORM 2900-READ-NTF.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.
024500     END-READ.
024600 2900-READ-NTF-EXIT.
024700     EXIT.
024701*----------------------------------------------------------
024702* 3000-TALLY-LOG-RECORD
024703*----------------------------------------------------------
024704* GREETLOG ACCUMULATES ACROSS NIGHTS, SO ONLY THE BUSINESS
024705* DATE'S RECORDS ARE TALLIED. A SUPPRESSED ADDRESSEE (SOURCE
024706* S) WAS NOT GREETED AND IS LEFT OUT, AS IT IS FROM GREETNTF.
024707*----------------------------------------------------------
024708 3000-TALLY-LOG-RECORD.
024709     IF LOG-RUN-DATE = WS-BUSINESS-DATE
024710         AND LOG-GREETING-SOURCE NOT = "S"
024711         ADD 1 TO WS-LOG-TONIGHT-COUNT
024712         PERFORM 3100-FIND-TONIGHT
024713             THRU 3100-FIND-TONIGHT-EXIT
024714         IF WS-TONIGHT-FOUND
024715             ADD 1 TO WS-TN-RUN-COUNT (WS-TN-MATCH-SUB)
024716             IF LOG-GREETING-SOURCE = "P" OR "D"
024717                 ADD 1 TO WS-TN-DEFAULT-COUNT (WS-TN-MATCH-SUB)
024718             END-IF
024719             IF LOG-RETURN-CODE = 8
024720                 ADD 1 TO WS-TN-FAILURE-COUNT (WS-TN-MATCH-SUB)
024721             END-IF
024722             IF LOG-GREETING-SOURCE = "C"
024723                 ADD 1 TO WS-TN-CALENDAR-COUNT (WS-TN-MATCH-SUB)
024724             END-IF
024725         END-IF
024726     END-IF
024727     IF NOT WS-LOG-EOF
024728         PERFORM 3900-READ-LOG
024729     END-IF.
024730 3000-TALLY-LOG-RECORD-EXIT.
024731     EXIT.
024732*----------------------------------------------------------
024733* 3100-FIND-TONIGHT
024734*----------------------------------------------------------
024735 3100-FIND-TONIGHT.
024736     MOVE LOG-SITE-CODE     TO WS-TSK-SITE-CODE
024737     MOVE LOG-LANGUAGE-CODE TO WS-TSK-LANGUAGE-CODE
024738     MOVE "N" TO WS-TONIGHT-FOUND-SW
024739     PERFORM 3110-MATCH-TONIGHT
024740         VARYING WS-TN-SUB FROM 1 BY 1
024741         UNTIL WS-TN-SUB > WS-TN-COUNT
024742            OR WS-TONIGHT-FOUND
024743     IF NOT WS-TONIGHT-FOUND
024744         IF WS-TN-COUNT < WS-TN-MAX
024745             ADD 1 TO WS-TN-COUNT
024746             MOVE WS-TN-COUNT TO WS-TN-MATCH-SUB
024747             MOVE WS-TN-SEARCH-KEY
024748                 TO WS-TN-KEY (WS-TN-MATCH-SUB)
024749             MOVE ZERO TO WS-TN-RUN-COUNT (WS-TN-MATCH-SUB)
024750             MOVE ZERO TO WS-TN-DEFAULT-COUNT (WS-TN-MATCH-SUB)
024751             MOVE ZERO TO WS-TN-FAILURE-COUNT (WS-TN-MATCH-SUB)
024752             MOVE ZERO TO WS-TN-CALENDAR-COUNT (WS-TN-MATCH-SUB)
024753             MOVE "N"  TO WS-TN-POSTED-SW (WS-TN-MATCH-SUB)
024754             SET WS-TONIGHT-FOUND TO TRUE
024755         ELSE
024756             DISPLAY "GRTSTAT - TONIGHT TABLE OVERFLOW AT "
024757                 WS-TN-MAX " ENTRIES"
024758             MOVE 8 TO RETURN-CODE
024759             SET WS-LOG-EOF TO TRUE
024760             GO TO 3100-FIND-TONIGHT-EXIT
024761         END-IF
024762     END-IF.
024763 3100-FIND-TONIGHT-EXIT.
024764     EXIT.
024765*----------------------------------------------------------
024766* 3110-MATCH-TONIGHT
024767*----------------------------------------------------------
024768 3110-MATCH-TONIGHT.
024769     IF WS-TN-KEY (WS-TN-SUB) = WS-TN-SEARCH-KEY
024770         SET WS-TONIGHT-FOUND TO TRUE
024771         MOVE WS-TN-SUB TO WS-TN-MATCH-SUB
024772     END-IF.
024773 3110-MATCH-TONIGHT-EXIT.
024774     EXIT.
024775*----------------------------------------------------------
024776* 3900-READ-LOG
024777*----------------------------------------------------------
024778 3900-READ-LOG.
024779     READ GREETING-LOG-FILE
024780         AT END
024781             SET WS-LOG-EOF TO TRUE
024782     END-READ.
024783 3900-READ-LOG-EXIT.
024784     EXIT.
024785*----------------------------------------------------------
024786* 4000-POST-HISTORY
024787*----------------------------------------------------------
024788* EVERY RECORD ALREADY ON THE DAILY HISTORY TAKES A SLOT FOR
024789* THE BUSINESS DATE - ITS TONIGHT-TABLE COUNTS, OR ZEROES IF
024790* NOTHING WAS LOGGED FOR IT - SO A SITE THAT GOES QUIET IS
024791* STILL RECORDED. TONIGHT-TABLE ENTRIES WITH NO HISTORY YET
024792* ARE WRITTEN AS NEW RECORDS ONCE THE SEQUENTIAL PASS IS
024793* DONE, SO THE PASS NEVER MEETS A RECORD IT HAS JUST ADDED.
024794*----------------------------------------------------------
024795 4000-POST-HISTORY.
024796     MOVE LOW-VALUES TO DAY-KEY
024797     START DAY-HISTORY-FILE KEY IS NOT LESS THAN DAY-KEY
024798         INVALID KEY
024799             SET WS-DAY-EOF TO TRUE
024800     END-START
024801     IF NOT WS-DAY-EOF
024802         PERFORM 4900-READ-NEXT-DAY
024803     END-IF
024804     PERFORM 4100-POST-EXISTING-DAY
024805         THRU 4100-POST-EXISTING-DAY-EXIT
024806         UNTIL WS-DAY-EOF
024807     IF RETURN-CODE >= 8
024808         GO TO 4000-POST-HISTORY-EXIT
024809     END-IF
024810     PERFORM 4500-ADD-NEW-DAY
024811         THRU 4500-ADD-NEW-DAY-EXIT
024812         VARYING WS-TN-SUB FROM 1 BY 1
024813         UNTIL WS-TN-SUB > WS-TN-COUNT
024814            OR RETURN-CODE >= 8.
024815 4000-POST-HISTORY-EXIT.
024816     EXIT.
024817*----------------------------------------------------------
024818* 4100-POST-EXISTING-DAY
024819*----------------------------------------------------------
024820 4100-POST-EXISTING-DAY.
024821     MOVE DAY-KEY TO WS-TN-SEARCH-KEY
024822     MOVE "N" TO WS-TONIGHT-FOUND-SW
024823     PERFORM 3110-MATCH-TONIGHT
024824         VARYING WS-TN-SUB FROM 1 BY 1
024825         UNTIL WS-TN-SUB > WS-TN-COUNT
024826            OR WS-TONIGHT-FOUND
024827     IF WS-TONIGHT-FOUND
024828         PERFORM 4200-LOAD-POST-COUNTS
024829         SET WS-TN-POSTED (WS-TN-MATCH-SUB) TO TRUE
024830     ELSE
024831         MOVE ZERO TO WS-POST-RUN-COUNT
024832         MOVE ZERO TO WS-POST-DEFAULT-COUNT
024833         MOVE ZERO TO WS-POST-FAILURE-COUNT
024834         MOVE ZERO TO WS-POST-CALENDAR-COUNT
024835     END-IF
024836     PERFORM 4300-POST-SLOT THRU 4300-POST-SLOT-EXIT
024837     IF WS-SLOT-POSTED
024838         REWRITE DAY-HISTORY-RECORD
024839         IF WS-DAY-STATUS-OK
024840             ADD 1 TO WS-DAY-UPDATED-COUNT
024841         ELSE
024842             DISPLAY "GRTSTAT - DAY-HISTORY-FILE REWRITE FAILED "
024843                 "- STATUS " WS-DAY-FILE-STATUS
024844             MOVE 8 TO RETURN-CODE
024845             SET WS-DAY-EOF TO TRUE
024846             GO TO 4100-POST-EXISTING-DAY-EXIT
024847         END-IF
024848     END-IF
024849     PERFORM 4900-READ-NEXT-DAY.
024850 4100-POST-EXISTING-DAY-EXIT.
024851     EXIT.
024852*----------------------------------------------------------
024853* 4200-LOAD-POST-COUNTS
024854*----------------------------------------------------------
024855 4200-LOAD-POST-COUNTS.
024856     MOVE WS-TN-RUN-COUNT (WS-TN-MATCH-SUB)
024857         TO WS-POST-RUN-COUNT
024858     MOVE WS-TN-DEFAULT-COUNT (WS-TN-MATCH-SUB)
024859         TO WS-POST-DEFAULT-COUNT
024860     MOVE WS-TN-FAILURE-COUNT (WS-TN-MATCH-SUB)
024861         TO WS-POST-FAILURE-COUNT
024862     MOVE WS-TN-CALENDAR-COUNT (WS-TN-MATCH-SUB)
024863         TO WS-POST-CALENDAR-COUNT.
024864 4200-LOAD-POST-COUNTS-EXIT.
024865     EXIT.
024866*----------------------------------------------------------
024867* 4300-POST-SLOT
024868*----------------------------------------------------------
024869* A SLOT ALREADY HOLDING THE BUSINESS DATE (A RERUN) IS
024870* OVERWRITTEN. OTHERWISE A DATE LATER THAN SLOT 1 PUSHES THE
024871* SLOTS DOWN ONE AND TAKES SLOT 1, THE OLDEST FALLING OFF
024872* WHEN ALL 60 ARE IN USE. A DATE OLDER THAN SLOT 1 THAT WAS
024873* NEVER POSTED CANNOT BE FITTED IN AND IS ONLY COUNTED.
024874*----------------------------------------------------------
024875 4300-POST-SLOT.
024876     MOVE "N" TO WS-SLOT-POSTED-SW
024877     MOVE "N" TO WS-SLOT-FOUND-SW
024878     PERFORM 4310-MATCH-SLOT
024879         VARYING WS-SLOT-SUB FROM 1 BY 1
024880         UNTIL WS-SLOT-SUB > DAY-SLOT-COUNT
024881            OR WS-SLOT-FOUND
024882     IF NOT WS-SLOT-FOUND
024883         IF DAY-SLOT-COUNT > ZERO
024884             AND WS-BUSINESS-DATE < DAY-BUSINESS-DATE (1)
024885             ADD 1 TO WS-DAY-TOO-OLD-COUNT
024886             GO TO 4300-POST-SLOT-EXIT
024887         END-IF
024888         IF DAY-SLOT-COUNT < WS-SLOT-MAX
024889             ADD 1 TO DAY-SLOT-COUNT
024890         END-IF
024891         PERFORM 4320-SHIFT-SLOT
024892             VARYING WS-SLOT-SUB FROM DAY-SLOT-COUNT BY -1
024893             UNTIL WS-SLOT-SUB < 2
024894         MOVE 1 TO WS-SLOT-MATCH-SUB
024895     END-IF
024896     MOVE WS-BUSINESS-DATE
024897         TO DAY-BUSINESS-DATE (WS-SLOT-MATCH-SUB)
024898     MOVE WS-POST-RUN-COUNT
024899         TO DAY-RUN-COUNT (WS-SLOT-MATCH-SUB)
024900     MOVE WS-POST-DEFAULT-COUNT
024901         TO DAY-DEFAULT-COUNT (WS-SLOT-MATCH-SUB)
024902     MOVE WS-POST-FAILURE-COUNT
024903         TO DAY-FAILURE-COUNT (WS-SLOT-MATCH-SUB)
024904     MOVE WS-POST-CALENDAR-COUNT
024905         TO DAY-CALENDAR-COUNT (WS-SLOT-MATCH-SUB)
024906     MOVE WS-CURRENT-DATE TO DAY-LAST-POSTED-DATE
024907     SET WS-SLOT-POSTED TO TRUE.
024908 4300-POST-SLOT-EXIT.
024909     EXIT.
024910*----------------------------------------------------------
024911* 4310-MATCH-SLOT
024912*----------------------------------------------------------
024913 4310-MATCH-SLOT.
024914     IF DAY-BUSINESS-DATE (WS-SLOT-SUB) = WS-BUSINESS-DATE
024915         SET WS-SLOT-FOUND TO TRUE
024916         MOVE WS-SLOT-SUB TO WS-SLOT-MATCH-SUB
024917     END-IF.
024918 4310-MATCH-SLOT-EXIT.
024919     EXIT.
024920*----------------------------------------------------------
024921* 4320-SHIFT-SLOT
024922*----------------------------------------------------------
024923 4320-SHIFT-SLOT.
024924     MOVE DAY-SLOT (WS-SLOT-SUB - 1) TO DAY-SLOT (WS-SLOT-SUB).
024925 4320-SHIFT-SLOT-EXIT.
024926     EXIT.
024927*----------------------------------------------------------
024928* 4500-ADD-NEW-DAY
024929*----------------------------------------------------------
024930 4500-ADD-NEW-DAY.
024931     IF WS-TN-POSTED (WS-TN-SUB)
024932         GO TO 4500-ADD-NEW-DAY-EXIT
024933     END-IF
024934     MOVE WS-TN-SUB TO WS-TN-MATCH-SUB
024935     MOVE SPACES TO DAY-HISTORY-RECORD
024936     MOVE WS-TN-KEY (WS-TN-SUB) TO DAY-KEY
024937     MOVE ZERO TO DAY-SLOT-COUNT
024938     PERFORM 4200-LOAD-POST-COUNTS
024939     PERFORM 4300-POST-SLOT THRU 4300-POST-SLOT-EXIT
024940     WRITE DAY-HISTORY-RECORD
024941     IF WS-DAY-STATUS-OK
024942         ADD 1 TO WS-DAY-ADDED-COUNT
024943     ELSE
024944         DISPLAY "GRTSTAT - DAY-HISTORY-FILE WRITE FAILED - "
024945             "STATUS " WS-DAY-FILE-STATUS
024946         MOVE 8 TO RETURN-CODE
024947     END-IF.
024948 4500-ADD-NEW-DAY-EXIT.
024949     EXIT.
024950*----------------------------------------------------------
024951* 4900-READ-NEXT-DAY
024952*----------------------------------------------------------
024953 4900-READ-NEXT-DAY.
024954     READ DAY-HISTORY-FILE NEXT RECORD
024955         AT END
024956             SET WS-DAY-EOF TO TRUE
024957     END-READ.
024958 4900-READ-NEXT-DAY-EXIT.
024959     EXIT.
024960*----------------------------------------------------------
024961* 8000-FINALIZE
025000*----------------------------------------------------------
025100 8000-FINALIZE.
025200     DISPLAY "GRTSTAT - " WS-NTF-COUNT " EXTRACT RECORD(S) - "
025300         WS-ADDED-COUNT " STAT RECORD(S) ADDED, "
025400         WS-UPDATED-COUNT " UPDATED"
025410     DISPLAY "GRTSTAT - " WS-LOG-TONIGHT-COUNT " GREETING(S) "
025420         "LOGGED FOR " WS-BUSINESS-DATE " - "
025430         WS-DAY-ADDED-COUNT " DAY HISTORY RECORD(S) ADDED, "
025440         WS-DAY-UPDATED-COUNT " UPDATED"
025450     IF WS-DAY-TOO-OLD-COUNT > ZERO
025460         DISPLAY "GRTSTAT - " WS-DAY-TOO-OLD-COUNT
025470             " DAY HISTORY RECORD(S) ALREADY PAST "
025480             WS-BUSINESS-DATE " - NOT POSTED"
025490     END-IF.
025500 8000-FINALIZE-EXIT.
025600     EXIT.
025700*----------------------------------------------------------
026400     IF WS-STAT-OPEN
026500         CLOSE GREETING-STAT-FILE
026600     END-IF
026610     IF WS-LOG-OPEN
026620         CLOSE GREETING-LOG-FILE
026630     END-IF
026640     IF WS-DAY-OPEN
026650         CLOSE DAY-HISTORY-FILE
026660     END-IF
026700     STOP RUN.
026800 9999-EXIT-EXIT.
026900     EXIT.
