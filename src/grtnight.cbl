002690*                  TO-DATE COUNTS AND ONE OLD RC-8 RUN KEPT
002691*                  EVERY MORNING AT ** ATTENTION UNTIL
002692*                  ARCHIVAL.
002693* 2026-10-15  RH   THE PAGE NOW SHOWS HOW MANY ADDRESSEES
002694*                  HELLO-DRIVER SUPPRESSED FOR THE NIGHT
002695*                  (LOG-GREETING-SOURCE "S", DO-NOT-CONTACT
002696*                  FILE). THEY ARE STILL PART OF THE LOGGED
002697*                  COUNT AND DO NOT AFFECT THE VERDICT.
002707* 2026-10-15  RH   THE PAGE NOW LISTS THE NIGHT'S GREETING
002717*                  VOLUME ANOMALIES FROM GRTVOLAN (VOLEXCP DD,
002727*                  GRTVOLX COPYBOOK) - SITE/LANGUAGES OUTSIDE
002737*                  THE BAND AROUND THEIR TRAILING AVERAGE AND
002747*                  LIVE SITES THAT GREETED NOBODY. ANY ANOMALY
002757*                  MAKES THE VERDICT ATTENTION. WHEN GRTVOLAN
002767*                  CHECKED THE NIGHT MORE THAN ONCE, ONLY THE
002777*                  LATEST RUN'S RECORDS ARE TAKEN.
002787*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
004500     SELECT STATUS-PRINT-FILE ASSIGN TO NIGHTRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PRT-FILE-STATUS.
004710     SELECT VOLUME-ANOMALY-FILE ASSIGN TO VOLEXCP
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-VOX-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
004910 FD  PARM-CARD-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE OMITTED.
008100 01  STATUS-PRINT-RECORD          PIC X(132).
008110 FD  VOLUME-ANOMALY-FILE
008120     RECORDING MODE IS F
008130     LABEL RECORDS ARE OMITTED.
008140 01  VOLUME-ANOMALY-RECORD.
008150     COPY GRTVOLX.
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------
008400* SWITCHES
010400         88  WS-REASON-FOUND                  VALUE "Y".
010500     05  WS-ATTENTION-SW          PIC X(01)   VALUE "N".
010600         88  WS-ATTENTION                     VALUE "Y".
010610     05  WS-VOX-EOF-SW            PIC X(01)   VALUE "N".
010620         88  WS-VOX-EOF                       VALUE "Y".
010630     05  WS-VOX-OPEN-SW           PIC X(01)   VALUE "N".
010640         88  WS-VOX-OPEN                      VALUE "Y".
010650     05  WS-VOX-CHECKED-SW        PIC X(01)   VALUE "N".
010660         88  WS-VOX-CHECKED                   VALUE "Y".
010700*----------------------------------------------------------
010800* FILE STATUS FIELDS
010900*----------------------------------------------------------
011500     88  WS-CKPT-STATUS-OK                    VALUE "00".
011600 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
011700     88  WS-PRT-STATUS-OK                     VALUE "00".
011710 01  WS-VOX-FILE-STATUS           PIC X(02)   VALUE SPACES.
011720     88  WS-VOX-STATUS-OK                     VALUE "00".
011800*----------------------------------------------------------
011900* PER-JOB RUN TABLE FROM THE GREETING LOG
012000*----------------------------------------------------------
014092         10  WS-CT-RECORD-COUNT   PIC 9(07)   COMP.
014093         10  WS-CT-RUN-DATE       PIC X(08).
014094         10  WS-CT-RUN-TIME       PIC X(08).
014099*----------------------------------------------------------
014104* VOLUME ANOMALY TABLE - THE NIGHT'S ANOMALIES FROM THE
014109* LATEST GRTVOLAN RUN. VOLEXCP IS WRITTEN DISP=MOD, SO A
014114* RECORD STAMPED LATER THAN THE SET HELD STARTS THE SET AGAIN.
014119*----------------------------------------------------------
014124 01  WS-VAX-MAX                   PIC 9(03)   COMP VALUE 20.
014129 01  WS-VAX-COUNT                 PIC 9(03)   COMP VALUE ZERO.
014134 01  WS-VAX-SUB                   PIC 9(03)   COMP VALUE ZERO.
014139 01  WS-VAX-TABLE.
014144     05  WS-VAX-ENTRY OCCURS 20 TIMES.
014149         10  WS-VA-TYPE           PIC X(01).
014154         10  WS-VA-SITE-CODE      PIC X(05).
014159         10  WS-VA-LANGUAGE-CODE  PIC X(05).
014164         10  WS-VA-TONIGHT-COUNT  PIC 9(07)   COMP.
014169         10  WS-VA-AVERAGE-COUNT  PIC 9(07)V99 COMP.
014174 01  WS-VOX-HELD-STAMP            PIC X(16)   VALUE SPACES.
014179 01  WS-VOX-THIS-STAMP.
014184     05  WS-VTS-DATE              PIC X(08).
014189     05  WS-VTS-TIME              PIC X(08).
014194*----------------------------------------------------------
014200* RUN COUNTERS AND VERDICT WORK
014300*----------------------------------------------------------
014400 01  WS-COUNTERS.
014600     05  WS-ERR-COUNT             PIC 9(07)   COMP VALUE ZERO.
014700     05  WS-CKPT-COUNT            PIC 9(07)   COMP VALUE ZERO.
014800     05  WS-HIGHEST-RC            PIC 9(04)   COMP VALUE ZERO.
014810     05  WS-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
014820     05  WS-VOX-COUNT             PIC 9(07)   COMP VALUE ZERO.
014900*----------------------------------------------------------
015000* CURRENT DATE AND TIME FOR THE PAGE HEADING
015100*----------------------------------------------------------
020200     05  FILLER                   PIC X(01)   VALUE SPACE.
020300     05  WS-CL-RUN-TIME           PIC X(08).
020400     05  FILLER                   PIC X(74)   VALUE SPACES.
020407 01  WS-VOX-LINE.
020414     05  FILLER                   PIC X(02)   VALUE SPACES.
020421     05  WS-VXL-SITE-CODE         PIC X(05).
020428     05  FILLER                   PIC X(02)   VALUE SPACES.
020435     05  WS-VXL-LANGUAGE          PIC X(05).
020442     05  FILLER                   PIC X(02)   VALUE SPACES.
020449     05  WS-VXL-TEXT              PIC X(24).
020456     05  FILLER                   PIC X(08)   VALUE "TONIGHT ".
020463     05  WS-VXL-TONIGHT           PIC ZZZZZZ9.
020470     05  WS-VXL-AVERAGE-PART.
020477         10  FILLER               PIC X(10)   VALUE "  AVERAGE ".
020484         10  WS-VXL-AVERAGE       PIC ZZZZZZ9.99.
020491     05  FILLER                   PIC X(57)   VALUE SPACES.
020500 01  WS-TOTAL-LINE.
020600     05  WS-TL-LABEL              PIC X(30).
020700     05  WS-TL-COUNT              PIC ZZZZZZ9.
021500*     00 = EVERY JOB RAN CLEAN, NOTHING REJECTED, NO
021600*          LEFTOVER CHECKPOINTS - VERDICT OK
021700*     04 = VERDICT ATTENTION - REJECTS, A FAILED OR
021800*          ABANDONED RUN, A GREETING VOLUME ANOMALY, OR NO
021810*          GREETINGS LOGGED AT ALL
021900*     08 = A REQUIRED INPUT OR THE REPORT COULD NOT BE
022000*          OPENED OR READ
022100*----------------------------------------------------------
022900     PERFORM 2000-TALLY-LOG-RECORD UNTIL WS-LOG-EOF
023000     PERFORM 3000-TALLY-ERROR-RECORD UNTIL WS-ERR-EOF
023100     PERFORM 4000-TALLY-CHECKPOINT UNTIL WS-CKPT-EOF
023110     PERFORM 4500-TALLY-VOLUME-ANOMALY UNTIL WS-VOX-EOF
023200     PERFORM 5000-PRINT-STATUS-PAGE
023300     PERFORM 8000-FINALIZE
023400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
027400     ELSE
027500         SET WS-PRT-OPEN TO TRUE
027600     END-IF
027610     OPEN INPUT VOLUME-ANOMALY-FILE
027620     IF NOT WS-VOX-STATUS-OK
027630         DISPLAY "GRTNIGHT - VOLUME-ANOMALY-FILE OPEN FAILED - "
027640                 "STATUS " WS-VOX-FILE-STATUS
027650         MOVE 8 TO RETURN-CODE
027660         GO TO 9999-EXIT
027670     ELSE
027680         SET WS-VOX-OPEN TO TRUE
027690     END-IF
027700     PERFORM 2900-READ-LOG
027800     PERFORM 2910-READ-ERROR
027900     PERFORM 2920-READ-CHECKPOINT
027910     PERFORM 2930-READ-VOLUME-ANOMALY.
028000 1000-INITIALIZE-EXIT.
028100     EXIT.
028200*----------------------------------------------------------
028700         IF LOG-RETURN-CODE > WS-HIGHEST-RC
028800             MOVE LOG-RETURN-CODE TO WS-HIGHEST-RC
028900         END-IF
028910         IF LOG-GREETING-SOURCE = "S"
028920             ADD 1 TO WS-SUPPRESSED-COUNT
028930         END-IF
029000         PERFORM 2100-TALLY-JOB
029100             THRU 2100-TALLY-JOB-EXIT
029150     END-IF
036300     END-READ.
036400 2920-READ-CHECKPOINT-EXIT.
036500     EXIT.
036509*----------------------------------------------------------
036518* 2930-READ-VOLUME-ANOMALY
036527*----------------------------------------------------------
036536 2930-READ-VOLUME-ANOMALY.
036545     READ VOLUME-ANOMALY-FILE
036554         AT END
036563             SET WS-VOX-EOF TO TRUE
036572     END-READ.
036581 2930-READ-VOLUME-ANOMALY-EXIT.
036590     EXIT.
036600*----------------------------------------------------------
036700* 3000-TALLY-ERROR-RECORD
036800*----------------------------------------------------------
043300     PERFORM 2920-READ-CHECKPOINT.
043400 4000-TALLY-CHECKPOINT-EXIT.
043500     EXIT.
043502*----------------------------------------------------------
043504* 4500-TALLY-VOLUME-ANOMALY
043506*----------------------------------------------------------
043508* ONLY THE NIGHT BEING REPORTED COUNTS. GRTVOLAN ENDS EACH
043510* RUN WITH A SUMMARY RECORD, SO A SET WITHOUT ONE IS A CHECK
043512* THAT NEVER RAN OR NEVER FINISHED FOR THE NIGHT.
043514*----------------------------------------------------------
043516 4500-TALLY-VOLUME-ANOMALY.
043518     IF VOX-BUSINESS-DATE = WS-REPORT-DATE
043520         MOVE VOX-REPORT-DATE TO WS-VTS-DATE
043522         MOVE VOX-REPORT-TIME TO WS-VTS-TIME
043524         IF WS-VOX-THIS-STAMP NOT = WS-VOX-HELD-STAMP
043526             MOVE WS-VOX-THIS-STAMP TO WS-VOX-HELD-STAMP
043528             MOVE ZERO TO WS-VOX-COUNT
043530             MOVE ZERO TO WS-VAX-COUNT
043532             MOVE "N"  TO WS-VOX-CHECKED-SW
043534         END-IF
043536         IF VOX-SUMMARY
043538             SET WS-VOX-CHECKED TO TRUE
043540         ELSE
043542             ADD 1 TO WS-VOX-COUNT
043544             IF WS-VAX-COUNT < WS-VAX-MAX
043546                 ADD 1 TO WS-VAX-COUNT
043548                 MOVE VOX-RECORD-TYPE
043550                     TO WS-VA-TYPE (WS-VAX-COUNT)
043552                 MOVE VOX-SITE-CODE
043554                     TO WS-VA-SITE-CODE (WS-VAX-COUNT)
043556                 MOVE VOX-LANGUAGE-CODE
043558                     TO WS-VA-LANGUAGE-CODE (WS-VAX-COUNT)
043560                 MOVE VOX-TONIGHT-COUNT
043562                     TO WS-VA-TONIGHT-COUNT (WS-VAX-COUNT)
043564                 MOVE VOX-AVERAGE-COUNT
043566                     TO WS-VA-AVERAGE-COUNT (WS-VAX-COUNT)
043568             END-IF
043570         END-IF
043572     END-IF
043574     PERFORM 2930-READ-VOLUME-ANOMALY.
043576 4500-TALLY-VOLUME-ANOMALY-EXIT.
043578     EXIT.
043600*----------------------------------------------------------
043700* 5000-PRINT-STATUS-PAGE
043800*----------------------------------------------------------
043900* ONE PAGE, FIVE BLOCKS: VERDICT, PER-JOB RUN COUNTS,
044000* REJECTS BY REASON, LEFTOVER CHECKPOINTS, VOLUME
044010* ANOMALIES. THE VERDICT LINE
044100* COMES FIRST SO THE OPERATOR NEVER HAS TO READ PAST IT ON
044200* A CLEAN NIGHT.
044300*----------------------------------------------------------
048710             VARYING WS-CKT-SUB FROM 1 BY 1
048720             UNTIL WS-CKT-SUB > WS-CKT-COUNT
048800     END-IF
048803     MOVE SPACES TO STATUS-PRINT-RECORD
048806     WRITE STATUS-PRINT-RECORD
048809     MOVE "GREETING VOLUME ANOMALIES (GRTVOLAN)"
048812         TO WS-SL-TITLE
048815     WRITE STATUS-PRINT-RECORD FROM WS-SECTION-LINE
048818     IF NOT WS-VOX-CHECKED
048821         MOVE "VOLUME CHECK DID NOT RUN OR FINISH FOR THE NIGHT"
048824             TO WS-NL-TEXT
048827         WRITE STATUS-PRINT-RECORD FROM WS-NOTE-LINE
048830     END-IF
048833     IF WS-VOX-COUNT = ZERO
048836         IF WS-VOX-CHECKED
048839             MOVE "NONE - IN BAND, EVERY LIVE SITE GREETED"
048842                 TO WS-NL-TEXT
048845             WRITE STATUS-PRINT-RECORD FROM WS-NOTE-LINE
048848         END-IF
048851     ELSE
048854         PERFORM 5400-PRINT-ONE-ANOMALY
048857             VARYING WS-VAX-SUB FROM 1 BY 1
048860             UNTIL WS-VAX-SUB > WS-VAX-COUNT
048863         IF WS-VOX-COUNT > WS-VAX-COUNT
048866             MOVE "MORE ON THE GRTVOLAN REPORT" TO WS-NL-TEXT
048869             WRITE STATUS-PRINT-RECORD FROM WS-NOTE-LINE
048872         END-IF
048875     END-IF
048900     MOVE SPACES TO STATUS-PRINT-RECORD
049000     WRITE STATUS-PRINT-RECORD
049100     MOVE "GREETINGS LOGGED            - " TO WS-TL-LABEL
049200     MOVE WS-LOG-COUNT TO WS-TL-COUNT
049300     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
049310     MOVE "SUPPRESSED - DO NOT CONTACT - " TO WS-TL-LABEL
049320     MOVE WS-SUPPRESSED-COUNT TO WS-TL-COUNT
049330     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
049400     MOVE "REJECTED TEXTS              - " TO WS-TL-LABEL
049500     MOVE WS-ERR-COUNT TO WS-TL-COUNT
049600     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
049700     MOVE "LEFTOVER CHECKPOINTS        - " TO WS-TL-LABEL
049800     MOVE WS-CKPT-COUNT TO WS-TL-COUNT
049900     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
049910     MOVE "GREETING VOLUME ANOMALIES   - " TO WS-TL-LABEL
049920     MOVE WS-VOX-COUNT TO WS-TL-COUNT
049930     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
050000     MOVE "HIGHEST LOGGED RETURN CODE  - " TO WS-TL-LABEL
050100     MOVE WS-HIGHEST-RC TO WS-TL-COUNT
050200     WRITE STATUS-PRINT-RECORD FROM WS-TOTAL-LINE
052894 5300-PRINT-ONE-CHECKPOINT-EXIT.
052896     EXIT.
052900*----------------------------------------------------------
052904* 5400-PRINT-ONE-ANOMALY
052908*----------------------------------------------------------
052912 5400-PRINT-ONE-ANOMALY.
052916     MOVE WS-VA-SITE-CODE (WS-VAX-SUB)     TO WS-VXL-SITE-CODE
052920     MOVE WS-VA-LANGUAGE-CODE (WS-VAX-SUB) TO WS-VXL-LANGUAGE
052924     MOVE WS-VA-TONIGHT-COUNT (WS-VAX-SUB) TO WS-VXL-TONIGHT
052928     MOVE "  AVERAGE "                     TO WS-VXL-AVERAGE-PART
052932     MOVE WS-VA-AVERAGE-COUNT (WS-VAX-SUB) TO WS-VXL-AVERAGE
052936     EVALUATE WS-VA-TYPE (WS-VAX-SUB)
052940         WHEN "H"
052944             MOVE "ABOVE THE VOLUME BAND"  TO WS-VXL-TEXT
052948         WHEN "L"
052952             MOVE "BELOW THE VOLUME BAND"  TO WS-VXL-TEXT
052956         WHEN OTHER
052960             MOVE "LIVE SITE NOT GREETED"  TO WS-VXL-TEXT
052964             MOVE SPACES TO WS-VXL-AVERAGE-PART
052968     END-EVALUATE
052972     WRITE STATUS-PRINT-RECORD FROM WS-VOX-LINE.
052976 5400-PRINT-ONE-ANOMALY-EXIT.
052980     EXIT.
052984*----------------------------------------------------------
053000* 5500-JUDGE-THE-NIGHT
053100*----------------------------------------------------------
053200* THE VERDICT IS ATTENTION WHEN ANYTHING NEEDS A HUMAN:
053300* A LEFTOVER CHECKPOINT, ANY REJECT, A LOGGED RUN AT RC 8,
053310* A GREETING VOLUME ANOMALY FLAGGED BY GRTVOLAN,
053400* OR NO GREETINGS AT ALL (THE WINDOW NEVER RAN). DEFAULTED
053500* RUNS (RC 4) ALONE DO NOT PAGE ANYONE - THEY ARE ALREADY
053600* ON THE GRTSTRPT EXCEPTION SECTION.
054900         SET WS-ATTENTION TO TRUE
055000         MOVE "A RUN LOGGED RETURN CODE 8" TO WS-VL-NOTE
055100     END-IF
055110     IF WS-VOX-COUNT > ZERO AND WS-VL-NOTE = SPACES
055120         SET WS-ATTENTION TO TRUE
055130         MOVE "GREETING VOLUME ANOMALY FLAGGED" TO WS-VL-NOTE
055140     END-IF
055200     IF WS-LOG-COUNT = ZERO AND WS-VL-NOTE = SPACES
055300         SET WS-ATTENTION TO TRUE
055400         MOVE "NO GREETINGS WERE LOGGED" TO WS-VL-NOTE
057100     DISPLAY "GRTNIGHT - VERDICT " WS-VL-VERDICT " - "
057200         WS-LOG-COUNT " LOGGED, "
057300         WS-ERR-COUNT " REJECTED, "
057310         WS-SUPPRESSED-COUNT " SUPPRESSED, "
057320         WS-VOX-COUNT " VOLUME ANOMALIES, "
057400         WS-CKPT-COUNT " LEFTOVER CHECKPOINT(S)".
057500 8000-FINALIZE-EXIT.
057600     EXIT.
059000     IF WS-PRT-OPEN
059100         CLOSE STATUS-PRINT-FILE
059200     END-IF
059210     IF WS-VOX-OPEN
059220         CLOSE VOLUME-ANOMALY-FILE
059230     END-IF
059300     STOP RUN.
059400 9999-EXIT-EXIT.
059500     EXIT.
