000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTPNDRP.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. DAILY PENDING-CHANGE
001100*                  REPORT FOR TWO-PERSON APPROVAL. BROWSES
001200*                  GRTPEND AND LISTS EVERY MASTER CHANGE STILL
001300*                  WAITING FOR A CHECKER WITH ITS MAKER AND
001400*                  AGE IN DAYS. A CHANGE OLDER THAN THE AGE
001500*                  LIMIT (PARM CARD COLS 1-3, DEFAULT 005) IS
001600*                  MARKED EXPIRED ON THE FILE AND THE REPORT,
001700*                  SO IT CAN NO LONGER BE APPROVED AND MUST BE
001800*                  KEYED AGAIN. DECIDED CHANGES ARE SKIPPED.
001900*                  RC 0 = NOTHING EXPIRED, 4 = ONE OR MORE
002000*                  CHANGES EXPIRED, 8 = BAD PARM OR I/O
002100*                  FAILURE.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARM-CARD-FILE ASSIGN TO SYSIN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-PARM-FILE-STATUS.
003200     SELECT PENDING-CHANGE-FILE ASSIGN TO GRTPEND
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS PND-KEY
003600         FILE STATUS IS WS-PND-FILE-STATUS.
003700     SELECT PENDING-PRINT-FILE ASSIGN TO PNDRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PRT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARM-CARD-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE OMITTED.
004500 01  PARM-CARD-RECORD.
004600     05  PARM-AGE-DAYS            PIC X(03).
004700     05  FILLER                   PIC X(77).
004800 FD  PENDING-CHANGE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  PENDING-CHANGE-RECORD.
005100     COPY GRTPEND.
005200 FD  PENDING-PRINT-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE OMITTED.
005500 01  PENDING-PRINT-RECORD         PIC X(132).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------
005800* SWITCHES
005900*----------------------------------------------------------
006000 01  WS-SWITCHES.
006100     05  WS-PARM-EOF-SW           PIC X(01)   VALUE "N".
006200         88  WS-PARM-EOF                      VALUE "Y".
006300     05  WS-PND-EOF-SW            PIC X(01)   VALUE "N".
006400         88  WS-PND-EOF                       VALUE "Y".
006500     05  WS-PND-OPEN-SW           PIC X(01)   VALUE "N".
006600         88  WS-PND-OPEN                      VALUE "Y".
006700     05  WS-PRT-OPEN-SW           PIC X(01)   VALUE "N".
006800         88  WS-PRT-OPEN                      VALUE "Y".
006900*----------------------------------------------------------
007000* FILE STATUS FIELDS
007100*----------------------------------------------------------
007200 01  WS-PARM-FILE-STATUS          PIC X(02)   VALUE SPACES.
007300     88  WS-PARM-STATUS-OK                    VALUE "00".
007400     88  WS-PARM-STATUS-EOF                   VALUE "10".
007500 01  WS-PND-FILE-STATUS           PIC X(02)   VALUE SPACES.
007600     88  WS-PND-STATUS-OK                     VALUE "00".
007700     88  WS-PND-STATUS-EOF                    VALUE "10".
007800 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
007900     88  WS-PRT-STATUS-OK                     VALUE "00".
008000*----------------------------------------------------------
008100* PARM EDIT
008200*----------------------------------------------------------
008300 01  WS-AGE-LIMIT-DAYS            PIC 9(03)   COMP VALUE 5.
008400*----------------------------------------------------------
008500* DAY-SERIAL WORK FIELDS. A DATE IS TURNED INTO A SERIAL
008600* DAY COUNT (DAYS SINCE 0001-01-01) WITH PLAIN ARITHMETIC
008700* SO THE AGE OF A PENDING CHANGE IS EXACT ACROSS MONTH ENDS
008800* AND LEAP YEARS.
008900*----------------------------------------------------------
009000 01  WS-SERIAL-WORK.
009100     05  WS-SW-DATE.
009200         10  WS-SW-YEAR           PIC 9(04).
009300         10  WS-SW-MONTH          PIC 9(02).
009400         10  WS-SW-DAY            PIC 9(02).
009500     05  WS-SW-DATE-X REDEFINES WS-SW-DATE
009600                                  PIC X(08).
009700     05  WS-SW-SERIAL             PIC 9(08)   COMP.
009800     05  WS-SW-PRIOR-YEAR         PIC 9(04)   COMP.
009900     05  WS-SW-LEAP-DAYS          PIC 9(08)   COMP.
010000     05  WS-LEAP-QUOTIENT         PIC 9(04)   COMP.
010100     05  WS-LEAP-REMAINDER        PIC 9(04)   COMP.
010200 01  WS-MONTH-OFFSET-TABLE-DATA.
010300     05  FILLER                   PIC X(18)
010400         VALUE "000031059090120151".
010500     05  FILLER                   PIC X(18)
010600         VALUE "181212243273304334".
010700 01  WS-MONTH-OFFSET-TABLE REDEFINES
010800     WS-MONTH-OFFSET-TABLE-DATA.
010900     05  WS-MONTH-OFFSET OCCURS 12 TIMES
011000                         PIC 9(03).
011100 01  WS-TODAY-SERIAL              PIC 9(08)   COMP VALUE ZERO.
011200 01  WS-PND-SERIAL                PIC 9(08)   COMP VALUE ZERO.
011300 01  WS-PND-AGE-DAYS              PIC S9(08)  COMP VALUE ZERO.
011400*----------------------------------------------------------
011500* RUN COUNTERS
011600*----------------------------------------------------------
011700 01  WS-COUNTERS.
011800     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
011900     05  WS-LISTED-COUNT          PIC 9(07)   COMP VALUE ZERO.
012000     05  WS-EXPIRED-COUNT         PIC 9(07)   COMP VALUE ZERO.
012100     05  WS-WAITING-COUNT         PIC 9(07)   COMP VALUE ZERO.
012200*----------------------------------------------------------
012300* CURRENT DATE AND TIME
012400*----------------------------------------------------------
012500 01  WS-CURRENT-DATE-TIME.
012600     05  WS-CURRENT-DATE          PIC X(08).
012700     05  WS-CURRENT-TIME          PIC X(08).
012800*----------------------------------------------------------
012900* PENDING-CHANGE REPORT PRINT LINES
013000*----------------------------------------------------------
013100 01  WS-PRT-LINE-COUNT            PIC 9(03)   COMP VALUE 99.
013200 01  WS-PRT-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
013300 01  WS-PRT-PAGE-LIMIT            PIC 9(03)   COMP VALUE 56.
013400 01  WS-PRT-HEADING-1.
013500     05  FILLER                   PIC X(30)   VALUE
013600         "GRTPNDRP PENDING MASTER CHANGE".
013700     05  FILLER                   PIC X(06)   VALUE "- RUN ".
013800     05  WS-PH1-DATE              PIC X(08).
013900     05  FILLER                   PIC X(01)   VALUE SPACE.
014000     05  WS-PH1-TIME              PIC X(08).
014100     05  FILLER                   PIC X(06)   VALUE SPACES.
014200     05  FILLER                   PIC X(05)   VALUE "PAGE ".
014300     05  WS-PH1-PAGE              PIC ZZZZ9.
014400     05  FILLER                   PIC X(63)   VALUE SPACES.
014500 01  WS-PRT-HEADING-2.
014600     05  FILLER                   PIC X(07)   VALUE "SITE".
014700     05  FILLER                   PIC X(07)   VALUE "LANG".
014800     05  FILLER                   PIC X(08)   VALUE "ACTION".
014900     05  FILLER                   PIC X(14)   VALUE "MAKER".
015000     05  FILLER                   PIC X(19)   VALUE
015100         "KEYED DATE/TIME".
015200     05  FILLER                   PIC X(07)   VALUE "  AGE".
015300     05  FILLER                   PIC X(10)   VALUE "STATUS".
015400     05  FILLER                   PIC X(40)   VALUE
015500         "PROPOSED GREETING TEXT".
015600     05  FILLER                   PIC X(20)   VALUE SPACES.
015700 01  WS-PRT-DETAIL-LINE.
015800     05  WS-PD-SITE-CODE          PIC X(05).
015900     05  FILLER                   PIC X(02)   VALUE SPACES.
016000     05  WS-PD-LANGUAGE           PIC X(05).
016100     05  FILLER                   PIC X(02)   VALUE SPACES.
016200     05  WS-PD-ACTION             PIC X(06).
016300     05  FILLER                   PIC X(02)   VALUE SPACES.
016400     05  WS-PD-MAKER-ID           PIC X(12).
016500     05  FILLER                   PIC X(02)   VALUE SPACES.
016600     05  WS-PD-MAKER-DATE         PIC X(08).
016700     05  FILLER                   PIC X(01)   VALUE SPACE.
016800     05  WS-PD-MAKER-TIME         PIC X(08).
016900     05  FILLER                   PIC X(02)   VALUE SPACES.
017000     05  WS-PD-AGE                PIC ZZZZ9.
017100     05  FILLER                   PIC X(02)   VALUE SPACES.
017200     05  WS-PD-STATUS             PIC X(08).
017300     05  FILLER                   PIC X(02)   VALUE SPACES.
017400     05  WS-PD-TEXT               PIC X(40).
017500     05  FILLER                   PIC X(20)   VALUE SPACES.
017600 01  WS-PRT-TOTAL-LINE.
017700     05  WS-PT-LABEL              PIC X(30).
017800     05  WS-PT-COUNT              PIC ZZZZZZ9.
017900     05  FILLER                   PIC X(95)   VALUE SPACES.
018000*----------------------------------------------------------
018100* RETURN CODE VALUES
018200*     00 = PENDING CHANGES LISTED, NONE EXPIRED
018300*     04 = ONE OR MORE PENDING CHANGES EXPIRED
018400*     08 = BAD PARM CARD OR I/O FAILURE
018500*----------------------------------------------------------
018600 PROCEDURE DIVISION.
018700*----------------------------------------------------------
018800* 0000-MAINLINE
018900*----------------------------------------------------------
019000 0000-MAINLINE.
019100     MOVE 0 TO RETURN-CODE
019200     PERFORM 1000-INITIALIZE
019300     PERFORM 2000-BROWSE-PENDING
019400     PERFORM 8000-FINALIZE
019500     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
019600*----------------------------------------------------------
019700* 1000-INITIALIZE
019800*----------------------------------------------------------
019900* A MISSING OR BLANK PARM CARD KEEPS THE DEFAULT AGE LIMIT.
020000*----------------------------------------------------------
020100 1000-INITIALIZE.
020200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020300     ACCEPT WS-CURRENT-TIME FROM TIME
020400     MOVE WS-CURRENT-DATE TO WS-SW-DATE-X
020500     PERFORM 6000-DATE-TO-SERIAL
020600     MOVE WS-SW-SERIAL TO WS-TODAY-SERIAL
020700     OPEN INPUT PARM-CARD-FILE
020800     IF NOT WS-PARM-STATUS-OK AND NOT WS-PARM-STATUS-EOF
020900         DISPLAY "GRTPNDRP - PARM-CARD-FILE OPEN FAILED - "
021000                 "STATUS " WS-PARM-FILE-STATUS
021100         MOVE 8 TO RETURN-CODE
021200         GO TO 9999-EXIT
021300     END-IF
021400     READ PARM-CARD-FILE
021500         AT END
021600             SET WS-PARM-EOF TO TRUE
021700     END-READ
021800     IF NOT WS-PARM-EOF
021900         AND PARM-AGE-DAYS NOT = SPACES
022000         IF PARM-AGE-DAYS IS NUMERIC
022100             MOVE PARM-AGE-DAYS TO WS-AGE-LIMIT-DAYS
022200         ELSE
022300             DISPLAY "GRTPNDRP - AGE DAYS IN COLS 1-3 MUST BE "
022400                 "NUMERIC - GOT '" PARM-AGE-DAYS "'"
022500             MOVE 8 TO RETURN-CODE
022600             CLOSE PARM-CARD-FILE
022700             GO TO 9999-EXIT
022800         END-IF
022900     END-IF
023000     CLOSE PARM-CARD-FILE
023100     OPEN I-O PENDING-CHANGE-FILE
023200     IF NOT WS-PND-STATUS-OK
023300         DISPLAY "GRTPNDRP - PENDING-CHANGE-FILE OPEN FAILED - "
023400                 "STATUS " WS-PND-FILE-STATUS
023500         MOVE 8 TO RETURN-CODE
023600         GO TO 9999-EXIT
023700     ELSE
023800         SET WS-PND-OPEN TO TRUE
023900     END-IF
024000     OPEN OUTPUT PENDING-PRINT-FILE
024100     IF NOT WS-PRT-STATUS-OK
024200         DISPLAY "GRTPNDRP - PENDING-PRINT-FILE OPEN FAILED - "
024300                 "STATUS " WS-PRT-FILE-STATUS
024400         MOVE 8 TO RETURN-CODE
024500         GO TO 9999-EXIT
024600     ELSE
024700         SET WS-PRT-OPEN TO TRUE
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100*----------------------------------------------------------
025200* 2000-BROWSE-PENDING
025300*----------------------------------------------------------
025400* READS THE WHOLE FILE FORWARD. AN EXPIRED CHANGE IS
025500* REWRITTEN IN PLACE - THE KEY DOES NOT CHANGE, SO THE
025600* BROWSE POSITION IS NOT DISTURBED.
025700*----------------------------------------------------------
025800 2000-BROWSE-PENDING.
025900     PERFORM 2900-READ-NEXT-PENDING
026000     PERFORM 2100-PROCESS-PENDING UNTIL WS-PND-EOF.
026100 2000-BROWSE-PENDING-EXIT.
026200     EXIT.
026300*----------------------------------------------------------
026400* 2100-PROCESS-PENDING
026500*----------------------------------------------------------
026600 2100-PROCESS-PENDING.
026700     IF PND-PENDING
026800         ADD 1 TO WS-LISTED-COUNT
026900         PERFORM 2200-COMPUTE-AGE
027000         MOVE PND-SITE-CODE       TO WS-PD-SITE-CODE
027100         MOVE PND-LANGUAGE-CODE   TO WS-PD-LANGUAGE
027200         MOVE PND-ACTION          TO WS-PD-ACTION
027300         MOVE PND-MAKER-ID        TO WS-PD-MAKER-ID
027400         MOVE PND-MAKER-DATE      TO WS-PD-MAKER-DATE
027500         MOVE PND-MAKER-TIME      TO WS-PD-MAKER-TIME
027600         MOVE WS-PND-AGE-DAYS     TO WS-PD-AGE
027700         MOVE PND-AFT-TEXT        TO WS-PD-TEXT
027800         IF WS-PND-AGE-DAYS > WS-AGE-LIMIT-DAYS
027900             PERFORM 2300-EXPIRE-CHANGE
028000         ELSE
028100             ADD 1 TO WS-WAITING-COUNT
028200             MOVE "PENDING"       TO WS-PD-STATUS
028300         END-IF
028400         PERFORM 5000-WRITE-DETAIL-LINE
028500     END-IF
028600     PERFORM 2900-READ-NEXT-PENDING.
028700 2100-PROCESS-PENDING-EXIT.
028800     EXIT.
028900*----------------------------------------------------------
029000* 2200-COMPUTE-AGE
029100*----------------------------------------------------------
029200 2200-COMPUTE-AGE.
029300     IF PND-MAKER-DATE IS NUMERIC
029400         MOVE PND-MAKER-DATE TO WS-SW-DATE-X
029500         PERFORM 6000-DATE-TO-SERIAL
029600         MOVE WS-SW-SERIAL TO WS-PND-SERIAL
029700         COMPUTE WS-PND-AGE-DAYS =
029800             WS-TODAY-SERIAL - WS-PND-SERIAL
029900     ELSE
030000         MOVE 99999 TO WS-PND-AGE-DAYS
030100     END-IF.
030200 2200-COMPUTE-AGE-EXIT.
030300     EXIT.
030400*----------------------------------------------------------
030500* 2300-EXPIRE-CHANGE
030600*----------------------------------------------------------
030700 2300-EXPIRE-CHANGE.
030800     SET PND-EXPIRED TO TRUE
030900     MOVE "BATCH"                  TO PND-CHECKER-TYPE
031000     MOVE "GRTPNDRP"               TO PND-CHECKER-ID
031100     MOVE WS-CURRENT-DATE          TO PND-DECISION-DATE
031200     MOVE WS-CURRENT-TIME          TO PND-DECISION-TIME
031300     MOVE "EXPIRED-NOT APPROVED"   TO PND-DECISION-NOTE
031400     REWRITE PENDING-CHANGE-RECORD
031500         INVALID KEY
031600             CONTINUE
031700     END-REWRITE
031800     IF WS-PND-STATUS-OK
031900         ADD 1 TO WS-EXPIRED-COUNT
032000         MOVE "EXPIRED"            TO WS-PD-STATUS
032100     ELSE
032200         DISPLAY "GRTPNDRP - PENDING-CHANGE-FILE REWRITE FAILED"
032300                 " - STATUS " WS-PND-FILE-STATUS
032400         MOVE 8 TO RETURN-CODE
032500         MOVE "NOT EXPD"           TO WS-PD-STATUS
032600     END-IF.
032700 2300-EXPIRE-CHANGE-EXIT.
032800     EXIT.
032900*----------------------------------------------------------
033000* 2900-READ-NEXT-PENDING
033100*----------------------------------------------------------
033200 2900-READ-NEXT-PENDING.
033300     READ PENDING-CHANGE-FILE NEXT RECORD
033400         AT END
033500             SET WS-PND-EOF TO TRUE
033600     END-READ
033700     IF NOT WS-PND-EOF
033800         IF WS-PND-STATUS-OK
033900             ADD 1 TO WS-READ-COUNT
034000         ELSE
034100             DISPLAY "GRTPNDRP - PENDING-CHANGE-FILE READ FAILED"
034200                     " - STATUS " WS-PND-FILE-STATUS
034300             MOVE 8 TO RETURN-CODE
034400             SET WS-PND-EOF TO TRUE
034500         END-IF
034600     END-IF.
034700 2900-READ-NEXT-PENDING-EXIT.
034800     EXIT.
034900*----------------------------------------------------------
035000* 5000-WRITE-DETAIL-LINE
035100*----------------------------------------------------------
035200 5000-WRITE-DETAIL-LINE.
035300     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT
035400         PERFORM 5100-WRITE-HEADING
035500     END-IF
035600     WRITE PENDING-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
035700     ADD 1 TO WS-PRT-LINE-COUNT
035800     IF NOT WS-PRT-STATUS-OK
035900         DISPLAY "GRTPNDRP - PENDING-PRINT-FILE WRITE FAILED - "
036000                 "STATUS " WS-PRT-FILE-STATUS
036100         MOVE 8 TO RETURN-CODE
036200     END-IF.
036300 5000-WRITE-DETAIL-LINE-EXIT.
036400     EXIT.
036500*----------------------------------------------------------
036600* 5100-WRITE-HEADING
036700*----------------------------------------------------------
036800 5100-WRITE-HEADING.
036900     ADD 1 TO WS-PRT-PAGE-COUNT
037000     MOVE WS-CURRENT-DATE   TO WS-PH1-DATE
037100     MOVE WS-CURRENT-TIME   TO WS-PH1-TIME
037200     MOVE WS-PRT-PAGE-COUNT TO WS-PH1-PAGE
037300     WRITE PENDING-PRINT-RECORD FROM WS-PRT-HEADING-1
037400         AFTER ADVANCING PAGE
037500     WRITE PENDING-PRINT-RECORD FROM WS-PRT-HEADING-2
037600     MOVE SPACES TO PENDING-PRINT-RECORD
037700     WRITE PENDING-PRINT-RECORD
037800     MOVE 3 TO WS-PRT-LINE-COUNT.
037900 5100-WRITE-HEADING-EXIT.
038000     EXIT.
038100*----------------------------------------------------------
038200* 6000-DATE-TO-SERIAL
038300*----------------------------------------------------------
038400* WS-SW-DATE (YYYYMMDD) IN, WS-SW-SERIAL OUT.
038500*----------------------------------------------------------
038600 6000-DATE-TO-SERIAL.
038700     COMPUTE WS-SW-PRIOR-YEAR = WS-SW-YEAR - 1
038800     COMPUTE WS-SW-LEAP-DAYS =
038900         WS-SW-PRIOR-YEAR / 4
039000       - WS-SW-PRIOR-YEAR / 100
039100       + WS-SW-PRIOR-YEAR / 400
039200     COMPUTE WS-SW-SERIAL =
039300         WS-SW-PRIOR-YEAR * 365
039400       + WS-SW-LEAP-DAYS
039500       + WS-MONTH-OFFSET (WS-SW-MONTH)
039600       + WS-SW-DAY
039700     IF WS-SW-MONTH > 2
039800         DIVIDE WS-SW-YEAR BY 4
039900             GIVING WS-LEAP-QUOTIENT
040000             REMAINDER WS-LEAP-REMAINDER
040100         IF WS-LEAP-REMAINDER = ZERO
040200             DIVIDE WS-SW-YEAR BY 100
040300                 GIVING WS-LEAP-QUOTIENT
040400                 REMAINDER WS-LEAP-REMAINDER
040500             IF WS-LEAP-REMAINDER NOT = ZERO
040600                 ADD 1 TO WS-SW-SERIAL
040700             ELSE
040800                 DIVIDE WS-SW-YEAR BY 400
040900                     GIVING WS-LEAP-QUOTIENT
041000                     REMAINDER WS-LEAP-REMAINDER
041100                 IF WS-LEAP-REMAINDER = ZERO
041200                     ADD 1 TO WS-SW-SERIAL
041300                 END-IF
041400             END-IF
041500         END-IF
041600     END-IF.
041700 6000-DATE-TO-SERIAL-EXIT.
041800     EXIT.
041900*----------------------------------------------------------
042000* 8000-FINALIZE
042100*----------------------------------------------------------
042200 8000-FINALIZE.
042300     IF WS-PRT-LINE-COUNT > WS-PRT-PAGE-LIMIT - 6
042400         PERFORM 5100-WRITE-HEADING
042500     END-IF
042600     MOVE SPACES TO PENDING-PRINT-RECORD
042700     WRITE PENDING-PRINT-RECORD
042800     MOVE "EXPIRY AGE LIMIT (DAYS)     - " TO WS-PT-LABEL
042900     MOVE WS-AGE-LIMIT-DAYS TO WS-PT-COUNT
043000     WRITE PENDING-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
043100     MOVE "PENDING CHANGES LISTED      - " TO WS-PT-LABEL
043200     MOVE WS-LISTED-COUNT  TO WS-PT-COUNT
043300     WRITE PENDING-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
043400     MOVE "  STILL AWAITING A CHECKER  - " TO WS-PT-LABEL
043500     MOVE WS-WAITING-COUNT TO WS-PT-COUNT
043600     WRITE PENDING-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
043700     MOVE "  EXPIRED THIS RUN          - " TO WS-PT-LABEL
043800     MOVE WS-EXPIRED-COUNT TO WS-PT-COUNT
043900     WRITE PENDING-PRINT-RECORD FROM WS-PRT-TOTAL-LINE
044000     IF WS-EXPIRED-COUNT > ZERO AND RETURN-CODE < 4
044100         MOVE 4 TO RETURN-CODE
044200     END-IF
044300     DISPLAY "GRTPNDRP - " WS-LISTED-COUNT " PENDING, "
044400         WS-EXPIRED-COUNT " EXPIRED OVER "
044500         WS-AGE-LIMIT-DAYS " DAYS".
044600 8000-FINALIZE-EXIT.
044700     EXIT.
044800*----------------------------------------------------------
044900* 9999-EXIT
045000*----------------------------------------------------------
045100 9999-EXIT.
045200     IF WS-PND-OPEN
045300         CLOSE PENDING-CHANGE-FILE
045400     END-IF
045500     IF WS-PRT-OPEN
045600         CLOSE PENDING-PRINT-FILE
045700     END-IF
045800     STOP RUN.
045900 9999-EXIT-EXIT.
046000     EXIT.
