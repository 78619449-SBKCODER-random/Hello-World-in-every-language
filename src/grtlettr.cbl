002200*                  WORDING AND THE RUN ENDS RC 4; EXTRACT
002300*                  RECORDS FROM FAILED RUNS (RETURN CODE 8)
002400*                  ARE SKIPPED AND COUNTED, NOT PRINTED.
002408* 2026-10-15  RH   NO LETTER IS PRINTED FOR AN ADDRESSEE ON
002416*                  THE DO-NOT-CONTACT FILE (SUPPFILE DD,
002424*                  SUPPRC COPYBOOK), EVEN WHEN THE EXTRACT
002432*                  RECORD WAS WRITTEN BEFORE THE SUPPRESSION
002440*                  WAS ADDED. THE SUPPRESSIONS IN FORCE ARE
002448*                  LOADED AT INITIALIZE AND MATCHED ON SITE
002456*                  CODE AND THE ADDRESSEE NAME IN THE
002464*                  GREETING TEXT, THE SAME CHECK GRTBRDGE
002472*                  MAKES. WITHHELD LETTERS ARE COUNTED
002480*                  SEPARATELY AND DO NOT RAISE THE RETURN
002488*                  CODE. RC 8 IF THE FILE CANNOT BE OPENED.
002489* 2026-10-15  RH   EVERY EXTRACT RECORD NOW ALSO WRITES A
002490*                  LETTER LOG RECORD (LTRLOG COPYBOOK, LTRLOG
002491*                  DD) - PRINTED WITH ITS SEQUENCE NUMBER,
002492*                  WITHHELD OR SKIPPED - SO A DELIVERY TRACE
002493*                  CAN SAY WHAT BECAME OF THE LETTER WITHOUT
002494*                  THE SYSOUT PRINT. RC 8 IF THE LOG CANNOT BE
002495*                  OPENED OR WRITTEN.
002503* 2026-10-15  RH   ONLY RECORDS WHOSE SITE/LANGUAGE IS ROUTED
002511*                  TO THE PRINT CHANNEL ARE PRINTED. THE ROUTING
002519*                  COMES FROM THE DELIVERY-CHANNEL FILE
002527*                  (GRTCHNL DD AND COPYBOOK) - THE SITE/
002535*                  LANGUAGE RECORD, ELSE THE SITE-WIDE RECORD,
002543*                  ELSE QUEUE PLUS PRINT AS BEFORE. ANY OTHER
002551*                  RECORD IS COUNTED AND LOGGED WITH LETTER
002559*                  STATUS N (NOT A PRINT-CHANNEL SITE) AND DOES
002567*                  NOT RAISE THE RETURN CODE. RC 8 IF THE FILE
002575*                  CANNOT BE OPENED.
002579* 2026-10-15  RH   A SUPPRESSION TABLE OVERFLOW NOW STOPS THE RUN
002583*                  AT RC 8 BEFORE ANY LETTER IS PRINTED, INSTEAD
002587*                  OF CARRYING ON WITH A PARTIAL TABLE AND
002591*                  LETTERING ADDRESSEES WHO OPTED OUT.
002595*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
004000     SELECT LETTER-PRINT-FILE ASSIGN TO LTRPRNT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PRT-FILE-STATUS.
004210     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS SUP-KEY
004250         FILE STATUS IS WS-SUP-FILE-STATUS.
004260     SELECT LETTER-LOG-FILE ASSIGN TO LTRLOG
004270         ORGANIZATION IS SEQUENTIAL
004280         FILE STATUS IS WS-LLG-FILE-STATUS.
004283     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
004286         ORGANIZATION IS INDEXED
004289         ACCESS MODE IS RANDOM
004292         RECORD KEY IS CHN-KEY
004295         FILE STATUS IS WS-CHN-FILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  GREETING-NOTIFY-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE OMITTED.
005700 01  LETTER-PRINT-RECORD          PIC X(132).
005710 FD  SUPPRESSION-FILE
005720     LABEL RECORDS ARE STANDARD.
005730 01  SUPPRESSION-RECORD.
005740     COPY SUPPRC.
005750 FD  LETTER-LOG-FILE
005760     RECORDING MODE IS F
005770     LABEL RECORDS ARE OMITTED.
005780 01  LETTER-LOG-RECORD.
005790     COPY LTRLOG.
005792 FD  CHANNEL-FILE
005794     LABEL RECORDS ARE STANDARD.
005796 01  CHANNEL-RECORD.
005798     COPY GRTCHNL.
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------
006000* SWITCHES
007200         88  WS-BODY-FOUND                    VALUE "Y".
007300     05  WS-DEFAULTED-SW          PIC X(01)   VALUE "N".
007400         88  WS-DEFAULTED                     VALUE "Y".
007410     05  WS-SUP-EOF-SW            PIC X(01)   VALUE "N".
007420         88  WS-SUP-EOF                       VALUE "Y".
007430     05  WS-SUPPRESSED-SW         PIC X(01)   VALUE "N".
007440         88  WS-SUPPRESSED                    VALUE "Y".
007450     05  WS-LLG-OPEN-SW           PIC X(01)   VALUE "N".
007460         88  WS-LLG-OPEN                      VALUE "Y".
007470     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
007480         88  WS-CHN-OPEN                      VALUE "Y".
007500*----------------------------------------------------------
007600* FILE STATUS FIELDS
007700*----------------------------------------------------------
008100     88  WS-LTR-STATUS-OK                     VALUE "00".
008200 01  WS-PRT-FILE-STATUS           PIC X(02)   VALUE SPACES.
008300     88  WS-PRT-STATUS-OK                     VALUE "00".
008304 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
008308     88  WS-SUP-STATUS-OK                     VALUE "00".
008309 01  WS-LLG-FILE-STATUS           PIC X(02)   VALUE SPACES.
008310     88  WS-LLG-STATUS-OK                     VALUE "00".
008311 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
008312     88  WS-CHN-STATUS-OK                     VALUE "00".
008313*----------------------------------------------------------
008316* DO-NOT-CONTACT TABLE, LOADED ONCE AT INITIALIZE WITH ONLY
008320* THE SUPPRESSIONS IN FORCE TODAY. EACH ENTRY KEEPS THE NAME
008324* AS HELLO-DRIVER BUILDS IT INTO THE GREETING - A LEADING
008328* SPACE AND THE TRAILING "!" - WITH ITS LENGTH, SINCE THE
008332* EXTRACT CARRIES NO SEPARATE NAME FIELD.
008336*----------------------------------------------------------
008340 01  WS-SUP-MAX                   PIC 9(05)   COMP VALUE 5000.
008344 01  WS-SUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
008348 01  WS-SUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
008352 01  WS-SUP-NAME-LEN              PIC 9(03)   COMP VALUE ZERO.
008356 01  WS-SUP-HIT-COUNT             PIC 9(03)   COMP VALUE ZERO.
008360 01  WS-SUP-TABLE.
008364     05  WS-SUP-ENTRY OCCURS 5000 TIMES.
008368         10  WS-SE-SITE-CODE      PIC X(05).
008372         10  WS-SE-MATCH-TEXT     PIC X(32).
008376         10  WS-SE-MATCH-LEN      PIC 9(03)   COMP.
008380 01  WS-CURRENT-DATE              PIC X(08)   VALUE SPACES.
008400*----------------------------------------------------------
008500* RUN COUNTERS
008600*----------------------------------------------------------
008900     05  WS-LETTER-COUNT          PIC 9(07)   COMP VALUE ZERO.
009000     05  WS-DEFAULT-BODY-COUNT    PIC 9(07)   COMP VALUE ZERO.
009100     05  WS-SKIPPED-COUNT         PIC 9(07)   COMP VALUE ZERO.
009110     05  WS-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
009120     05  WS-NOT-PRINT-COUNT       PIC 9(07)   COMP VALUE ZERO.
009200*----------------------------------------------------------
009300* RUN-DATE FORMATTING FOR THE LETTER DATE LINE
009400*----------------------------------------------------------
018000 0000-MAINLINE.
018100     MOVE 0 TO RETURN-CODE
018200     PERFORM 1000-INITIALIZE
018300     PERFORM 2000-PRINT-LETTER
018310         THRU 2000-PRINT-LETTER-EXIT
018320         UNTIL WS-NTF-EOF
018400     PERFORM 8000-FINALIZE
018500     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
018600*----------------------------------------------------------
018700* 1000-INITIALIZE
018800*----------------------------------------------------------
018900 1000-INITIALIZE.
018910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019000     OPEN INPUT GREETING-NOTIFY-FILE
019100     IF NOT WS-NOTIFY-STATUS-OK
019200         DISPLAY "GRTLETTR - GREETING-NOTIFY-FILE OPEN FAILED"
021400     ELSE
021500         SET WS-PRT-OPEN TO TRUE
021600     END-IF
021601     OPEN EXTEND LETTER-LOG-FILE
021602     IF NOT WS-LLG-STATUS-OK
021603         DISPLAY "GRTLETTR - LETTER-LOG-FILE OPEN FAILED - "
021604                 "STATUS " WS-LLG-FILE-STATUS
021605         MOVE 8 TO RETURN-CODE
021606         GO TO 9999-EXIT
021607     ELSE
021608         SET WS-LLG-OPEN TO TRUE
021609     END-IF
021610     OPEN INPUT CHANNEL-FILE
021611     IF NOT WS-CHN-STATUS-OK
021612         DISPLAY "GRTLETTR - CHANNEL-FILE OPEN FAILED - "
021613                 "STATUS " WS-CHN-FILE-STATUS
021614         MOVE 8 TO RETURN-CODE
021615         GO TO 9999-EXIT
021616     ELSE
021617         SET WS-CHN-OPEN TO TRUE
021618     END-IF
021619     PERFORM 1200-LOAD-SUPPRESSION
021620         THRU 1200-LOAD-SUPPRESSION-EXIT
021700     PERFORM 2900-READ-NTF.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
021901*----------------------------------------------------------
021902* 1200-LOAD-SUPPRESSION
021903*----------------------------------------------------------
021904* LOADS THE DO-NOT-CONTACT SUPPRESSIONS STILL IN FORCE TODAY
021905* (NO EXPIRY, OR AN EXPIRY NOT BEFORE TODAY). A FILE THAT
021906* WILL NOT OPEN STOPS THE RUN RATHER THAN RISK PRINTING A
021907* LETTER TO SOMEONE WHO OPTED OUT.
021908*----------------------------------------------------------
021909 1200-LOAD-SUPPRESSION.
021910     OPEN INPUT SUPPRESSION-FILE
021911     IF NOT WS-SUP-STATUS-OK
021912         DISPLAY "GRTLETTR - SUPPRESSION-FILE OPEN FAILED - "
021913                 "STATUS " WS-SUP-FILE-STATUS
021914         MOVE 8 TO RETURN-CODE
021915         GO TO 9999-EXIT
021916     END-IF
021917     PERFORM 1290-READ-SUPPRESSION
021918     PERFORM 1210-LOAD-ONE-SUPPRESSION UNTIL WS-SUP-EOF
021919     CLOSE SUPPRESSION-FILE.
021920 1200-LOAD-SUPPRESSION-EXIT.
021921     EXIT.
021922*----------------------------------------------------------
021923* 1210-LOAD-ONE-SUPPRESSION
021924*----------------------------------------------------------
021925 1210-LOAD-ONE-SUPPRESSION.
021926     IF SUP-EXPIRY-DATE = SPACES
021927         OR SUP-EXPIRY-DATE NOT < WS-CURRENT-DATE
021928         IF WS-SUP-COUNT < WS-SUP-MAX
021929             ADD 1 TO WS-SUP-COUNT
021930             MOVE SUP-SITE-CODE
021931                 TO WS-SE-SITE-CODE (WS-SUP-COUNT)
021932             MOVE ZERO TO WS-SUP-NAME-LEN
021933             INSPECT SUP-ADDRESSEE-NAME TALLYING WS-SUP-NAME-LEN
021934                 FOR CHARACTERS BEFORE INITIAL "  "
021935             MOVE SPACES TO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
021936             STRING " " DELIMITED BY SIZE
021937                    SUP-ADDRESSEE-NAME (1:WS-SUP-NAME-LEN)
021938                        DELIMITED BY SIZE
021939                    "!" DELIMITED BY SIZE
021940                 INTO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
021941             COMPUTE WS-SE-MATCH-LEN (WS-SUP-COUNT)
021942                 = WS-SUP-NAME-LEN + 2
021943         ELSE
021944             DISPLAY "GRTLETTR - SUPPRESSION TABLE OVERFLOW AT "
021945                 WS-SUP-MAX " ENTRIES - RUN STOPPED"
021946             MOVE 8 TO RETURN-CODE
021947             CLOSE SUPPRESSION-FILE
021948             GO TO 9999-EXIT
021949         END-IF
021950     END-IF
021951     PERFORM 1290-READ-SUPPRESSION.
021953 1210-LOAD-ONE-SUPPRESSION-EXIT.
021954     EXIT.
021955*----------------------------------------------------------
021956* 1290-READ-SUPPRESSION
021957*----------------------------------------------------------
021958 1290-READ-SUPPRESSION.
021959     READ SUPPRESSION-FILE
021960         AT END
021961             SET WS-SUP-EOF TO TRUE
021962     END-READ.
021963 1290-READ-SUPPRESSION-EXIT.
021964     EXIT.
022000*----------------------------------------------------------
022100* 2000-PRINT-LETTER
022200*----------------------------------------------------------
022300 2000-PRINT-LETTER.
022400     ADD 1 TO WS-NTF-COUNT
022403     MOVE SPACES TO LETTER-LOG-RECORD
022406     MOVE ZERO   TO LTL-LETTER-SEQ
022410     IF NTF-RETURN-CODE = 8
022420         ADD 1 TO WS-SKIPPED-COUNT
022423         SET LTL-SKIPPED TO TRUE
022426         PERFORM 4000-WRITE-LETTER-LOG
022430         GO TO 2000-PRINT-LETTER-NEXT
022440     END-IF
022450     PERFORM 2300-CHECK-SUPPRESSION
022460     IF WS-SUPPRESSED
022470         ADD 1 TO WS-SUPPRESSED-COUNT
022475         SET LTL-WITHHELD TO TRUE
022485         PERFORM 4000-WRITE-LETTER-LOG
022495         GO TO 2000-PRINT-LETTER-NEXT
022505     END-IF
022515     PERFORM 2400-CHECK-CHANNEL
022525     IF NOT CHN-TO-PRINT
022535         ADD 1 TO WS-NOT-PRINT-COUNT
022545         SET LTL-NOT-PRINT-CHANNEL TO TRUE
022555         PERFORM 4000-WRITE-LETTER-LOG
022565         GO TO 2000-PRINT-LETTER-NEXT
022575     END-IF
022800     ADD 1 TO WS-LETTER-COUNT
022900     PERFORM 2100-READ-LETTER-TEXT
022910         THRU 2100-READ-LETTER-TEXT-EXIT
023000     PERFORM 2200-FORMAT-DATE-LINE
023100     PERFORM 3000-WRITE-ONE-PAGE
023110     SET LTL-PRINTED TO TRUE
023120     MOVE WS-LETTER-COUNT TO LTL-LETTER-SEQ
023130     IF WS-BODY-FOUND
023140         MOVE "L" TO LTL-BODY-SOURCE
023150     ELSE
023160         MOVE "S" TO LTL-BODY-SOURCE
023170     END-IF
023205     PERFORM 4000-WRITE-LETTER-LOG.
023210 2000-PRINT-LETTER-NEXT.
023300     PERFORM 2900-READ-NTF.
023400 2000-PRINT-LETTER-EXIT.
023500     EXIT.
027600     END-IF.
027700 2200-FORMAT-DATE-LINE-EXIT.
027800     EXIT.
027803*----------------------------------------------------------
027806* 2300-CHECK-SUPPRESSION
027809*----------------------------------------------------------
027812* A LETTER IS WITHHELD WHEN THE EXTRACT SITE CODE MATCHES A
027815* SUPPRESSION AND THE GREETING TEXT CARRIES THAT ADDRESSEE'S
027818* NAME EXACTLY AS HELLO-DRIVER BUILT IT (" NAME!").
027821*----------------------------------------------------------
027824 2300-CHECK-SUPPRESSION.
027827     MOVE "N" TO WS-SUPPRESSED-SW
027830     PERFORM 2310-MATCH-SUPPRESSION
027833         VARYING WS-SUP-SUB FROM 1 BY 1
027836         UNTIL WS-SUP-SUB > WS-SUP-COUNT
027839            OR WS-SUPPRESSED.
027842 2300-CHECK-SUPPRESSION-EXIT.
027845     EXIT.
027848*----------------------------------------------------------
027851* 2310-MATCH-SUPPRESSION
027854*----------------------------------------------------------
027857 2310-MATCH-SUPPRESSION.
027860     IF WS-SE-SITE-CODE (WS-SUP-SUB) = NTF-SITE-CODE
027863         MOVE ZERO TO WS-SUP-HIT-COUNT
027866         INSPECT NTF-GREETING-TEXT TALLYING WS-SUP-HIT-COUNT
027869             FOR ALL WS-SE-MATCH-TEXT (WS-SUP-SUB)
027872                 (1:WS-SE-MATCH-LEN (WS-SUP-SUB))
027875         IF WS-SUP-HIT-COUNT > ZERO
027878             SET WS-SUPPRESSED TO TRUE
027881         END-IF
027884     END-IF.
027887 2310-MATCH-SUPPRESSION-EXIT.
027890     EXIT.
027893*----------------------------------------------------------
027896* 2400-CHECK-CHANNEL
027899*----------------------------------------------------------
027902* LOOKS UP THE DELIVERY CHANNELS FOR THE EXTRACT RECORD'S
027905* SITE/LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE).
027908* WITH NEITHER ON FILE THE RECORD GOES TO THE QUEUE AND TO
027911* PRINT, AS EVERY RECORD DID BEFORE THE FILE EXISTED. THE
027914* CHN- FLAGS ARE LEFT SET FOR THE CALLER.
027917*----------------------------------------------------------
027920 2400-CHECK-CHANNEL.
027923     MOVE NTF-SITE-CODE     TO CHN-SITE-CODE
027926     MOVE NTF-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
027929     READ CHANNEL-FILE
027932         INVALID KEY
027935             CONTINUE
027938     END-READ
027941     IF NOT WS-CHN-STATUS-OK
027944         MOVE NTF-SITE-CODE TO CHN-SITE-CODE
027947         MOVE SPACES        TO CHN-LANGUAGE-CODE
027950         READ CHANNEL-FILE
027953             INVALID KEY
027956                 CONTINUE
027959         END-READ
027962     END-IF
027965     IF NOT WS-CHN-STATUS-OK
027968         MOVE "Y" TO CHN-QUEUE-FLAG
027971         MOVE "Y" TO CHN-PRINT-FLAG
027974         MOVE "N" TO CHN-EMAIL-FLAG
027977     END-IF.
027980 2400-CHECK-CHANNEL-EXIT.
027983     EXIT.
027986*----------------------------------------------------------
028000* 2900-READ-NTF
028100*----------------------------------------------------------
028200 2900-READ-NTF.
033800     END-IF.
033900 3000-WRITE-ONE-PAGE-EXIT.
034000     EXIT.
034004*----------------------------------------------------------
034008* 4000-WRITE-LETTER-LOG
034010*----------------------------------------------------------
034012* ONE LETTER LOG RECORD PER EXTRACT RECORD. THE CALLER HAS
034016* ALREADY SET THE STATUS, SEQUENCE AND BODY SOURCE.
034020*----------------------------------------------------------
034024 4000-WRITE-LETTER-LOG.
034028     MOVE NTF-RUN-DATE      TO LTL-RUN-DATE
034032     MOVE NTF-RUN-TIME      TO LTL-RUN-TIME
034036     MOVE NTF-JOB-NAME      TO LTL-JOB-NAME
034040     MOVE NTF-SITE-CODE     TO LTL-SITE-CODE
034044     MOVE NTF-LANGUAGE-CODE TO LTL-LANGUAGE-CODE
034048     MOVE WS-CURRENT-DATE   TO LTL-PRINT-DATE
034052     WRITE LETTER-LOG-RECORD
034056     IF NOT WS-LLG-STATUS-OK
034060         DISPLAY "GRTLETTR - LETTER-LOG-FILE WRITE FAILED "
034064                 "- STATUS " WS-LLG-FILE-STATUS
034068         MOVE 8 TO RETURN-CODE
034072         SET WS-NTF-EOF TO TRUE
034076     END-IF.
034080 4000-WRITE-LETTER-LOG-EXIT.
034084     EXIT.
034100*----------------------------------------------------------
034200* 8000-FINALIZE
034300*----------------------------------------------------------
034800     DISPLAY "GRTLETTR - " WS-LETTER-COUNT " LETTER(S) FROM "
034900         WS-NTF-COUNT " EXTRACT RECORD(S), "
035000         WS-DEFAULT-BODY-COUNT " WITH STANDARD WORDING, "
035100         WS-SKIPPED-COUNT " SKIPPED, "
035110         WS-SUPPRESSED-COUNT " WITHHELD - DO NOT CONTACT, "
035120         WS-NOT-PRINT-COUNT " NOT PRINT CHANNEL".
035200 8000-FINALIZE-EXIT.
035300     EXIT.
035400*----------------------------------------------------------
036400     IF WS-PRT-OPEN
036500         CLOSE LETTER-PRINT-FILE
036600     END-IF
036610     IF WS-LLG-OPEN
036620         CLOSE LETTER-LOG-FILE
036630     END-IF
036640     IF WS-CHN-OPEN
036650         CLOSE CHANNEL-FILE
036660     END-IF
036700     STOP RUN.
036800 9999-EXIT-EXIT.
036900     EXIT.
