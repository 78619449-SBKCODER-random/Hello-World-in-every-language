002680*                  AND WRITING DUPLICATE ACKS EACH NIGHT.
002690*                  GREETACK IS NOW OPENED EXTEND SO PRIOR
002691*                  ACKS SURVIVE THE RUN.
002699* 2026-10-15  RH   EXTRACT RECORDS FOR AN ADDRESSEE ON THE
002707*                  DO-NOT-CONTACT FILE (SUPPFILE DD, SUPPRC
002715*                  COPYBOOK) ARE NO LONGER PUT. THE RECORD MAY
002723*                  HAVE BEEN EXTRACTED BEFORE THE SUPPRESSION
002731*                  WAS ADDED, SO THE SUPPRESSIONS IN FORCE ARE
002739*                  LOADED AT INITIALIZE AND MATCHED ON SITE
002747*                  CODE AND THE ADDRESSEE NAME AS IT SITS IN
002755*                  THE GREETING TEXT. A WITHHELD RECORD IS
002763*                  COUNTED, NOT ACKNOWLEDGED AND NOT DEAD-
002771*                  LETTERED, AND DOES NOT RAISE THE RETURN
002779*                  CODE. RC 8 IF THE FILE CANNOT BE OPENED.
002780* 2026-10-15  RH   ONLY RECORDS WHOSE SITE/LANGUAGE IS ROUTED
002781*                  TO THE QUEUE CHANNEL ARE PUT. THE ROUTING
002782*                  COMES FROM THE DELIVERY-CHANNEL FILE
002783*                  (GRTCHNL DD AND COPYBOOK) - THE SITE/
002784*                  LANGUAGE RECORD, ELSE THE SITE-WIDE RECORD,
002785*                  ELSE QUEUE PLUS PRINT AS BEFORE. A RECORD
002786*                  NOT ROUTED TO THE QUEUE IS COUNTED AND IS NOT
002787*                  PUT, ACKNOWLEDGED OR DEAD-LETTERED. RC 8 IF
002788*                  THE FILE CANNOT BE OPENED.
002790* 2026-10-15  RH   A SUPPRESSION TABLE OVERFLOW NOW STOPS THE RUN
002792*                  AT RC 8 BEFORE ANYTHING IS PUT, INSTEAD OF
002794*                  CARRYING ON WITH A PARTIAL TABLE AND PUTTING
002796*                  GREETINGS TO ADDRESSEES WHO OPTED OUT.
002798*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
004600     SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DEAD-FILE-STATUS.
004810     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS SEQUENTIAL
004840         RECORD KEY IS SUP-KEY
004850         FILE STATUS IS WS-SUP-FILE-STATUS.
004858     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
004866         ORGANIZATION IS INDEXED
004874         ACCESS MODE IS RANDOM
004882         RECORD KEY IS CHN-KEY
004890         FILE STATUS IS WS-CHN-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PARM-CARD-FILE
007700     05  DLQ-REASON               PIC X(20).
007800     05  DLQ-ATTEMPTS             PIC 9(03).
007900     05  FILLER                   PIC X(07).
007910 FD  SUPPRESSION-FILE
007920     LABEL RECORDS ARE STANDARD.
007930 01  SUPPRESSION-RECORD.
007940     COPY SUPPRC.
007950 FD  CHANNEL-FILE
007960     LABEL RECORDS ARE STANDARD.
007970 01  CHANNEL-RECORD.
007980     COPY GRTCHNL.
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------
008200* SWITCHES
009820         88  WS-ACK-EOF                       VALUE "Y".
009830     05  WS-KEY-FOUND-SW          PIC X(01)   VALUE "N".
009840         88  WS-KEY-FOUND                     VALUE "Y".
009850     05  WS-SUP-EOF-SW            PIC X(01)   VALUE "N".
009860         88  WS-SUP-EOF                       VALUE "Y".
009870     05  WS-SUPPRESSED-SW         PIC X(01)   VALUE "N".
009880         88  WS-SUPPRESSED                    VALUE "Y".
009886     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
009892         88  WS-CHN-OPEN                      VALUE "Y".
009900*----------------------------------------------------------
010000* FILE STATUS FIELDS
010100*----------------------------------------------------------
011010     88  WS-ACK-STATUS-NOFILE                 VALUE "35".
011100 01  WS-DEAD-FILE-STATUS          PIC X(02)   VALUE SPACES.
011200     88  WS-DEAD-STATUS-OK                    VALUE "00".
011210 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
011220     88  WS-SUP-STATUS-OK                     VALUE "00".
011230 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
011240     88  WS-CHN-STATUS-OK                     VALUE "00".
011300*----------------------------------------------------------
011400* PARM EDIT AND PUT-ATTEMPT CONTROL
011500*----------------------------------------------------------
011876 01  WS-PACK-KEY-TABLE.
011878     05  WS-PACK-KEY OCCURS 5000 TIMES
011880                     PIC X(24).
011881*----------------------------------------------------------
011882* DO-NOT-CONTACT TABLE, LOADED ONCE AT INITIALIZE WITH ONLY
011883* THE SUPPRESSIONS IN FORCE TODAY. THE EXTRACT CARRIES NO
011884* NAME FIELD, SO EACH ENTRY KEEPS THE NAME AS HELLO-DRIVER
011885* BUILDS IT INTO THE GREETING - A LEADING SPACE AND THE
011886* TRAILING "!" - WITH ITS LENGTH, READY FOR THE INSPECT IN
011887* 2210-MATCH-SUPPRESSION.
011888*----------------------------------------------------------
011889 01  WS-SUP-MAX                   PIC 9(05)   COMP VALUE 5000.
011890 01  WS-SUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
011891 01  WS-SUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
011892 01  WS-SUP-NAME-LEN              PIC 9(03)   COMP VALUE ZERO.
011893 01  WS-SUP-HIT-COUNT             PIC 9(03)   COMP VALUE ZERO.
011894 01  WS-SUP-TABLE.
011895     05  WS-SUP-ENTRY OCCURS 5000 TIMES.
011896         10  WS-SE-SITE-CODE      PIC X(05).
011897         10  WS-SE-MATCH-TEXT     PIC X(32).
011898         10  WS-SE-MATCH-LEN      PIC 9(03)   COMP.
011900*----------------------------------------------------------
012000* RUN COUNTERS
012100*----------------------------------------------------------
012500     05  WS-ACK-COUNT             PIC 9(07)   COMP VALUE ZERO.
012550     05  WS-PRIOR-ACK-COUNT       PIC 9(07)   COMP VALUE ZERO.
012600     05  WS-DEAD-COUNT            PIC 9(07)   COMP VALUE ZERO.
012610     05  WS-SUPPRESSED-COUNT      PIC 9(07)   COMP VALUE ZERO.
012620     05  WS-NOT-QUEUE-COUNT       PIC 9(07)   COMP VALUE ZERO.
012700*----------------------------------------------------------
012800* CURRENT DATE AND TIME FOR THE ACKNOWLEDGMENT RECORD
012900*----------------------------------------------------------
020700     END-IF
020800     PERFORM 1100-LOAD-ACK-TABLE
020810         THRU 1100-LOAD-ACK-TABLE-EXIT
020820     PERFORM 1200-LOAD-SUPPRESSION
020830         THRU 1200-LOAD-SUPPRESSION-EXIT
020837     OPEN INPUT CHANNEL-FILE
020844     IF NOT WS-CHN-STATUS-OK
020851         DISPLAY "GRTBRDGE - CHANNEL-FILE OPEN FAILED - "
020858                 "STATUS " WS-CHN-FILE-STATUS
020865         MOVE 8 TO RETURN-CODE
020872         GO TO 9999-EXIT
020879     ELSE
020886         SET WS-CHN-OPEN TO TRUE
020893     END-IF
020900     OPEN EXTEND GREETING-ACK-FILE
021000     IF NOT WS-ACK-STATUS-OK
021100         DISPLAY "GRTBRDGE - GREETING-ACK-FILE OPEN FAILED - "
022908     END-READ.
022910 1190-READ-ACK-EXIT.
022912     EXIT.
022913*----------------------------------------------------------
022914* 1200-LOAD-SUPPRESSION
022915*----------------------------------------------------------
022916* LOADS THE DO-NOT-CONTACT SUPPRESSIONS STILL IN FORCE TODAY
022917* (NO EXPIRY, OR AN EXPIRY NOT BEFORE TODAY). AS IN HELLO-
022918* DRIVER, A FILE THAT WILL NOT OPEN STOPS THE RUN RATHER
022919* THAN RISK PUTTING A GREETING TO SOMEONE WHO OPTED OUT.
022920*----------------------------------------------------------
022921 1200-LOAD-SUPPRESSION.
022922     OPEN INPUT SUPPRESSION-FILE
022923     IF NOT WS-SUP-STATUS-OK
022924         DISPLAY "GRTBRDGE - SUPPRESSION-FILE OPEN FAILED - "
022925                 "STATUS " WS-SUP-FILE-STATUS
022926         MOVE 8 TO RETURN-CODE
022927         GO TO 9999-EXIT
022928     END-IF
022929     PERFORM 1290-READ-SUPPRESSION
022930     PERFORM 1210-LOAD-ONE-SUPPRESSION UNTIL WS-SUP-EOF
022931     CLOSE SUPPRESSION-FILE.
022932 1200-LOAD-SUPPRESSION-EXIT.
022933     EXIT.
022934*----------------------------------------------------------
022935* 1210-LOAD-ONE-SUPPRESSION
022936*----------------------------------------------------------
022937 1210-LOAD-ONE-SUPPRESSION.
022938     IF SUP-EXPIRY-DATE = SPACES
022939         OR SUP-EXPIRY-DATE NOT < WS-CURRENT-DATE
022940         IF WS-SUP-COUNT < WS-SUP-MAX
022941             ADD 1 TO WS-SUP-COUNT
022942             MOVE SUP-SITE-CODE
022943                 TO WS-SE-SITE-CODE (WS-SUP-COUNT)
022944             MOVE ZERO TO WS-SUP-NAME-LEN
022945             INSPECT SUP-ADDRESSEE-NAME TALLYING WS-SUP-NAME-LEN
022946                 FOR CHARACTERS BEFORE INITIAL "  "
022947             MOVE SPACES TO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
022948             STRING " " DELIMITED BY SIZE
022949                    SUP-ADDRESSEE-NAME (1:WS-SUP-NAME-LEN)
022950                        DELIMITED BY SIZE
022951                    "!" DELIMITED BY SIZE
022952                 INTO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
022953             COMPUTE WS-SE-MATCH-LEN (WS-SUP-COUNT)
022954                 = WS-SUP-NAME-LEN + 2
022955         ELSE
022956             DISPLAY "GRTBRDGE - SUPPRESSION TABLE OVERFLOW AT "
022957                 WS-SUP-MAX " ENTRIES - RUN STOPPED"
022958             MOVE 8 TO RETURN-CODE
022959             CLOSE SUPPRESSION-FILE
022960             GO TO 9999-EXIT
022961         END-IF
022962     END-IF
022963     PERFORM 1290-READ-SUPPRESSION.
022965 1210-LOAD-ONE-SUPPRESSION-EXIT.
022966     EXIT.
022967*----------------------------------------------------------
022968* 1290-READ-SUPPRESSION
022969*----------------------------------------------------------
022970 1290-READ-SUPPRESSION.
022971     READ SUPPRESSION-FILE
022972         AT END
022973             SET WS-SUP-EOF TO TRUE
022974     END-READ.
022975 1290-READ-SUPPRESSION-EXIT.
022976     EXIT.
022977*----------------------------------------------------------
023000* 2000-BRIDGE-RECORD
023100*----------------------------------------------------------
023200* ONE EXTRACT RECORD = ONE MESSAGE ON THE QUEUE FEED AND ONE
023960         ADD 1 TO WS-PRIOR-ACK-COUNT
023970         GO TO 2000-BRIDGE-RECORD-NEXT
023980     END-IF
023983     PERFORM 2200-CHECK-SUPPRESSION
023986     IF WS-SUPPRESSED
023989         ADD 1 TO WS-SUPPRESSED-COUNT
023992         GO TO 2000-BRIDGE-RECORD-NEXT
023995     END-IF
024005     PERFORM 2300-CHECK-CHANNEL
024015     IF NOT CHN-TO-QUEUE
024025         ADD 1 TO WS-NOT-QUEUE-COUNT
024035         GO TO 2000-BRIDGE-RECORD-NEXT
024045     END-IF
024055     MOVE "N" TO WS-PUT-DONE-SW
024100     MOVE ZERO TO WS-ATTEMPT-COUNT
024200     PERFORM 3000-PUT-ONE-MESSAGE
024300         UNTIL WS-PUT-DONE
025680     END-IF.
025690 2110-MATCH-ACK-KEY-EXIT.
025700     EXIT.
025705*----------------------------------------------------------
025710* 2200-CHECK-SUPPRESSION
025715*----------------------------------------------------------
025720* AN EXTRACT RECORD IS WITHHELD WHEN ITS SITE CODE MATCHES A
025725* SUPPRESSION AND THE GREETING TEXT CARRIES THAT ADDRESSEE'S
025730* NAME EXACTLY AS HELLO-DRIVER BUILT IT (" NAME!").
025735*----------------------------------------------------------
025740 2200-CHECK-SUPPRESSION.
025745     MOVE "N" TO WS-SUPPRESSED-SW
025750     PERFORM 2210-MATCH-SUPPRESSION
025755         VARYING WS-SUP-SUB FROM 1 BY 1
025760         UNTIL WS-SUP-SUB > WS-SUP-COUNT
025765            OR WS-SUPPRESSED.
025770 2200-CHECK-SUPPRESSION-EXIT.
025775     EXIT.
025780*----------------------------------------------------------
025785* 2210-MATCH-SUPPRESSION
025790*----------------------------------------------------------
025795 2210-MATCH-SUPPRESSION.
025800     IF WS-SE-SITE-CODE (WS-SUP-SUB) = NTF-SITE-CODE
025805         MOVE ZERO TO WS-SUP-HIT-COUNT
025810         INSPECT NTF-GREETING-TEXT TALLYING WS-SUP-HIT-COUNT
025815             FOR ALL WS-SE-MATCH-TEXT (WS-SUP-SUB)
025820                 (1:WS-SE-MATCH-LEN (WS-SUP-SUB))
025825         IF WS-SUP-HIT-COUNT > ZERO
025830             SET WS-SUPPRESSED TO TRUE
025835         END-IF
025840     END-IF.
025845 2210-MATCH-SUPPRESSION-EXIT.
025850     EXIT.
025851*----------------------------------------------------------
025852* 2300-CHECK-CHANNEL
025853*----------------------------------------------------------
025854* LOOKS UP THE DELIVERY CHANNELS FOR THE EXTRACT RECORD'S
025855* SITE/LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE).
025856* WITH NEITHER ON FILE THE RECORD GOES TO THE QUEUE AND TO
025857* PRINT, AS EVERY RECORD DID BEFORE THE FILE EXISTED. THE
025858* CHN- FLAGS ARE LEFT SET FOR THE CALLER.
025859*----------------------------------------------------------
025860 2300-CHECK-CHANNEL.
025861     MOVE NTF-SITE-CODE     TO CHN-SITE-CODE
025862     MOVE NTF-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
025863     READ CHANNEL-FILE
025864         INVALID KEY
025865             CONTINUE
025866     END-READ
025867     IF NOT WS-CHN-STATUS-OK
025868         MOVE NTF-SITE-CODE TO CHN-SITE-CODE
025869         MOVE SPACES        TO CHN-LANGUAGE-CODE
025870         READ CHANNEL-FILE
025871             INVALID KEY
025872                 CONTINUE
025873         END-READ
025874     END-IF
025875     IF NOT WS-CHN-STATUS-OK
025876         MOVE "Y" TO CHN-QUEUE-FLAG
025877         MOVE "Y" TO CHN-PRINT-FLAG
025878         MOVE "N" TO CHN-EMAIL-FLAG
025879     END-IF.
025880 2300-CHECK-CHANNEL-EXIT.
025881     EXIT.
025882*----------------------------------------------------------
025883* 2900-READ-NTF
025884*----------------------------------------------------------
025900 2900-READ-NTF.
026000     READ GREETING-NOTIFY-FILE
026100         AT END
034200     DISPLAY "GRTBRDGE - " WS-PUT-COUNT " PUT, "
034300         WS-ACK-COUNT " ACKNOWLEDGED, "
034400         WS-DEAD-COUNT " DEAD-LETTERED, "
034450         WS-PRIOR-ACK-COUNT " ALREADY ACKED, "
034460         WS-SUPPRESSED-COUNT " WITHHELD - DO NOT CONTACT, "
034470         WS-NOT-QUEUE-COUNT " NOT QUEUE CHANNEL, OF "
034500         WS-NTF-COUNT " EXTRACT RECORD(S)".
034600 8000-FINALIZE-EXIT.
034700     EXIT.
036100     IF WS-DEAD-OPEN
036200         CLOSE DEAD-LETTER-FILE
036300     END-IF
036310     IF WS-CHN-OPEN
036320         CLOSE CHANNEL-FILE
036330     END-IF
036400     STOP RUN.
036500 9999-EXIT-EXIT.
036600     EXIT.
