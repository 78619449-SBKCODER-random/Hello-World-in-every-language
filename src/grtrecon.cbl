002090*                  AUTOMATICALLY INSTEAD OF OPERATIONS
002091*                  HAND-REBUILDING GREETNTF RECORDS FROM THE
002092*                  PAPER REPORT THE NEXT DAY.
002099* 2026-10-15  RH   DO-NOT-CONTACT SUPPRESSION. A LOG RECORD
002106*                  WITH SOURCE "S" IS AN ADDRESSEE HELLO-
002113*                  DRIVER DELIBERATELY DID NOT EXTRACT, SO IT
002120*                  IS COUNTED AS SUPPRESSED AND NOT MATCHED.
002127*                  AN EXTRACT RECORD GRTBRDGE WITHHELD FOR A
002134*                  SUPPRESSION ADDED AFTER THE EXTRACT WAS
002141*                  WRITTEN HAS NO ACK BY DESIGN - THE SAME
002148*                  SUPPRESSION MATCH (SUPPFILE DD, SUPPRC
002155*                  COPYBOOK) MARKS IT WITHHELD INSTEAD OF
002162*                  "EXTRACTED BUT NOT ACKNOWLEDGED", SO
002169*                  GRTRETRY DOES NOT REBUILD IT. THE COUNT
002176*                  CHECKS LEAVE BOTH KINDS OUT.
002178* 2026-10-15  RH   AN ACKNOWLEDGMENT IS NOW EXPECTED ONLY FOR
002180*                  AN EXTRACT RECORD WHOSE SITE/LANGUAGE IS
002182*                  ROUTED TO THE QUEUE CHANNEL. THE SAME CHANNEL
002184*                  LOOKUP GRTBRDGE MAKES (GRTCHNL DD AND
002186*                  COPYBOOK) MARKS ANY OTHER RECORD NOT ROUTED
002188*                  TO THE QUEUE; IT IS COUNTED, NOT REPORTED AS
002190*                  UNACKNOWLEDGED, AND LEFT OUT OF THE COUNT
002192*                  CHECK. RC 8 IF THE FILE CANNOT BE OPENED.
002193* 2026-10-15  RH   A SUPPRESSION TABLE OVERFLOW NOW STOPS THE RUN
002194*                  AT RC 8 INSTEAD OF CARRYING ON WITH A PARTIAL
002195*                  TABLE AND PASSING OPTED-OUT ADDRESSEES TO
002196*                  GRTRETRY AS UNACKNOWLEDGED EXCEPTIONS.
002197*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
003910     SELECT EXCEPTION-DATA-FILE ASSIGN TO EXCPFILE
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS WS-EXCD-FILE-STATUS.
003940     SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS SEQUENTIAL
003970         RECORD KEY IS SUP-KEY
003980         FILE STATUS IS WS-SUP-FILE-STATUS.
003983     SELECT CHANNEL-FILE ASSIGN TO GRTCHNL
003986         ORGANIZATION IS INDEXED
003989         ACCESS MODE IS RANDOM
003992         RECORD KEY IS CHN-KEY
003995         FILE STATUS IS WS-CHN-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GREETING-LOG-FILE
006630     LABEL RECORDS ARE OMITTED.
006640 01  EXCEPTION-DATA-RECORD.
006650     COPY GRTEXCP.
006660 FD  SUPPRESSION-FILE
006670     LABEL RECORDS ARE STANDARD.
006680 01  SUPPRESSION-RECORD.
006690     COPY SUPPRC.
006692 FD  CHANNEL-FILE
006694     LABEL RECORDS ARE STANDARD.
006696 01  CHANNEL-RECORD.
006698     COPY GRTCHNL.
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------
006900* SWITCHES
008520         88  WS-EXCD-OPEN                     VALUE "Y".
008600     05  WS-KEY-FOUND-SW          PIC X(01)   VALUE "N".
008700         88  WS-KEY-FOUND                     VALUE "Y".
008710     05  WS-SUP-EOF-SW            PIC X(01)   VALUE "N".
008720         88  WS-SUP-EOF                       VALUE "Y".
008730     05  WS-SUPPRESSED-SW         PIC X(01)   VALUE "N".
008740         88  WS-SUPPRESSED                    VALUE "Y".
008750     05  WS-CHN-OPEN-SW           PIC X(01)   VALUE "N".
008760         88  WS-CHN-OPEN                      VALUE "Y".
008800*----------------------------------------------------------
008900* FILE STATUS FIELDS
009000*----------------------------------------------------------
009800     88  WS-EXCP-STATUS-OK                    VALUE "00".
009810 01  WS-EXCD-FILE-STATUS          PIC X(02)   VALUE SPACES.
009820     88  WS-EXCD-STATUS-OK                    VALUE "00".
009823 01  WS-SUP-FILE-STATUS           PIC X(02)   VALUE SPACES.
009826     88  WS-SUP-STATUS-OK                     VALUE "00".
009827 01  WS-CHN-FILE-STATUS           PIC X(02)   VALUE SPACES.
009828     88  WS-CHN-STATUS-OK                     VALUE "00".
009830 01  WS-EXC-TYPE                  PIC X(02)   VALUE SPACES.
009900*----------------------------------------------------------
010000* MATCH KEY TABLES. THE EXTRACT AND ACKNOWLEDGMENT FILES
011500 01  WS-NTF-KEY-TABLE.
011600     05  WS-NTF-KEY OCCURS 5000 TIMES
011700                    PIC X(24).
011710*    WITHHELD FLAG PER EXTRACT KEY - "Y" WHEN THE EXTRACT
011720*    RECORD IS FOR A DO-NOT-CONTACT ADDRESSEE, "C" WHEN ITS
011725*    SITE/LANGUAGE IS NOT ROUTED TO THE QUEUE CHANNEL
011730 01  WS-NTF-HELD-TABLE.
011740     05  WS-NTF-HELD OCCURS 5000 TIMES
011750                     PIC X(01).
011800 01  WS-ACK-COUNT                 PIC 9(05)   COMP VALUE ZERO.
011900 01  WS-ACK-SUB                   PIC 9(05)   COMP VALUE ZERO.
012000 01  WS-ACK-KEY-TABLE.
012100     05  WS-ACK-KEY OCCURS 5000 TIMES
012200                    PIC X(24).
012206*----------------------------------------------------------
012212* DO-NOT-CONTACT TABLE - THE SAME ENTRY SHAPE GRTBRDGE USES:
012218* THE NAME AS HELLO-DRIVER BUILDS IT INTO THE GREETING (A
012224* LEADING SPACE AND THE TRAILING "!") AND ITS LENGTH.
012230*----------------------------------------------------------
012236 01  WS-SUP-MAX                   PIC 9(05)   COMP VALUE 5000.
012242 01  WS-SUP-COUNT                 PIC 9(05)   COMP VALUE ZERO.
012248 01  WS-SUP-SUB                   PIC 9(05)   COMP VALUE ZERO.
012254 01  WS-SUP-NAME-LEN              PIC 9(03)   COMP VALUE ZERO.
012260 01  WS-SUP-HIT-COUNT             PIC 9(03)   COMP VALUE ZERO.
012266 01  WS-SUP-TABLE.
012272     05  WS-SUP-ENTRY OCCURS 5000 TIMES.
012278         10  WS-SE-SITE-CODE      PIC X(05).
012284         10  WS-SE-MATCH-TEXT     PIC X(32).
012290         10  WS-SE-MATCH-LEN      PIC 9(03)   COMP.
012300*----------------------------------------------------------
012400* RUN COUNTERS
012500*----------------------------------------------------------
012800     05  WS-NOT-EXTRACTED-COUNT   PIC 9(07)   COMP VALUE ZERO.
012900     05  WS-NOT-ACKED-COUNT       PIC 9(07)   COMP VALUE ZERO.
013000     05  WS-EXCEPTION-COUNT       PIC 9(07)   COMP VALUE ZERO.
013010     05  WS-LOG-SUPPRESSED-COUNT  PIC 9(07)   COMP VALUE ZERO.
013020     05  WS-WITHHELD-COUNT        PIC 9(07)   COMP VALUE ZERO.
013030     05  WS-NOT-QUEUE-COUNT       PIC 9(07)   COMP VALUE ZERO.
013100*----------------------------------------------------------
013200* CURRENT DATE AND TIME FOR THE REPORT HEADING
013300*----------------------------------------------------------
018700     PERFORM 1000-INITIALIZE
018800     PERFORM 1100-LOAD-NTF-TABLE UNTIL WS-NTF-EOF
018900     PERFORM 1200-LOAD-ACK-TABLE UNTIL WS-ACK-EOF
019000     PERFORM 2000-CHECK-LOG-RECORD
019010         THRU 2000-CHECK-LOG-RECORD-EXIT
019020         UNTIL WS-LOG-EOF
019100     PERFORM 3000-CHECK-EXTRACT-ACKS
019150     PERFORM 3200-CHECK-RECORD-COUNTS
019200     PERFORM 8000-FINALIZE
023570     ELSE
023580         SET WS-EXCD-OPEN TO TRUE
023590     END-IF
023593     PERFORM 1300-LOAD-SUPPRESSION
023596         THRU 1300-LOAD-SUPPRESSION-EXIT
023605     OPEN INPUT CHANNEL-FILE
023614     IF NOT WS-CHN-STATUS-OK
023623         DISPLAY "GRTRECON - CHANNEL-FILE OPEN FAILED - "
023632                 "STATUS " WS-CHN-FILE-STATUS
023641         MOVE 8 TO RETURN-CODE
023650         GO TO 9999-EXIT
023659     ELSE
023668         SET WS-CHN-OPEN TO TRUE
023677     END-IF
023686     PERFORM 2900-READ-LOG
023700     PERFORM 2910-READ-NTF
023800     PERFORM 2920-READ-ACK.
023900 1000-INITIALIZE-EXIT.
024800         MOVE NTF-RUN-TIME TO WS-MK-RUN-TIME
024900         MOVE NTF-JOB-NAME TO WS-MK-JOB-NAME
025000         MOVE WS-MATCH-KEY TO WS-NTF-KEY (WS-NTF-COUNT)
025010         PERFORM 1400-CHECK-SUPPRESSION
025020         IF WS-SUPPRESSED
025030             MOVE "Y" TO WS-NTF-HELD (WS-NTF-COUNT)
025040         ELSE
025043             PERFORM 1500-CHECK-CHANNEL
025046             IF CHN-TO-QUEUE
025050                 MOVE "N" TO WS-NTF-HELD (WS-NTF-COUNT)
025052             ELSE
025054                 MOVE "C" TO WS-NTF-HELD (WS-NTF-COUNT)
025056             END-IF
025060         END-IF
025100     ELSE
025200         DISPLAY "GRTRECON - EXTRACT KEY TABLE OVERFLOW AT "
025300             WS-TABLE-MAX " ENTRIES"
028000     END-IF.
028100 1200-LOAD-ACK-TABLE-EXIT.
028200     EXIT.
028201*----------------------------------------------------------
028202* 1300-LOAD-SUPPRESSION
028203*----------------------------------------------------------
028204* LOADS THE DO-NOT-CONTACT SUPPRESSIONS STILL IN FORCE TODAY,
028205* THE SAME SET GRTBRDGE LOADED WHEN IT DECIDED WHAT TO PUT.
028206*----------------------------------------------------------
028207 1300-LOAD-SUPPRESSION.
028208     OPEN INPUT SUPPRESSION-FILE
028209     IF NOT WS-SUP-STATUS-OK
028210         DISPLAY "GRTRECON - SUPPRESSION-FILE OPEN FAILED - "
028211                 "STATUS " WS-SUP-FILE-STATUS
028212         MOVE 8 TO RETURN-CODE
028213         GO TO 9999-EXIT
028214     END-IF
028215     PERFORM 1390-READ-SUPPRESSION
028216     PERFORM 1310-LOAD-ONE-SUPPRESSION UNTIL WS-SUP-EOF
028217     CLOSE SUPPRESSION-FILE.
028218 1300-LOAD-SUPPRESSION-EXIT.
028219     EXIT.
028220*----------------------------------------------------------
028221* 1310-LOAD-ONE-SUPPRESSION
028222*----------------------------------------------------------
028223 1310-LOAD-ONE-SUPPRESSION.
028224     IF SUP-EXPIRY-DATE = SPACES
028225         OR SUP-EXPIRY-DATE NOT < WS-CURRENT-DATE
028226         IF WS-SUP-COUNT < WS-SUP-MAX
028227             ADD 1 TO WS-SUP-COUNT
028228             MOVE SUP-SITE-CODE
028229                 TO WS-SE-SITE-CODE (WS-SUP-COUNT)
028230             MOVE ZERO TO WS-SUP-NAME-LEN
028231             INSPECT SUP-ADDRESSEE-NAME TALLYING WS-SUP-NAME-LEN
028232                 FOR CHARACTERS BEFORE INITIAL "  "
028233             MOVE SPACES TO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
028234             STRING " " DELIMITED BY SIZE
028235                    SUP-ADDRESSEE-NAME (1:WS-SUP-NAME-LEN)
028236                        DELIMITED BY SIZE
028237                    "!" DELIMITED BY SIZE
028238                 INTO WS-SE-MATCH-TEXT (WS-SUP-COUNT)
028239             COMPUTE WS-SE-MATCH-LEN (WS-SUP-COUNT)
028240                 = WS-SUP-NAME-LEN + 2
028241         ELSE
028242             DISPLAY "GRTRECON - SUPPRESSION TABLE OVERFLOW AT "
028243                 WS-SUP-MAX " ENTRIES - RUN STOPPED"
028244             MOVE 8 TO RETURN-CODE
028245             CLOSE SUPPRESSION-FILE
028246             GO TO 9999-EXIT
028247         END-IF
028248     END-IF
028249     PERFORM 1390-READ-SUPPRESSION.
028251 1310-LOAD-ONE-SUPPRESSION-EXIT.
028252     EXIT.
028253*----------------------------------------------------------
028254* 1390-READ-SUPPRESSION
028255*----------------------------------------------------------
028256 1390-READ-SUPPRESSION.
028257     READ SUPPRESSION-FILE
028258         AT END
028259             SET WS-SUP-EOF TO TRUE
028260     END-READ.
028261 1390-READ-SUPPRESSION-EXIT.
028262     EXIT.
028263*----------------------------------------------------------
028264* 1400-CHECK-SUPPRESSION
028265*----------------------------------------------------------
028266* THE EXTRACT RECORD IN THE BUFFER IS FOR A DO-NOT-CONTACT
028267* ADDRESSEE WHEN ITS SITE CODE MATCHES A SUPPRESSION AND THE
028268* GREETING TEXT CARRIES THAT ADDRESSEE'S NAME (" NAME!").
028269*----------------------------------------------------------
028270 1400-CHECK-SUPPRESSION.
028271     MOVE "N" TO WS-SUPPRESSED-SW
028272     PERFORM 1410-MATCH-SUPPRESSION
028273         VARYING WS-SUP-SUB FROM 1 BY 1
028274         UNTIL WS-SUP-SUB > WS-SUP-COUNT
028275            OR WS-SUPPRESSED.
028276 1400-CHECK-SUPPRESSION-EXIT.
028277     EXIT.
028278*----------------------------------------------------------
028279* 1410-MATCH-SUPPRESSION
028280*----------------------------------------------------------
028281 1410-MATCH-SUPPRESSION.
028282     IF WS-SE-SITE-CODE (WS-SUP-SUB) = NTF-SITE-CODE
028283         MOVE ZERO TO WS-SUP-HIT-COUNT
028284         INSPECT NTF-GREETING-TEXT TALLYING WS-SUP-HIT-COUNT
028285             FOR ALL WS-SE-MATCH-TEXT (WS-SUP-SUB)
028286                 (1:WS-SE-MATCH-LEN (WS-SUP-SUB))
028287         IF WS-SUP-HIT-COUNT > ZERO
028288             SET WS-SUPPRESSED TO TRUE
028289         END-IF
028290     END-IF.
028291 1410-MATCH-SUPPRESSION-EXIT.
028294     EXIT.
028297*----------------------------------------------------------
028300* 1500-CHECK-CHANNEL
028303*----------------------------------------------------------
028306* LOOKS UP THE DELIVERY CHANNELS FOR THE EXTRACT RECORD'S
028309* SITE/LANGUAGE, THEN THE SITE-WIDE RECORD (BLANK LANGUAGE),
028312* THE SAME LOOKUP GRTBRDGE MAKES. WITH NEITHER ON FILE THE
028315* RECORD WENT TO THE QUEUE AND TO PRINT.
028318*----------------------------------------------------------
028321 1500-CHECK-CHANNEL.
028324     MOVE NTF-SITE-CODE     TO CHN-SITE-CODE
028327     MOVE NTF-LANGUAGE-CODE TO CHN-LANGUAGE-CODE
028330     READ CHANNEL-FILE
028333         INVALID KEY
028336             CONTINUE
028339     END-READ
028342     IF NOT WS-CHN-STATUS-OK
028345         MOVE NTF-SITE-CODE TO CHN-SITE-CODE
028348         MOVE SPACES        TO CHN-LANGUAGE-CODE
028351         READ CHANNEL-FILE
028354             INVALID KEY
028357                 CONTINUE
028360         END-READ
028363     END-IF
028366     IF NOT WS-CHN-STATUS-OK
028369         MOVE "Y" TO CHN-QUEUE-FLAG
028372         MOVE "Y" TO CHN-PRINT-FLAG
028375         MOVE "N" TO CHN-EMAIL-FLAG
028378     END-IF.
028381 1500-CHECK-CHANNEL-EXIT.
028384     EXIT.
028387*----------------------------------------------------------
028400* 2000-CHECK-LOG-RECORD
028500*----------------------------------------------------------
028600* A LOGGED RUN WITH NO MATCHING EXTRACT RECORD MEANS THE
028800* FAILURE THAT WENT UNSEEN FOR DAYS THE LAST TWO TIMES.
028900*----------------------------------------------------------
029000 2000-CHECK-LOG-RECORD.
029010     IF LOG-GREETING-SOURCE = "S"
029020         ADD 1 TO WS-LOG-SUPPRESSED-COUNT
029030         PERFORM 2900-READ-LOG
029040         GO TO 2000-CHECK-LOG-RECORD-EXIT
029050     END-IF
029100     ADD 1 TO WS-LOG-COUNT
029200     MOVE LOG-RUN-DATE TO WS-MK-RUN-DATE
029300     MOVE LOG-RUN-TIME TO WS-MK-RUN-TIME
038400*----------------------------------------------------------
038500 3000-CHECK-EXTRACT-ACKS.
038600     PERFORM 3100-CHECK-ONE-EXTRACT
038610         THRU 3100-CHECK-ONE-EXTRACT-EXIT
038700         VARYING WS-NTF-SUB FROM 1 BY 1
038800         UNTIL WS-NTF-SUB > WS-NTF-COUNT.
038900 3000-CHECK-EXTRACT-ACKS-EXIT.
039400 3100-CHECK-ONE-EXTRACT.
039500     MOVE WS-NTF-KEY (WS-NTF-SUB) TO WS-MATCH-KEY
039600     PERFORM 2200-SEARCH-ACK-TABLE
039610     IF NOT WS-KEY-FOUND
039620         AND WS-NTF-HELD (WS-NTF-SUB) = "Y"
039630         ADD 1 TO WS-WITHHELD-COUNT
039640         GO TO 3100-CHECK-ONE-EXTRACT-EXIT
039650     END-IF
039658     IF NOT WS-KEY-FOUND
039666         AND WS-NTF-HELD (WS-NTF-SUB) = "C"
039674         ADD 1 TO WS-NOT-QUEUE-COUNT
039682         GO TO 3100-CHECK-ONE-EXTRACT-EXIT
039690     END-IF
039700     IF NOT WS-KEY-FOUND
039800         ADD 1 TO WS-NOT-ACKED-COUNT
039900         MOVE WS-MK-RUN-DATE TO WS-ED-RUN-DATE
040787         MOVE "CT" TO WS-EXC-TYPE
040790         PERFORM 5000-WRITE-EXCEPTION-LINE
040795     END-IF
040800     IF WS-ACK-COUNT + WS-WITHHELD-COUNT + WS-NOT-QUEUE-COUNT
040802         < WS-NTF-COUNT
040805         MOVE SPACES TO WS-EXCP-DETAIL-LINE
040810         MOVE "FEWER ACKS THAN EXTRACTS"
040815             TO WS-ED-EXCEPTION
046200     MOVE "EXTRACTED BUT NOT ACKED     - " TO WS-ET-LABEL
046300     MOVE WS-NOT-ACKED-COUNT TO WS-ET-COUNT
046400     WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCP-TOTAL-LINE
046410     MOVE "SUPPRESSED - NOT EXTRACTED  - " TO WS-ET-LABEL
046420     MOVE WS-LOG-SUPPRESSED-COUNT TO WS-ET-COUNT
046430     WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCP-TOTAL-LINE
046440     MOVE "WITHHELD - DO NOT CONTACT   - " TO WS-ET-LABEL
046450     MOVE WS-WITHHELD-COUNT TO WS-ET-COUNT
046460     WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCP-TOTAL-LINE
046470     MOVE "NOT ROUTED TO QUEUE         - " TO WS-ET-LABEL
046480     MOVE WS-NOT-QUEUE-COUNT TO WS-ET-COUNT
046490     WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCP-TOTAL-LINE
046500     IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 8
046600         MOVE 8 TO RETURN-CODE
046700     END-IF
048710     IF WS-EXCD-OPEN
048720         CLOSE EXCEPTION-DATA-FILE
048730     END-IF
048740     IF WS-CHN-OPEN
048750         CLOSE CHANNEL-FILE
048760     END-IF
048800     STOP RUN.
048900 9999-EXIT-EXIT.
049000     EXIT.
