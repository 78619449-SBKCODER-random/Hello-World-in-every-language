002414*                  RETIRED CODE NOW REJECTS NEW ADD/CHANGE
002415*                  CARDS WHILE EXISTING RECORDS CARRYING IT
002416*                  STILL READ AND DELETE CLEANLY.
002425* 2026-10-15  RH   ADD AND CHANGE CARDS ARE NOW CHECKED
002434*                  AGAINST THE SITE MASTER (SITERC COPYBOOK,
002443*                  SITEMSTR DD, MAINTAINED BY GRTSITEM). A
002452*                  SITE NOT ON THE MASTER REJECTS AS "SITE NOT
002461*                  ON MASTER", A CLOSED SITE AS "SITE CLOSED".
002470*                  DELETE IS NOT CHECKED, SO A CLOSED SITE'S
002479*                  GREETINGS CAN STILL BE CLEARED DOWN.
002480* 2026-10-15  RH   TWO-PERSON APPROVAL. A VALID CARD NO
002481*                  LONGER UPDATES GRTMSTR OR WRITES GRTHIST:
002482*                  IT WRITES A PENDING CHANGE (GRTPEND
002483*                  COPYBOOK, GRTPEND DD) HOLDING THE
002484*                  PROPOSED AFTER IMAGE, THE MAKER ID FROM
002485*                  CARD COLUMNS 68-75 AND THE DATE/TIME
002486*                  KEYED. A DIFFERENT USER APPROVES OR
002487*                  REJECTS IT THROUGH GRTAPPR OR THE GRTA
002488*                  TRANSACTION, AND ONLY THEN DOES THE
002489*                  MASTER CHANGE AND THE HISTORY RECORD GET
002490*                  WRITTEN. A CARD WITH NO MAKER ID REJECTS,
002491*                  AS DOES A CARD FOR A SITE/LANGUAGE THAT
002492*                  ALREADY HAS A CHANGE AWAITING APPROVAL.
002493*                  THE MASTER IS NOW OPENED INPUT ONLY AND
002494*                  THE GRTHISTF DD IS NO LONGER USED HERE.
002495*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
004404         ACCESS MODE IS SEQUENTIAL
004405         RECORD KEY IS LNG-LANGUAGE-CODE
004406         FILE STATUS IS WS-LNG-FILE-STATUS.
004410     SELECT PENDING-CHANGE-FILE ASSIGN TO GRTPEND
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS PND-KEY
004450         FILE STATUS IS WS-PND-FILE-STATUS.
004458     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
004466         ORGANIZATION IS INDEXED
004474         ACCESS MODE IS RANDOM
004482         RECORD KEY IS SIT-SITE-CODE
004490         FILE STATUS IS WS-SIT-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TRANSACTION-CARD-FILE
005400     05  TRN-MESSAGE-MAX-LEN      PIC X(03).
005500     05  TRN-LANGUAGE-CODE        PIC X(05).
005600     05  TRN-EFFECTIVE-DATE       PIC X(08).
005610     05  TRN-MAKER-ID             PIC X(08).
005700     05  FILLER                   PIC X(05).
005800 FD  GREETING-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  GREETING-MASTER-RECORD.
007504     LABEL RECORDS ARE STANDARD.
007506 01  LANGUAGE-REFERENCE-RECORD.
007508     COPY LANGRC.
007510 FD  PENDING-CHANGE-FILE
007520     LABEL RECORDS ARE STANDARD.
007530 01  PENDING-CHANGE-RECORD.
007540     COPY GRTPEND.
007550 FD  SITE-MASTER-FILE
007560     LABEL RECORDS ARE STANDARD.
007570 01  SITE-MASTER-RECORD.
007580     COPY SITERC.
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------
007800* SWITCHES
009600         88  WS-LANGUAGE-FOUND                VALUE "Y".
009700     05  WS-MASTER-FOUND-SW       PIC X(01)   VALUE "N".
009800         88  WS-MASTER-FOUND                  VALUE "Y".
009810     05  WS-PND-OPEN-SW           PIC X(01)   VALUE "N".
009820         88  WS-PND-OPEN                      VALUE "Y".
009830     05  WS-PND-FOUND-SW          PIC X(01)   VALUE "N".
009840         88  WS-PND-FOUND                     VALUE "Y".
009850     05  WS-LNG-EOF-SW            PIC X(01)   VALUE "N".
009860         88  WS-LNG-EOF                       VALUE "Y".
009868     05  WS-SIT-OPEN-SW           PIC X(01)   VALUE "N".
009876         88  WS-SIT-OPEN                      VALUE "Y".
009884     05  WS-SIT-FOUND-SW          PIC X(01)   VALUE "N".
009892         88  WS-SIT-FOUND                     VALUE "Y".
009900*----------------------------------------------------------
010000* FILE STATUS FIELDS
010100*----------------------------------------------------------
010800     88  WS-RGST-STATUS-OK                    VALUE "00".
010900 01  WS-RJCT-FILE-STATUS          PIC X(02)   VALUE SPACES.
011000     88  WS-RJCT-STATUS-OK                    VALUE "00".
011010 01  WS-PND-FILE-STATUS           PIC X(02)   VALUE SPACES.
011020     88  WS-PND-STATUS-OK                     VALUE "00".
011040 01  WS-LNG-FILE-STATUS           PIC X(02)   VALUE SPACES.
011050     88  WS-LNG-STATUS-OK                     VALUE "00".
011060 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
011070     88  WS-SIT-STATUS-OK                     VALUE "00".
011100*----------------------------------------------------------
011200* TRANSACTION AND RUN COUNTERS
011300*----------------------------------------------------------
016400*----------------------------------------------------------
016500 01  WS-REJECT-REASON             PIC X(20)   VALUE SPACES.
016600 01  WS-EDITED-MAX-LEN            PIC 9(03)   COMP VALUE ZERO.
016700*----------------------------------------------------------
016800* MAINTENANCE REGISTER PRINT LINES
016900*----------------------------------------------------------
017200 01  WS-RGST-PAGE-LIMIT           PIC 9(03)   COMP VALUE 56.
017300 01  WS-RGST-HEADING-1.
017400     05  FILLER                   PIC X(30)   VALUE
017500         "GRTMAINT PENDING-CHANGE REG.  ".
017600     05  FILLER                   PIC X(06)   VALUE "- RUN ".
017700     05  WS-RH1-DATE              PIC X(08).
017800     05  FILLER                   PIC X(01)   VALUE SPACE.
024000     05  FILLER                   PIC X(31)   VALUE SPACES.
024100*----------------------------------------------------------
024200* RETURN CODE VALUES
024300*     00 = EVERY TRANSACTION SENT FOR APPROVAL
024400*     04 = ONE OR MORE TRANSACTIONS REJECTED
024500*     08 = A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN,
024600*          OR EVERY TRANSACTION ON THE RUN WAS REJECTED
027000     ELSE
027100         SET WS-TRAN-OPEN TO TRUE
027200     END-IF
027300     OPEN INPUT GREETING-MASTER-FILE
027400     IF NOT WS-MASTER-STATUS-OK
027500         DISPLAY "GRTMAINT - GREETING-MASTER-FILE OPEN FAILED "
027600                 "- STATUS " WS-MASTER-FILE-STATUS
029900     END-IF
029902     PERFORM 1100-LOAD-LANGUAGES
029904         THRU 1100-LOAD-LANGUAGES-EXIT
029910     OPEN I-O PENDING-CHANGE-FILE
029920     IF NOT WS-PND-STATUS-OK
029930         DISPLAY "GRTMAINT - PENDING-CHANGE-FILE OPEN FAILED "
029940                 "- STATUS " WS-PND-FILE-STATUS
029950         MOVE 8 TO RETURN-CODE
029960         GO TO 9999-EXIT
029970     ELSE
029980         SET WS-PND-OPEN TO TRUE
029990     END-IF
029991     OPEN INPUT SITE-MASTER-FILE
029992     IF NOT WS-SIT-STATUS-OK
029993         DISPLAY "GRTMAINT - SITE-MASTER-FILE OPEN FAILED "
029994                 "- STATUS " WS-SIT-FILE-STATUS
029995         MOVE 8 TO RETURN-CODE
029996         GO TO 9999-EXIT
029997     ELSE
029998         SET WS-SIT-OPEN TO TRUE
029999     END-IF
030000     PERFORM 2900-READ-TRANSACTION.
030100 1000-INITIALIZE-EXIT.
030200     EXIT.
030700     PERFORM 2100-VALIDATE-TRANSACTION
030750         THRU 2100-VALIDATE-TRANSACTION-EXIT
030800     IF WS-TRAN-VALID
030900         PERFORM 3000-PEND-TRANSACTION
030910             THRU 3000-PEND-TRANSACTION-EXIT
031000     ELSE
031100         PERFORM 5000-WRITE-REJECT-LINE
031200     END-IF
031800*----------------------------------------------------------
031900* APPLIES THE SAME RULES 2050-VALIDATE-GREETING ENFORCES IN
032000* HELLO-WORLD, PLUS THE MAINTENANCE-ONLY CHECKS: THE ACTION
032100* MUST BE ADD, CHANGE OR DELETE, THE MAKER ID AND SITE CODE
032200* MUST BE PRESENT, THE LANGUAGE CODE MUST BE ON THE LIST,
032210* THE SITE MUST BE ON THE SITE MASTER AND STILL ACTIVE,
032300* THE EFFECTIVE DATE MUST BE A REAL CALENDAR DATE (OR BLANK
032400* FOR IMMEDIATELY EFFECTIVE), AND THE MESSAGE TEXT MUST FIT
032500* WITHIN THE APPROVED MAX LENGTH. THE FIRST RULE THAT FAILS
033400         MOVE "N" TO WS-TRAN-VALID-SW
033500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
033600     END-IF
033610     IF TRN-MAKER-ID = SPACES OR LOW-VALUES
033620         MOVE "MAKER ID MISSING"    TO WS-REJECT-REASON
033630         MOVE "N" TO WS-TRAN-VALID-SW
033640         GO TO 2100-VALIDATE-TRANSACTION-EXIT
033650     END-IF
033700     IF TRN-SITE-CODE = SPACES OR LOW-VALUES
033800         MOVE "SITE CODE MISSING"   TO WS-REJECT-REASON
033900         MOVE "N" TO WS-TRAN-VALID-SW
035030         MOVE "N" TO WS-TRAN-VALID-SW
035040         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035050     END-IF
035054     PERFORM 2400-VALIDATE-SITE
035058     IF NOT WS-SIT-FOUND
035062         MOVE "SITE NOT ON MASTER"  TO WS-REJECT-REASON
035066         MOVE "N" TO WS-TRAN-VALID-SW
035070         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035074     END-IF
035078     IF SIT-CLOSED
035082         MOVE "SITE CLOSED"         TO WS-REJECT-REASON
035086         MOVE "N" TO WS-TRAN-VALID-SW
035090         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035094     END-IF
035100     IF TRN-EFFECTIVE-DATE NOT = SPACES
035200         PERFORM 2300-VALIDATE-DATE
035250             THRU 2300-VALIDATE-DATE-EXIT
045000     END-IF.
045100 2300-VALIDATE-DATE-EXIT.
045200     EXIT.
045206*----------------------------------------------------------
045212* 2400-VALIDATE-SITE
045218*----------------------------------------------------------
045224 2400-VALIDATE-SITE.
045230     MOVE "N" TO WS-SIT-FOUND-SW
045236     MOVE TRN-SITE-CODE TO SIT-SITE-CODE
045242     READ SITE-MASTER-FILE
045248         INVALID KEY
045254             CONTINUE
045260     END-READ
045266     IF WS-SIT-STATUS-OK
045272         SET WS-SIT-FOUND TO TRUE
045278     END-IF.
045284 2400-VALIDATE-SITE-EXIT.
045290     EXIT.
045300*----------------------------------------------------------
045400* 2900-READ-TRANSACTION
045500*----------------------------------------------------------
046300     END-IF.
046400 2900-READ-TRANSACTION-EXIT.
046500     EXIT.
046510*----------------------------------------------------------
046520* 3000-PEND-TRANSACTION
046530*----------------------------------------------------------
046540* A VALID CARD BECOMES A PENDING CHANGE, NOT A MASTER
046550* UPDATE. THE KEY RULES ARE CHECKED NOW SO A CARD THAT COULD
046560* NEVER BE APPLIED IS REJECTED TO THE MAKER STRAIGHT AWAY
046570* (ADD NEEDS THE KEY ABSENT, CHANGE AND DELETE NEED IT ON
046580* FILE); THE APPROVING RUN CHECKS THEM AGAIN. ONLY ONE CHANGE
046590* PER SITE/LANGUAGE MAY AWAIT APPROVAL AT A TIME. A DECIDED
046600* PENDING RECORD FOR THE SAME KEY IS REPLACED.
046610*----------------------------------------------------------
046620 3000-PEND-TRANSACTION.
046630     PERFORM 3050-READ-MASTER
046640     PERFORM 3060-READ-PENDING
046650     IF WS-PND-FOUND AND PND-PENDING
046660         MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON
046670         PERFORM 5000-WRITE-REJECT-LINE
046680         GO TO 3000-PEND-TRANSACTION-EXIT
046690     END-IF
046700     IF TRN-ACTION = "ADD"
046710         IF WS-MASTER-FOUND
046720             MOVE "KEY ALREADY ON FILE"  TO WS-REJECT-REASON
046730             PERFORM 5000-WRITE-REJECT-LINE
046740             GO TO 3000-PEND-TRANSACTION-EXIT
046750         END-IF
046760     ELSE
046770         IF NOT WS-MASTER-FOUND
046780             MOVE "KEY NOT ON FILE"      TO WS-REJECT-REASON
046790             PERFORM 5000-WRITE-REJECT-LINE
046800             GO TO 3000-PEND-TRANSACTION-EXIT
046810         END-IF
046820     END-IF
046830     PERFORM 3500-BUILD-PENDING-RECORD
046840     IF WS-PND-FOUND
046850         REWRITE PENDING-CHANGE-RECORD
046860             INVALID KEY
046870                 CONTINUE
046880         END-REWRITE
046890     ELSE
046900         WRITE PENDING-CHANGE-RECORD
046910             INVALID KEY
046920                 CONTINUE
046930         END-WRITE
046940     END-IF
046950     IF NOT WS-PND-STATUS-OK
046960         DISPLAY "GRTMAINT - PENDING-CHANGE-FILE WRITE FAILED"
046970                 " - STATUS " WS-PND-FILE-STATUS
046980         MOVE 8 TO RETURN-CODE
046990         MOVE "PENDING WRITE FAILED" TO WS-REJECT-REASON
047000         PERFORM 5000-WRITE-REJECT-LINE
047010         GO TO 3000-PEND-TRANSACTION-EXIT
047020     END-IF
047030     ADD 1 TO WS-APPLIED-COUNT
047040     EVALUATE TRN-ACTION
047050         WHEN "ADD"
047060             ADD 1 TO WS-ADD-COUNT
047070             PERFORM 4300-WRITE-AFTER-IMAGE
047080         WHEN "CHANGE"
047090             ADD 1 TO WS-CHANGE-COUNT
047100             PERFORM 4200-WRITE-BEFORE-IMAGE
047110             PERFORM 4300-WRITE-AFTER-IMAGE
047120         WHEN "DELETE"
047130             ADD 1 TO WS-DELETE-COUNT
047140             PERFORM 4200-WRITE-BEFORE-IMAGE
047150     END-EVALUATE.
047160 3000-PEND-TRANSACTION-EXIT.
047170     EXIT.
047180*----------------------------------------------------------
047190* 3050-READ-MASTER
047200*----------------------------------------------------------
047210 3050-READ-MASTER.
047220     MOVE "N" TO WS-MASTER-FOUND-SW
047230     MOVE TRN-SITE-CODE     TO MASTER-SITE-CODE
047240     MOVE TRN-LANGUAGE-CODE TO MASTER-KEY-LANGUAGE
047250     READ GREETING-MASTER-FILE
047260         INVALID KEY
047270             CONTINUE
047280     END-READ
047290     IF WS-MASTER-STATUS-OK
047300         SET WS-MASTER-FOUND TO TRUE
047310     END-IF.
047320 3050-READ-MASTER-EXIT.
047330     EXIT.
047340*----------------------------------------------------------
047350* 3060-READ-PENDING
047360*----------------------------------------------------------
047370 3060-READ-PENDING.
047380     MOVE "N" TO WS-PND-FOUND-SW
047390     MOVE TRN-SITE-CODE     TO PND-SITE-CODE
047400     MOVE TRN-LANGUAGE-CODE TO PND-LANGUAGE-CODE
047410     READ PENDING-CHANGE-FILE
047420         INVALID KEY
047430             CONTINUE
047440     END-READ
047450     IF WS-PND-STATUS-OK
047460         SET WS-PND-FOUND TO TRUE
047470     END-IF.
047480 3060-READ-PENDING-EXIT.
047490     EXIT.
047500*----------------------------------------------------------
047510* 3500-BUILD-PENDING-RECORD
047520*----------------------------------------------------------
047530* THE PROPOSED AFTER IMAGE IS EXACTLY WHAT THE APPROVING RUN
047540* WILL WRITE TO THE MASTER. A DELETE CARRIES A BLANK ONE.
047550*----------------------------------------------------------
047560 3500-BUILD-PENDING-RECORD.
047570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
047580     ACCEPT WS-CURRENT-TIME FROM TIME
047590     MOVE SPACES              TO PENDING-CHANGE-RECORD
047600     MOVE TRN-SITE-CODE       TO PND-SITE-CODE
047610     MOVE TRN-LANGUAGE-CODE   TO PND-LANGUAGE-CODE
047620     SET PND-PENDING          TO TRUE
047630     MOVE TRN-ACTION          TO PND-ACTION
047640     MOVE "BATCH"             TO PND-MAKER-TYPE
047650     MOVE TRN-MAKER-ID        TO PND-MAKER-ID
047660     MOVE WS-CURRENT-DATE     TO PND-MAKER-DATE
047670     MOVE WS-CURRENT-TIME     TO PND-MAKER-TIME
047680     IF TRN-ACTION = "DELETE"
047690         MOVE ZERO                TO PND-AFT-MAX-LEN
047700     ELSE
047710         MOVE TRN-MESSAGE-TEXT    TO PND-AFT-TEXT
047720         MOVE WS-EDITED-MAX-LEN   TO PND-AFT-MAX-LEN
047730         MOVE TRN-LANGUAGE-CODE   TO PND-AFT-LANGUAGE
047740         MOVE TRN-EFFECTIVE-DATE  TO PND-AFT-EFF-DATE
047750     END-IF.
047760 3500-BUILD-PENDING-RECORD-EXIT.
047770     EXIT.
047780*----------------------------------------------------------
047790* 4200-WRITE-BEFORE-IMAGE
047800*----------------------------------------------------------
047810* PRINTS THE MASTER RECORD AS IT STANDS TODAY FOR A CHANGE OR
047820* DELETE, SO THE REGISTER SHOWS THE CHECKER WHAT THE PENDING
047830* CHANGE WOULD REPLACE OR REMOVE.
047840*----------------------------------------------------------
047850 4200-WRITE-BEFORE-IMAGE.
047860     MOVE TRN-ACTION              TO WS-RD-ACTION
047870     MOVE MASTER-SITE-CODE        TO WS-RD-SITE-CODE
047880     MOVE "BEFORE"                TO WS-RD-IMAGE
047890     MOVE MASTER-MESSAGE-TEXT     TO WS-RD-MESSAGE-TEXT
047900     MOVE MASTER-MESSAGE-MAX-LEN  TO WS-RD-MAX-LEN
047910     MOVE MASTER-LANGUAGE-CODE    TO WS-RD-LANGUAGE-CODE
047920     MOVE MASTER-EFFECTIVE-DATE   TO WS-RD-EFFECTIVE-DATE
047930     PERFORM 4800-WRITE-REGISTER-LINE.
047940 4200-WRITE-BEFORE-IMAGE-EXIT.
047950     EXIT.
047960*----------------------------------------------------------
047970* 4300-WRITE-AFTER-IMAGE
047980*----------------------------------------------------------
047990* PRINTS THE PROPOSED AFTER IMAGE FROM THE PENDING RECORD.
048000*----------------------------------------------------------
048010 4300-WRITE-AFTER-IMAGE.
048020     MOVE TRN-ACTION              TO WS-RD-ACTION
048030     MOVE PND-SITE-CODE           TO WS-RD-SITE-CODE
048040     MOVE "AFTER"                 TO WS-RD-IMAGE
048050     MOVE PND-AFT-TEXT            TO WS-RD-MESSAGE-TEXT
048060     MOVE PND-AFT-MAX-LEN         TO WS-RD-MAX-LEN
048070     MOVE PND-AFT-LANGUAGE        TO WS-RD-LANGUAGE-CODE
048080     MOVE PND-AFT-EFF-DATE        TO WS-RD-EFFECTIVE-DATE
048090     PERFORM 4800-WRITE-REGISTER-LINE.
048100 4300-WRITE-AFTER-IMAGE-EXIT.
048110     EXIT.
062142*----------------------------------------------------------
062200* 4800-WRITE-REGISTER-LINE
062300*----------------------------------------------------------
069000*----------------------------------------------------------
069100* PRINTS THE RUN TOTALS ON THE REGISTER AND SETS THE FINAL
069200* RETURN-CODE: 4 WHEN ANYTHING WAS REJECTED, 8 WHEN THE RUN
069300* HAD TRANSACTIONS BUT COULD SEND NONE OF THEM FOR APPROVAL.
069400*----------------------------------------------------------
069500 8000-FINALIZE.
069600     IF WS-RGST-LINE-COUNT > WS-RGST-PAGE-LIMIT - 7
070100     MOVE "TRANSACTIONS READ           - " TO WS-RT-LABEL
070200     MOVE WS-READ-COUNT    TO WS-RT-COUNT
070300     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
070400     MOVE "SENT FOR APPROVAL           - " TO WS-RT-LABEL
070500     MOVE WS-APPLIED-COUNT TO WS-RT-COUNT
070600     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
070700     MOVE "  ADDS PENDING              - " TO WS-RT-LABEL
070800     MOVE WS-ADD-COUNT     TO WS-RT-COUNT
070900     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
071000     MOVE "  CHANGES PENDING           - " TO WS-RT-LABEL
071100     MOVE WS-CHANGE-COUNT  TO WS-RT-COUNT
071200     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
071300     MOVE "  DELETES PENDING           - " TO WS-RT-LABEL
071400     MOVE WS-DELETE-COUNT  TO WS-RT-COUNT
071500     WRITE REGISTER-PRINT-RECORD FROM WS-RGST-TOTAL-LINE
071600     MOVE "TRANSACTIONS REJECTED       - " TO WS-RT-LABEL
072300         AND RETURN-CODE < 8
072400         MOVE 8 TO RETURN-CODE
072500     END-IF
072600     DISPLAY "GRTMAINT - " WS-APPLIED-COUNT " PENDING, "
072700         WS-REJECT-COUNT " REJECTED OF "
072800         WS-READ-COUNT " READ".
072900 8000-FINALIZE-EXIT.
074400     IF WS-RJCT-OPEN
074500         CLOSE REJECT-PRINT-FILE
074600     END-IF
074610     IF WS-PND-OPEN
074620         CLOSE PENDING-CHANGE-FILE
074630     END-IF
074640     IF WS-SIT-OPEN
074650         CLOSE SITE-MASTER-FILE
074660     END-IF
074700     STOP RUN.
074800 9999-EXIT-EXIT.
074900     EXIT.
