003360*                  THE SAME TRAIL THE GRTMAINT BATCH RUN
003370*                  LEAVES. A DUPLICATE HISTORY KEY BUMPS THE
003380*                  TIE-BREAK SEQUENCE AND RETRIES.
003381* 2026-10-15  RH   THE GRTU UPDATE PATH NOW ALSO CHECKS THE
003382*                  SITE AGAINST THE SITE MASTER (SITERC
003383*                  COPYBOOK, CICS FILE SITEMSTR). A SITE NOT
003384*                  ON THE MASTER, OR CLOSED, BLOCKS THE
003385*                  UPDATE - THE SAME RULE GRTMAINT AND
003386*                  GRTCALMT ENFORCE IN BATCH. GRTM INQUIRY
003387*                  IS UNTOUCHED SO A CLOSED SITE'S RECORDS
003388*                  STILL READ.
003396* 2026-10-15  RH   TWO-PERSON APPROVAL. A GRTU UPDATE NO
003404*                  LONGER REWRITES THE MASTER OR WRITES
003412*                  GRTHIST: THE EDITED RECORD IS WRITTEN AS A
003420*                  PENDING CHANGE (GRTPEND COPYBOOK, CICS FILE
003428*                  GRTPEND) STAMPED WITH THE USER PLUS
003436*                  TRANSACTION ID AS MAKER, AND A DIFFERENT
003444*                  USER APPROVES OR REJECTS IT UNDER THE GRTA
003452*                  TRANSACTION (OR A GRTAPPR CARD). ONLY ONE
003460*                  CHANGE PER SITE/LANGUAGE MAY BE PENDING.
003468*                  GRTM INQUIRY NOW SAYS WHEN A CHANGE IS
003476*                  AWAITING APPROVAL.
003484*----------------------------------------------------------
003492 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
004700         88  WS-UPDATE-OK                     VALUE "Y".
004710     05  WS-LANGUAGE-OK-SW        PIC X(01)   VALUE "N".
004720         88  WS-LANGUAGE-OK                   VALUE "Y".
004730     05  WS-SITE-OK-SW            PIC X(01)   VALUE "N".
004740         88  WS-SITE-OK                       VALUE "Y".
004800*----------------------------------------------------------
004900* CICS RESPONSE AND CONTROL FIELDS
005000*----------------------------------------------------------
005100 01  WS-RESP                      PIC S9(08)  COMP VALUE ZERO.
005110 01  WS-PEND-READ-RESP            PIC S9(08)  COMP VALUE ZERO.
005200 01  WS-MASTER-FILE-NAME          PIC X(08)   VALUE "GRTMSTR".
005250 01  WS-PEND-FILE-NAME            PIC X(08)   VALUE "GRTPEND".
005260 01  WS-LANGREF-FILE-NAME         PIC X(08)   VALUE "LANGREF".
005270 01  WS-SITEMSTR-FILE-NAME        PIC X(08)   VALUE "SITEMSTR".
005300 01  WS-UPDATE-TRANID             PIC X(04)   VALUE "GRTU".
005310 01  WS-USER-ID                   PIC X(08)   VALUE SPACES.
005315 01  WS-ABSTIME                   PIC S9(15)  COMP-3 VALUE ZERO.
008800     05  WS-MONTH-MAX-DAY         PIC 9(02)   COMP.
008900 01  WS-EDITED-MAX-LEN            PIC 9(03)   COMP VALUE ZERO.
008910*----------------------------------------------------------
008920* PENDING-CHANGE RECORD - A GRTU UPDATE IS WRITTEN HERE FOR
008930* A SECOND USER TO APPROVE, NOT STRAIGHT TO THE MASTER.
008950*----------------------------------------------------------
008960 01  WS-PENDING-RECORD.
008970     COPY GRTPEND.
008993*----------------------------------------------------------
008994* LANGUAGE REFERENCE RECORD - GRTU VALIDATES LANGI AGAINST
008995* THE SHARED LIST BEFORE TOUCHING THE MASTER.
008997 01  WS-LANGREF-RECORD.
008998     COPY LANGRC.
008999 01  WS-LNG-RID                   PIC X(05)   VALUE SPACES.
009009*----------------------------------------------------------
009019* SITE MASTER RECORD - GRTU CHECKS SITEI IS ON THE MASTER AND
009029* STILL ACTIVE BEFORE TOUCHING THE GREETING MASTER.
009039*----------------------------------------------------------
009049 01  WS-SITE-MASTER-RECORD.
009059     COPY SITERC.
009069 01  WS-SIT-RID                   PIC X(05)   VALUE SPACES.
009079*----------------------------------------------------------
009100* SYMBOLIC MAP AND CICS SYSTEM COPYBOOKS
009200*----------------------------------------------------------
009300     COPY GRTMMAP.
016650             MOVE WS-LANGUAGE-CODE TO CA-LAST-LANGUAGE
016700             PERFORM 2500-BUILD-RECORD-MAP
016800             MOVE "SITE FOUND - PF5 TO UPDATE (GRTU)" TO MSGO
016809             EXEC CICS READ
016818                 FILE(WS-PEND-FILE-NAME)
016827                 INTO(WS-PENDING-RECORD)
016836                 RIDFLD(WS-RID-KEY)
016845                 RESP(WS-RESP)
016854             END-EXEC
016863             IF WS-RESP = DFHRESP(NORMAL) AND PND-PENDING
016872                 MOVE "SITE FOUND - A CHANGE IS PENDING APPROVAL"
016881                     TO MSGO
016890             END-IF
016900             PERFORM 7000-SEND-MAP
017000         WHEN DFHRESP(NOTFND)
017100             PERFORM 1100-BUILD-EMPTY-MAP
021286     END-EVALUATE.
021288 2700-CHECK-LANGUAGE-LIST-EXIT.
021290     EXIT.
021292*----------------------------------------------------------
021294* 2800-CHECK-SITE-MASTER
021296*----------------------------------------------------------
021298* READS THE SITE MASTER FOR THE SITEI KEY FIELD. A SITE NOT
021300* ON THE MASTER, OR CLOSED, BLOCKS THE UPDATE BEFORE THE
021302* GREETING MASTER IS READ - THE SAME RULE THE GRTMAINT AND
021304* GRTCALMT BATCH EDITS ENFORCE.
021306*----------------------------------------------------------
021308 2800-CHECK-SITE-MASTER.
021310     MOVE "N" TO WS-SITE-OK-SW
021312     MOVE SITEI TO WS-SIT-RID
021314     EXEC CICS READ
021316         FILE(WS-SITEMSTR-FILE-NAME)
021318         INTO(WS-SITE-MASTER-RECORD)
021320         RIDFLD(WS-SIT-RID)
021322         RESP(WS-RESP)
021324     END-EXEC
021326     EVALUATE WS-RESP
021328         WHEN DFHRESP(NORMAL)
021330             IF SIT-CLOSED
021332                 PERFORM 1100-BUILD-EMPTY-MAP
021334                 MOVE SITEI TO SITEO
021336                 MOVE "SITE IS CLOSED - UPDATE BLOCKED"
021338                     TO MSGO
021340                 PERFORM 7000-SEND-MAP
021342             ELSE
021344                 SET WS-SITE-OK TO TRUE
021346             END-IF
021348         WHEN DFHRESP(NOTFND)
021350             PERFORM 1100-BUILD-EMPTY-MAP
021352             MOVE SITEI TO SITEO
021354             MOVE "SITE NOT ON THE SITE MASTER"
021356                 TO MSGO
021358             PERFORM 7000-SEND-MAP
021360         WHEN OTHER
021362             PERFORM 1100-BUILD-EMPTY-MAP
021364             MOVE "SITE MASTER READ FAILED" TO MSGO
021366             PERFORM 7000-SEND-MAP
021368     END-EVALUATE.
021370 2800-CHECK-SITE-MASTER-EXIT.
021372     EXIT.
021374*----------------------------------------------------------
021400* 3000-APPLY-UPDATE
021500*----------------------------------------------------------
021600* PF5 UNDER THE GRTU TRANSACTION ONLY. RE-READS THE MASTER,
021700* APPLIES THE SCREEN TEXT AND EFFECTIVE DATE AFTER THE
021800* BATCH VALIDATION RULES, AND WRITES THE RESULT AS A PENDING
021900* CHANGE FOR APPROVAL. A FIELD LEFT UNTOUCHED ON THE SCREEN
022000* (LENGTH ZERO) KEEPS ITS CURRENT MASTER VALUE.
022100*----------------------------------------------------------
022200 3000-APPLY-UPDATE.
022300     IF EIBTRNID NOT = WS-UPDATE-TRANID
023930     IF NOT WS-LANGUAGE-OK
023940         GO TO 3000-APPLY-UPDATE-EXIT
023950     END-IF
023958     PERFORM 2800-CHECK-SITE-MASTER
023966         THRU 2800-CHECK-SITE-MASTER-EXIT
023974     IF NOT WS-SITE-OK
023982         GO TO 3000-APPLY-UPDATE-EXIT
023990     END-IF
024000     IF EFFDTL > ZERO AND EFFDTI NOT = SPACES
024100         PERFORM 6000-VALIDATE-DATE
024150             THRU 6000-VALIDATE-DATE-EXIT
025000     END-IF
025100     MOVE SITEI TO WS-SITE-CODE
025150     MOVE LANGI TO WS-LANGUAGE-CODE
025160     EXEC CICS READ
025170         FILE(WS-MASTER-FILE-NAME)
025180         INTO(WS-MASTER-RECORD)
025190         RIDFLD(WS-RID-KEY)
025200         RESP(WS-RESP)
025210     END-EXEC
025220     IF WS-RESP = DFHRESP(NOTFND)
025230         PERFORM 1100-BUILD-EMPTY-MAP
025240         MOVE WS-SITE-CODE     TO SITEO
025250         MOVE WS-LANGUAGE-CODE TO LANGO
025260         MOVE "SITE/LANGUAGE NOT ON GREETING MASTER" TO MSGO
025270         PERFORM 7000-SEND-MAP
025280         GO TO 3000-APPLY-UPDATE-EXIT
025290     END-IF
025300     IF WS-RESP NOT = DFHRESP(NORMAL)
025310         PERFORM 1100-BUILD-EMPTY-MAP
025320         MOVE "GREETING MASTER READ FAILED" TO MSGO
025330         PERFORM 7000-SEND-MAP
025340         GO TO 3000-APPLY-UPDATE-EXIT
025350     END-IF
025360     PERFORM 3500-EDIT-AND-APPLY
025370         THRU 3500-EDIT-AND-APPLY-EXIT
025380     IF NOT WS-UPDATE-OK
025390         GO TO 3000-APPLY-UPDATE-EXIT
025400     END-IF
025410     PERFORM 3600-WRITE-PENDING
025420         THRU 3600-WRITE-PENDING-EXIT
025430     MOVE WS-SITE-CODE     TO CA-LAST-SITE-CODE
025440     MOVE WS-LANGUAGE-CODE TO CA-LAST-LANGUAGE
025450     PERFORM 2500-BUILD-RECORD-MAP
025460     EVALUATE WS-RESP
025470         WHEN DFHRESP(NORMAL)
025480             MOVE "CHANGE SENT FOR APPROVAL - CHECKER USES GRTA"
025490                 TO MSGO
025500         WHEN DFHRESP(DUPREC)
025510             MOVE "A CHANGE IS ALREADY PENDING - NOT SENT"
025520                 TO MSGO
025530         WHEN OTHER
025540             MOVE "PENDING-CHANGE WRITE FAILED" TO MSGO
025550     END-EVALUATE
025560     PERFORM 7000-SEND-MAP.
029400 3000-APPLY-UPDATE-EXIT.
029500     EXIT.
029600*----------------------------------------------------------
033200     SET WS-UPDATE-OK TO TRUE.
033300 3500-EDIT-AND-APPLY-EXIT.
033400     EXIT.
033401*----------------------------------------------------------
033402* 3600-WRITE-PENDING
033403*----------------------------------------------------------
033404* WRITES THE EDITED MASTER IMAGE AS A PENDING CHANGE, MAKER
033405* STAMPED WITH THE SIGNED-ON USER PLUS TRANSACTION ID - THE
033406* SAME FORM THE HISTORY RECORD WILL CARRY ONCE APPROVED. A
033407* CHANGE ALREADY PENDING FOR THE KEY IS LEFT ALONE AND
033408* DUPREC IS RETURNED TO THE CALLER; A DECIDED ONE IS
033409* REPLACED. WS-RESP IS LEFT WITH THE OUTCOME.
033410*----------------------------------------------------------
033411 3600-WRITE-PENDING.
033412     EXEC CICS ASSIGN
033413         USERID(WS-USER-ID)
033414     END-EXEC
033415     EXEC CICS ASKTIME
033416         ABSTIME(WS-ABSTIME)
033417     END-EXEC
033418     EXEC CICS FORMATTIME
033419         ABSTIME(WS-ABSTIME)
033420         YYYYMMDD(WS-CURRENT-DATE)
033421         TIME(WS-TIME-HHMMSS)
033422     END-EXEC
033423     MOVE WS-TIME-HHMMSS          TO WS-CURRENT-TIME (1:6)
033424     MOVE "00"                    TO WS-CURRENT-TIME (7:2)
033425     EXEC CICS READ
033426         FILE(WS-PEND-FILE-NAME)
033427         INTO(WS-PENDING-RECORD)
033428         RIDFLD(WS-RID-KEY)
033429         UPDATE
033430         RESP(WS-RESP)
033431     END-EXEC
033432     IF WS-RESP = DFHRESP(NORMAL) AND PND-PENDING
033433         EXEC CICS UNLOCK
033434             FILE(WS-PEND-FILE-NAME)
033435         END-EXEC
033436         MOVE DFHRESP(DUPREC) TO WS-RESP
033437         GO TO 3600-WRITE-PENDING-EXIT
033438     END-IF
033439     IF WS-RESP NOT = DFHRESP(NORMAL)
033440         AND WS-RESP NOT = DFHRESP(NOTFND)
033441         GO TO 3600-WRITE-PENDING-EXIT
033442     END-IF
033443     MOVE WS-RESP TO WS-PEND-READ-RESP
033444     MOVE SPACES                  TO WS-PENDING-RECORD
033445     MOVE WS-SITE-CODE            TO PND-SITE-CODE
033446     MOVE WS-LANGUAGE-CODE        TO PND-LANGUAGE-CODE
033447     SET PND-PENDING              TO TRUE
033448     MOVE "CHANGE"                TO PND-ACTION
033449     MOVE "CICS"                  TO PND-MAKER-TYPE
033450     MOVE WS-USER-ID              TO PND-MAKER-ID (1:8)
033451     MOVE EIBTRNID                TO PND-MAKER-ID (9:4)
033452     MOVE WS-CURRENT-DATE         TO PND-MAKER-DATE
033453     MOVE WS-CURRENT-TIME         TO PND-MAKER-TIME
033454     MOVE MASTER-MESSAGE-TEXT     TO PND-AFT-TEXT
033455     MOVE MASTER-MESSAGE-MAX-LEN  TO PND-AFT-MAX-LEN
033456     MOVE MASTER-LANGUAGE-CODE    TO PND-AFT-LANGUAGE
033457     MOVE MASTER-EFFECTIVE-DATE   TO PND-AFT-EFF-DATE
033458     IF WS-PEND-READ-RESP = DFHRESP(NORMAL)
033459         EXEC CICS REWRITE
033460             FILE(WS-PEND-FILE-NAME)
033461             FROM(WS-PENDING-RECORD)
033462             RESP(WS-RESP)
033463         END-EXEC
033464     ELSE
033465         EXEC CICS WRITE
033466             FILE(WS-PEND-FILE-NAME)
033467             FROM(WS-PENDING-RECORD)
033468             RIDFLD(PND-KEY)
033469             RESP(WS-RESP)
033470         END-EXEC
033471     END-IF.
033475 3600-WRITE-PENDING-EXIT.
033476     EXIT.
033551*----------------------------------------------------------
033600* 6000-VALIDATE-DATE
033700*----------------------------------------------------------
