000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTA-ONLINE.
000300 AUTHOR.        R HOLLOWAY.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15  RH   ORIGINAL PROGRAM. CICS CHECKER SCREEN FOR
001100*                  TWO-PERSON APPROVAL OF GREETING MASTER
001200*                  CHANGES. A GRTMAINT CARD OR A GRTU UPDATE
001300*                  NOW ONLY WRITES A PENDING CHANGE (GRTPEND);
001400*                  THIS TRANSACTION SHOWS THE CHECKER THE
001500*                  CURRENT MASTER RECORD BESIDE THE PROPOSED
001600*                  AFTER IMAGE AND WHO KEYED IT, AND LETS THEM
001700*                  APPROVE (PF5) OR REJECT (PF6) IT. AN
001800*                  APPROVAL APPLIES THE ADD, CHANGE OR DELETE
001900*                  TO GRTMSTR AND WRITES THE GRTHIST RECORD
002000*                  WITH BOTH MAKER AND CHECKER; A REJECTION
002100*                  ONLY MARKS THE PENDING RECORD. THE CHECKER
002200*                  MUST BE A DIFFERENT USER FROM THE MAKER -
002300*                  THE SAME RULE THE GRTAPPR BATCH APPROVAL
002400*                  RUN ENFORCES.
002500*
002600*                  LOAD MODULE GRTAPONL, TRANSACTION GRTA,
002700*                  MAPSET GRTASET, MAP GRTAPMP. GRTA IS
002800*                  RESTRICTED BY EXTERNAL SECURITY TO THE
002900*                  USERS ALLOWED TO APPROVE MASTER CHANGES.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------
003800* SWITCHES
003900*----------------------------------------------------------
004000 01  WS-SWITCHES.
004100     05  WS-DECISION-SW           PIC X(01)   VALUE SPACE.
004200         88  WS-DECISION-APPROVE              VALUE "A".
004300         88  WS-DECISION-REJECT               VALUE "R".
004400     05  WS-MASTER-FOUND-SW       PIC X(01)   VALUE "N".
004500         88  WS-MASTER-FOUND                  VALUE "Y".
004600     05  WS-MASTER-APPLIED-SW     PIC X(01)   VALUE "N".
004700         88  WS-MASTER-APPLIED                VALUE "Y".
004800     05  WS-HIST-DONE-SW          PIC X(01)   VALUE "N".
004900         88  WS-HIST-DONE                     VALUE "Y".
005000     05  WS-HIST-OK-SW            PIC X(01)   VALUE "N".
005100         88  WS-HIST-OK                       VALUE "Y".
005200*----------------------------------------------------------
005300* CICS RESPONSE AND CONTROL FIELDS
005400*----------------------------------------------------------
005500 01  WS-RESP                      PIC S9(08)  COMP VALUE ZERO.
005600 01  WS-MASTER-FILE-NAME          PIC X(08)   VALUE "GRTMSTR".
005700 01  WS-HIST-FILE-NAME            PIC X(08)   VALUE "GRTHIST".
005800 01  WS-PEND-FILE-NAME            PIC X(08)   VALUE "GRTPEND".
005900 01  WS-USER-ID                   PIC X(08)   VALUE SPACES.
006000 01  WS-ABSTIME                   PIC S9(15)  COMP-3 VALUE ZERO.
006100 01  WS-CURRENT-DATE              PIC X(08)   VALUE SPACES.
006200 01  WS-TIME-HHMMSS               PIC X(06)   VALUE SPACES.
006300 01  WS-CURRENT-TIME              PIC X(08)   VALUE SPACES.
006400 01  WS-RESULT-MESSAGE            PIC X(70)   VALUE SPACES.
006500 01  WS-END-MESSAGE               PIC X(18)   VALUE
006600     "GRTA SESSION ENDED".
006700*----------------------------------------------------------
006800* COMMAREA - CARRIES THE LAST SITE/LANGUAGE PAIR DISPLAYED
006900* BETWEEN PSEUDO-CONVERSATIONAL TASKS.
007000*----------------------------------------------------------
007100 01  WS-COMMAREA.
007200     05  CA-LAST-SITE-CODE        PIC X(05).
007300     05  CA-LAST-LANGUAGE         PIC X(05).
007400*----------------------------------------------------------
007500* GREETING MASTER RECORD - SAME LAYOUT AS THE BATCH FDS.
007600*----------------------------------------------------------
007700 01  WS-MASTER-RECORD.
007800     05  MASTER-KEY.
007900         10  MASTER-SITE-CODE     PIC X(05).
008000         10  MASTER-KEY-LANGUAGE  PIC X(05).
008100     COPY GREETRC REPLACING
008200         ==GR-MESSAGE-TEXT==    BY ==MASTER-MESSAGE-TEXT==
008300         ==GR-MESSAGE-MAX-LEN== BY ==MASTER-MESSAGE-MAX-LEN==
008400         ==GR-LANGUAGE-CODE==   BY ==MASTER-LANGUAGE-CODE==
008500         ==GR-EFFECTIVE-DATE==  BY ==MASTER-EFFECTIVE-DATE==.
008600     05  FILLER                   PIC X(20).
008700 01  WS-RID-KEY.
008800     05  WS-SITE-CODE             PIC X(05)   VALUE SPACES.
008900     05  WS-LANGUAGE-CODE         PIC X(05)   VALUE SPACES.
009000*----------------------------------------------------------
009100* PENDING-CHANGE RECORD UNDER DECISION.
009200*----------------------------------------------------------
009300 01  WS-PENDING-RECORD.
009400     COPY GRTPEND.
009500*----------------------------------------------------------
009600* CHANGE-HISTORY RECORD AND THE BEFORE-IMAGE HOLD AREA -
009700* CAPTURED FROM THE MASTER AS IT STOOD BEFORE THE APPROVED
009800* CHANGE WAS APPLIED.
009900*----------------------------------------------------------
010000 01  WS-HISTORY-RECORD.
010100     COPY GRTHIST.
010200 01  WS-HIST-BEFORE-AREA.
010300     05  WS-HB-TEXT               PIC X(40)   VALUE SPACES.
010400     05  WS-HB-MAX-LEN            PIC 9(03)   VALUE ZERO.
010500     05  WS-HB-LANGUAGE           PIC X(05)   VALUE SPACES.
010600     05  WS-HB-EFF-DATE           PIC X(08)   VALUE SPACES.
010700*----------------------------------------------------------
010800* SYMBOLIC MAP AND CICS SYSTEM COPYBOOKS
010900*----------------------------------------------------------
011000     COPY GRTAMAP.
011100     COPY DFHAID.
011200     COPY DFHBMSCA.
011300 LINKAGE SECTION.
011400 01  DFHCOMMAREA.
011500     05  FILLER                   PIC X(10).
011600 PROCEDURE DIVISION.
011700*----------------------------------------------------------
011800* 0000-MAINLINE
011900*----------------------------------------------------------
012000 0000-MAINLINE.
012100     IF EIBCALEN = ZERO
012200         PERFORM 1000-FIRST-TIME
012300     ELSE
012400         MOVE DFHCOMMAREA TO WS-COMMAREA
012500         EVALUATE EIBAID
012600             WHEN DFHPF3
012700                 PERFORM 9000-END-SESSION
012800             WHEN DFHCLEAR
012900                 PERFORM 1000-FIRST-TIME
013000             WHEN DFHPF5
013100                 SET WS-DECISION-APPROVE TO TRUE
013200                 PERFORM 3000-DECIDE-CHANGE
013300                     THRU 3000-DECIDE-CHANGE-EXIT
013400             WHEN DFHPF6
013500                 SET WS-DECISION-REJECT TO TRUE
013600                 PERFORM 3000-DECIDE-CHANGE
013700                     THRU 3000-DECIDE-CHANGE-EXIT
013800             WHEN DFHENTER
013900                 PERFORM 2000-DISPLAY-PENDING
014000                     THRU 2000-DISPLAY-PENDING-EXIT
014100             WHEN OTHER
014200                 PERFORM 1100-BUILD-EMPTY-MAP
014300                 MOVE "INVALID KEY - USE ENTER, PF5, PF6 OR PF3"
014400                     TO MSGO
014500                 PERFORM 7000-SEND-MAP
014600         END-EVALUATE
014700     END-IF
014800     PERFORM 8000-RETURN-TRANSID.
014900*----------------------------------------------------------
015000* 1000-FIRST-TIME
015100*----------------------------------------------------------
015200 1000-FIRST-TIME.
015300     MOVE SPACES TO WS-COMMAREA
015400     PERFORM 1100-BUILD-EMPTY-MAP
015500     MOVE "ENTER SITE CODE AND LANGUAGE, THEN PRESS ENTER"
015600         TO MSGO
015700     PERFORM 7000-SEND-MAP.
015800 1000-FIRST-TIME-EXIT.
015900     EXIT.
016000*----------------------------------------------------------
016100* 1100-BUILD-EMPTY-MAP
016200*----------------------------------------------------------
016300 1100-BUILD-EMPTY-MAP.
016400     MOVE LOW-VALUES TO GRTAPMPO.
016500 1100-BUILD-EMPTY-MAP-EXIT.
016600     EXIT.
016700*----------------------------------------------------------
016800* 2000-DISPLAY-PENDING
016900*----------------------------------------------------------
017000* READS THE PENDING CHANGE FOR THE SITE/LANGUAGE KEYED ON THE
017100* SCREEN AND SHOWS IT BESIDE THE CURRENT MASTER RECORD. AN
017200* ADD HAS NO CURRENT RECORD; A DELETE HAS NO PROPOSED ONE.
017300*----------------------------------------------------------
017400 2000-DISPLAY-PENDING.
017500     PERFORM 2100-RECEIVE-MAP
017600     IF SITEI = SPACES OR LOW-VALUES
017700         OR LANGI = SPACES OR LOW-VALUES
017800         PERFORM 1100-BUILD-EMPTY-MAP
017900         MOVE "SITE CODE AND LANGUAGE ARE REQUIRED" TO MSGO
018000         PERFORM 7000-SEND-MAP
018100         GO TO 2000-DISPLAY-PENDING-EXIT
018200     END-IF
018300     MOVE SITEI TO WS-SITE-CODE
018400     MOVE LANGI TO WS-LANGUAGE-CODE
018500     EXEC CICS READ
018600         FILE(WS-PEND-FILE-NAME)
018700         INTO(WS-PENDING-RECORD)
018800         RIDFLD(WS-RID-KEY)
018900         RESP(WS-RESP)
019000     END-EXEC
019100     IF WS-RESP = DFHRESP(NORMAL) AND NOT PND-PENDING
019200         MOVE DFHRESP(NOTFND) TO WS-RESP
019300     END-IF
019400     EVALUATE WS-RESP
019500         WHEN DFHRESP(NORMAL)
019600             PERFORM 2200-READ-MASTER
019700             MOVE WS-SITE-CODE     TO CA-LAST-SITE-CODE
019800             MOVE WS-LANGUAGE-CODE TO CA-LAST-LANGUAGE
019900             PERFORM 2500-BUILD-DECISION-MAP
020000             MOVE "CHANGE PENDING - PF5 TO APPROVE, PF6 TO REJECT"
020100                 TO MSGO
020200             PERFORM 7000-SEND-MAP
020300         WHEN DFHRESP(NOTFND)
020400             PERFORM 1100-BUILD-EMPTY-MAP
020500             MOVE WS-SITE-CODE     TO SITEO
020600             MOVE WS-LANGUAGE-CODE TO LANGO
020700             MOVE "NO CHANGE PENDING FOR THIS SITE/LANGUAGE"
020750                 TO MSGO
020800             PERFORM 7000-SEND-MAP
020900         WHEN OTHER
021000             PERFORM 1100-BUILD-EMPTY-MAP
021100             MOVE "PENDING-CHANGE READ FAILED" TO MSGO
021200             PERFORM 7000-SEND-MAP
021300     END-EVALUATE.
021400 2000-DISPLAY-PENDING-EXIT.
021500     EXIT.
021600*----------------------------------------------------------
021700* 2100-RECEIVE-MAP
021800*----------------------------------------------------------
021900 2100-RECEIVE-MAP.
022000     EXEC CICS RECEIVE
022100         MAP("GRTAPMP")
022200         MAPSET("GRTASET")
022300         INTO(GRTAPMPI)
022400         RESP(WS-RESP)
022500     END-EXEC
022600     IF WS-RESP NOT = DFHRESP(NORMAL)
022700         AND WS-RESP NOT = DFHRESP(MAPFAIL)
022800         PERFORM 1100-BUILD-EMPTY-MAP
022900         MOVE "MAP RECEIVE FAILED" TO MSGO
023000         PERFORM 7000-SEND-MAP
023100         PERFORM 8000-RETURN-TRANSID
023200     END-IF.
023300 2100-RECEIVE-MAP-EXIT.
023400     EXIT.
023500*----------------------------------------------------------
023600* 2200-READ-MASTER
023700*----------------------------------------------------------
023800* CURRENT MASTER RECORD FOR DISPLAY ONLY. NOT FOUND (A
023900* PENDING ADD) LEAVES THE CURRENT FIELDS BLANK.
024000*----------------------------------------------------------
024100 2200-READ-MASTER.
024200     MOVE "N" TO WS-MASTER-FOUND-SW
024300     EXEC CICS READ
024400         FILE(WS-MASTER-FILE-NAME)
024500         INTO(WS-MASTER-RECORD)
024600         RIDFLD(WS-RID-KEY)
024700         RESP(WS-RESP)
024800     END-EXEC
024900     IF WS-RESP = DFHRESP(NORMAL)
025000         SET WS-MASTER-FOUND TO TRUE
025100     END-IF.
025200 2200-READ-MASTER-EXIT.
025300     EXIT.
025400*----------------------------------------------------------
025500* 2500-BUILD-DECISION-MAP
025600*----------------------------------------------------------
025700 2500-BUILD-DECISION-MAP.
025800     PERFORM 1100-BUILD-EMPTY-MAP
025900     MOVE PND-SITE-CODE           TO SITEO
026000     MOVE PND-LANGUAGE-CODE       TO LANGO
026100     MOVE PND-ACTION              TO ACTIONO
026200     MOVE PND-MAKER-ID            TO MAKERO
026300     MOVE PND-MAKER-DATE          TO MKDATEO
026400     MOVE PND-MAKER-TIME          TO MKTIMEO
026500     IF WS-MASTER-FOUND
026600         MOVE MASTER-MESSAGE-TEXT     TO CURTXTO
026700         MOVE MASTER-MESSAGE-MAX-LEN  TO CURLENO
026800         MOVE MASTER-EFFECTIVE-DATE   TO CUREFFO
026900     END-IF
027000     IF PND-ACTION NOT = "DELETE"
027100         MOVE PND-AFT-TEXT            TO NEWTXTO
027200         MOVE PND-AFT-MAX-LEN         TO NEWLENO
027300         MOVE PND-AFT-EFF-DATE        TO NEWEFFO
027400     END-IF
027500     IF PND-DECISION-NOTE NOT = SPACES
027600         MOVE PND-DECISION-NOTE       TO NOTEO
027700     END-IF.
027800 2500-BUILD-DECISION-MAP-EXIT.
027900     EXIT.
028000*----------------------------------------------------------
028100* 3000-DECIDE-CHANGE
028200*----------------------------------------------------------
028300* PF5 (APPROVE) OR PF6 (REJECT). RE-READS THE PENDING CHANGE
028400* FOR UPDATE, REFUSES THE DECISION WHEN THE SIGNED-ON USER
028500* KEYED THE CHANGE, APPLIES AN APPROVAL TO THE MASTER AND
028600* HISTORY, AND STAMPS THE PENDING RECORD WITH THE DECISION,
028700* THE CHECKER AND THE NOTE TYPED ON THE SCREEN.
028800*----------------------------------------------------------
028900 3000-DECIDE-CHANGE.
029000     PERFORM 2100-RECEIVE-MAP
029100     IF SITEI = SPACES OR LOW-VALUES
029200         MOVE CA-LAST-SITE-CODE TO SITEI
029300     END-IF
029400     IF LANGI = SPACES OR LOW-VALUES
029500         MOVE CA-LAST-LANGUAGE TO LANGI
029600     END-IF
029700     IF SITEI = SPACES OR LOW-VALUES
029800         OR LANGI = SPACES OR LOW-VALUES
029900         PERFORM 1100-BUILD-EMPTY-MAP
030000         MOVE "SITE CODE AND LANGUAGE ARE REQUIRED" TO MSGO
030100         PERFORM 7000-SEND-MAP
030200         GO TO 3000-DECIDE-CHANGE-EXIT
030300     END-IF
030400     MOVE SITEI TO WS-SITE-CODE
030500     MOVE LANGI TO WS-LANGUAGE-CODE
030600     PERFORM 3050-GET-USER-AND-TIME
030700     EXEC CICS READ
030800         FILE(WS-PEND-FILE-NAME)
030900         INTO(WS-PENDING-RECORD)
031000         RIDFLD(WS-RID-KEY)
031100         UPDATE
031200         RESP(WS-RESP)
031300     END-EXEC
031400     IF WS-RESP = DFHRESP(NOTFND)
031500         PERFORM 1100-BUILD-EMPTY-MAP
031600         MOVE WS-SITE-CODE     TO SITEO
031700         MOVE WS-LANGUAGE-CODE TO LANGO
031800         MOVE "NO CHANGE PENDING FOR THIS SITE/LANGUAGE" TO MSGO
031900         PERFORM 7000-SEND-MAP
032000         GO TO 3000-DECIDE-CHANGE-EXIT
032100     END-IF
032200     IF WS-RESP NOT = DFHRESP(NORMAL)
032300         PERFORM 1100-BUILD-EMPTY-MAP
032400         MOVE "PENDING-CHANGE READ FOR UPDATE FAILED" TO MSGO
032500         PERFORM 7000-SEND-MAP
032600         GO TO 3000-DECIDE-CHANGE-EXIT
032700     END-IF
032800     IF NOT PND-PENDING
032900         PERFORM 3900-UNLOCK-PENDING
033000         PERFORM 1100-BUILD-EMPTY-MAP
033100         MOVE WS-SITE-CODE     TO SITEO
033200         MOVE WS-LANGUAGE-CODE TO LANGO
033300         MOVE "NO CHANGE PENDING FOR THIS SITE/LANGUAGE" TO MSGO
033400         PERFORM 7000-SEND-MAP
033500         GO TO 3000-DECIDE-CHANGE-EXIT
033600     END-IF
033700     PERFORM 2200-READ-MASTER
033800     IF PND-MAKER-ID (1:8) = WS-USER-ID
033900         PERFORM 3900-UNLOCK-PENDING
034000         PERFORM 2500-BUILD-DECISION-MAP
034100         MOVE "YOU KEYED THIS CHANGE - ANOTHER USER MUST DECIDE"
034200             TO MSGO
034300         PERFORM 7000-SEND-MAP
034400         GO TO 3000-DECIDE-CHANGE-EXIT
034500     END-IF
034600     MOVE WS-SITE-CODE     TO CA-LAST-SITE-CODE
034700     MOVE WS-LANGUAGE-CODE TO CA-LAST-LANGUAGE
034800     IF WS-DECISION-APPROVE
034900         PERFORM 3100-APPLY-TO-MASTER
035000             THRU 3100-APPLY-TO-MASTER-EXIT
035100         IF NOT WS-MASTER-APPLIED
035200             PERFORM 3900-UNLOCK-PENDING
035300             PERFORM 2200-READ-MASTER
035400             PERFORM 2500-BUILD-DECISION-MAP
035500             MOVE WS-RESULT-MESSAGE TO MSGO
035600             PERFORM 7000-SEND-MAP
035700             GO TO 3000-DECIDE-CHANGE-EXIT
035800         END-IF
035900         PERFORM 3600-WRITE-HISTORY
036000             THRU 3600-WRITE-HISTORY-EXIT
036100         SET PND-APPROVED TO TRUE
036200         IF WS-HIST-OK
036300             MOVE "CHANGE APPROVED - GREETING MASTER UPDATED"
036400                 TO WS-RESULT-MESSAGE
036500         ELSE
036600             MOVE "CHANGE APPROVED - HISTORY WRITE FAILED"
036700                 TO WS-RESULT-MESSAGE
036800         END-IF
036900     ELSE
037000         SET PND-REJECTED TO TRUE
037100         MOVE "CHANGE REJECTED - GREETING MASTER NOT CHANGED"
037200             TO WS-RESULT-MESSAGE
037300     END-IF
037400     MOVE "CICS"                  TO PND-CHECKER-TYPE
037500     MOVE WS-USER-ID              TO PND-CHECKER-ID (1:8)
037600     MOVE EIBTRNID                TO PND-CHECKER-ID (9:4)
037700     MOVE WS-CURRENT-DATE         TO PND-DECISION-DATE
037800     MOVE WS-CURRENT-TIME         TO PND-DECISION-TIME
037900     IF NOTEL > ZERO
038000         MOVE NOTEI               TO PND-DECISION-NOTE
038100     END-IF
038200     EXEC CICS REWRITE
038300         FILE(WS-PEND-FILE-NAME)
038400         FROM(WS-PENDING-RECORD)
038500         RESP(WS-RESP)
038600     END-EXEC
038700     IF WS-RESP NOT = DFHRESP(NORMAL)
038800         MOVE "DECISION MADE - PENDING-CHANGE REWRITE FAILED"
038900             TO WS-RESULT-MESSAGE
039000     END-IF
039100     PERFORM 2200-READ-MASTER
039200     PERFORM 2500-BUILD-DECISION-MAP
039300     MOVE WS-RESULT-MESSAGE TO MSGO
039400     PERFORM 7000-SEND-MAP.
039500 3000-DECIDE-CHANGE-EXIT.
039600     EXIT.
039700*----------------------------------------------------------
039800* 3050-GET-USER-AND-TIME
039900*----------------------------------------------------------
040000 3050-GET-USER-AND-TIME.
040100     EXEC CICS ASSIGN
040200         USERID(WS-USER-ID)
040300     END-EXEC
040400     EXEC CICS ASKTIME
040500         ABSTIME(WS-ABSTIME)
040600     END-EXEC
040700     EXEC CICS FORMATTIME
040800         ABSTIME(WS-ABSTIME)
040900         YYYYMMDD(WS-CURRENT-DATE)
041000         TIME(WS-TIME-HHMMSS)
041100     END-EXEC
041200     MOVE WS-TIME-HHMMSS          TO WS-CURRENT-TIME (1:6)
041300     MOVE "00"                    TO WS-CURRENT-TIME (7:2).
041400 3050-GET-USER-AND-TIME-EXIT.
041500     EXIT.
041600*----------------------------------------------------------
041700* 3100-APPLY-TO-MASTER
041800*----------------------------------------------------------
041900* APPLIES THE APPROVED CHANGE. THE KEY RULES ARE CHECKED
042000* AGAIN HERE - AN ADD NEEDS THE KEY STILL ABSENT, A CHANGE
042100* OR DELETE NEEDS IT STILL ON FILE. ON ANY FAILURE
042200* WS-MASTER-APPLIED STAYS "N" AND WS-RESULT-MESSAGE SAYS WHY.
042300*----------------------------------------------------------
042400 3100-APPLY-TO-MASTER.
042500     MOVE "N"    TO WS-MASTER-APPLIED-SW
042600     MOVE SPACES TO WS-HB-TEXT
042700     MOVE ZERO   TO WS-HB-MAX-LEN
042800     MOVE SPACES TO WS-HB-LANGUAGE
042900     MOVE SPACES TO WS-HB-EFF-DATE
043000     IF PND-ACTION = "ADD"
043100         PERFORM 3200-APPLY-ADD
043200             THRU 3200-APPLY-ADD-EXIT
043300         GO TO 3100-APPLY-TO-MASTER-EXIT
043400     END-IF
043500     EXEC CICS READ
043600         FILE(WS-MASTER-FILE-NAME)
043700         INTO(WS-MASTER-RECORD)
043800         RIDFLD(WS-RID-KEY)
043900         UPDATE
044000         RESP(WS-RESP)
044100     END-EXEC
044200     IF WS-RESP = DFHRESP(NOTFND)
044300         MOVE "KEY NO LONGER ON MASTER - REJECT THIS CHANGE"
044400             TO WS-RESULT-MESSAGE
044500         GO TO 3100-APPLY-TO-MASTER-EXIT
044600     END-IF
044700     IF WS-RESP NOT = DFHRESP(NORMAL)
044800         MOVE "GREETING MASTER READ FOR UPDATE FAILED"
044900             TO WS-RESULT-MESSAGE
045000         GO TO 3100-APPLY-TO-MASTER-EXIT
045100     END-IF
045200     MOVE MASTER-MESSAGE-TEXT    TO WS-HB-TEXT
045300     MOVE MASTER-MESSAGE-MAX-LEN TO WS-HB-MAX-LEN
045400     MOVE MASTER-LANGUAGE-CODE   TO WS-HB-LANGUAGE
045500     MOVE MASTER-EFFECTIVE-DATE  TO WS-HB-EFF-DATE
045600     IF PND-ACTION = "DELETE"
045700         EXEC CICS DELETE
045800             FILE(WS-MASTER-FILE-NAME)
045900             RESP(WS-RESP)
046000         END-EXEC
046100     ELSE
046200         PERFORM 3500-BUILD-MASTER-RECORD
046300         EXEC CICS REWRITE
046400             FILE(WS-MASTER-FILE-NAME)
046500             FROM(WS-MASTER-RECORD)
046600             RESP(WS-RESP)
046700         END-EXEC
046800     END-IF
046900     IF WS-RESP = DFHRESP(NORMAL)
047000         SET WS-MASTER-APPLIED TO TRUE
047100     ELSE
047200         MOVE "GREETING MASTER UPDATE FAILED" TO WS-RESULT-MESSAGE
047300     END-IF.
047400 3100-APPLY-TO-MASTER-EXIT.
047500     EXIT.
047600*----------------------------------------------------------
047700* 3200-APPLY-ADD
047800*----------------------------------------------------------
047900 3200-APPLY-ADD.
048000     PERFORM 3500-BUILD-MASTER-RECORD
048100     EXEC CICS WRITE
048200         FILE(WS-MASTER-FILE-NAME)
048300         FROM(WS-MASTER-RECORD)
048400         RIDFLD(MASTER-KEY)
048500         RESP(WS-RESP)
048600     END-EXEC
048700     EVALUATE WS-RESP
048800         WHEN DFHRESP(NORMAL)
048900             SET WS-MASTER-APPLIED TO TRUE
049000         WHEN DFHRESP(DUPREC)
049100             MOVE "KEY ALREADY ON MASTER - REJECT THIS CHANGE"
049200                 TO WS-RESULT-MESSAGE
049300         WHEN OTHER
049400             MOVE "GREETING MASTER WRITE FAILED"
049500                 TO WS-RESULT-MESSAGE
049600     END-EVALUATE.
049700 3200-APPLY-ADD-EXIT.
049800     EXIT.
049900*----------------------------------------------------------
050000* 3500-BUILD-MASTER-RECORD
050100*----------------------------------------------------------
050200 3500-BUILD-MASTER-RECORD.
050300     MOVE SPACES                  TO WS-MASTER-RECORD
050400     MOVE PND-SITE-CODE           TO MASTER-SITE-CODE
050500     MOVE PND-LANGUAGE-CODE       TO MASTER-KEY-LANGUAGE
050600     MOVE PND-AFT-TEXT            TO MASTER-MESSAGE-TEXT
050700     MOVE PND-AFT-MAX-LEN         TO MASTER-MESSAGE-MAX-LEN
050800     MOVE PND-AFT-LANGUAGE        TO MASTER-LANGUAGE-CODE
050900     MOVE PND-AFT-EFF-DATE        TO MASTER-EFFECTIVE-DATE.
051000 3500-BUILD-MASTER-RECORD-EXIT.
051100     EXIT.
051200*----------------------------------------------------------
051300* 3600-WRITE-HISTORY
051400*----------------------------------------------------------
051500* ONE CHANGE-HISTORY RECORD PER APPROVED CHANGE: BEFORE IMAGE
051600* FROM THE MASTER AS IT STOOD, AFTER IMAGE FROM THE PENDING
051700* RECORD (BLANK FOR A DELETE), SOURCE FIELDS FROM THE MAKER
051800* AND HIST-CHECKER-ID FROM THE SIGNED-ON USER PLUS
051900* TRANSACTION ID. A DUPREC RESPONSE BUMPS THE TIE-BREAK
052000* SEQUENCE AND TRIES AGAIN.
052100*----------------------------------------------------------
052200 3600-WRITE-HISTORY.
052300     MOVE SPACES                  TO WS-HISTORY-RECORD
052400     MOVE PND-SITE-CODE           TO HIST-SITE-CODE
052500     MOVE PND-LANGUAGE-CODE       TO HIST-LANGUAGE-CODE
052600     MOVE WS-CURRENT-DATE         TO HIST-CHANGE-DATE
052700     MOVE WS-CURRENT-TIME         TO HIST-CHANGE-TIME
052800     MOVE 1                       TO HIST-CHANGE-SEQ
052900     MOVE PND-ACTION              TO HIST-ACTION
053000     MOVE PND-MAKER-TYPE          TO HIST-SOURCE-TYPE
053100     MOVE PND-MAKER-ID            TO HIST-SOURCE-ID
053200     MOVE WS-USER-ID              TO HIST-CHECKER-ID (1:8)
053300     MOVE EIBTRNID                TO HIST-CHECKER-ID (9:4)
053400     MOVE WS-HB-TEXT              TO HIST-BEF-TEXT
053500     MOVE WS-HB-MAX-LEN           TO HIST-BEF-MAX-LEN
053600     MOVE WS-HB-LANGUAGE          TO HIST-BEF-LANGUAGE
053700     MOVE WS-HB-EFF-DATE          TO HIST-BEF-EFF-DATE
053800     IF PND-ACTION = "DELETE"
053900         MOVE SPACES              TO HIST-AFTER-IMAGE
054000     ELSE
054100         MOVE PND-AFT-TEXT            TO HIST-AFT-TEXT
054200         MOVE PND-AFT-MAX-LEN         TO HIST-AFT-MAX-LEN
054300         MOVE PND-AFT-LANGUAGE        TO HIST-AFT-LANGUAGE
054400         MOVE PND-AFT-EFF-DATE        TO HIST-AFT-EFF-DATE
054500     END-IF
054600     MOVE "N" TO WS-HIST-DONE-SW
054700     MOVE "N" TO WS-HIST-OK-SW
054800     PERFORM 3610-PUT-HISTORY
054900         THRU 3610-PUT-HISTORY-EXIT
055000         UNTIL WS-HIST-DONE OR HIST-CHANGE-SEQ > 999.
055100 3600-WRITE-HISTORY-EXIT.
055200     EXIT.
055300*----------------------------------------------------------
055400* 3610-PUT-HISTORY
055500*----------------------------------------------------------
055600 3610-PUT-HISTORY.
055700     EXEC CICS WRITE
055800         FILE(WS-HIST-FILE-NAME)
055900         FROM(WS-HISTORY-RECORD)
056000         RIDFLD(HIST-KEY)
056100         RESP(WS-RESP)
056200     END-EXEC
056300     IF WS-RESP = DFHRESP(NORMAL)
056400         SET WS-HIST-DONE TO TRUE
056500         SET WS-HIST-OK   TO TRUE
056600     ELSE
056700         IF WS-RESP = DFHRESP(DUPREC)
056800             ADD 1 TO HIST-CHANGE-SEQ
056900         ELSE
057000             SET WS-HIST-DONE TO TRUE
057100         END-IF
057200     END-IF.
057300 3610-PUT-HISTORY-EXIT.
057400     EXIT.
057500*----------------------------------------------------------
057600* 3900-UNLOCK-PENDING
057700*----------------------------------------------------------
057800 3900-UNLOCK-PENDING.
057900     EXEC CICS UNLOCK
058000         FILE(WS-PEND-FILE-NAME)
058100     END-EXEC.
058200 3900-UNLOCK-PENDING-EXIT.
058300     EXIT.
058400*----------------------------------------------------------
058500* 7000-SEND-MAP
058600*----------------------------------------------------------
058700 7000-SEND-MAP.
058800     EXEC CICS SEND
058900         MAP("GRTAPMP")
059000         MAPSET("GRTASET")
059100         FROM(GRTAPMPO)
059200         ERASE
059300     END-EXEC.
059400 7000-SEND-MAP-EXIT.
059500     EXIT.
059600*----------------------------------------------------------
059700* 8000-RETURN-TRANSID
059800*----------------------------------------------------------
059900 8000-RETURN-TRANSID.
060000     EXEC CICS RETURN
060100         TRANSID(EIBTRNID)
060200         COMMAREA(WS-COMMAREA)
060300     END-EXEC.
060400 8000-RETURN-TRANSID-EXIT.
060500     EXIT.
060600*----------------------------------------------------------
060700* 9000-END-SESSION
060800*----------------------------------------------------------
060900 9000-END-SESSION.
061000     EXEC CICS SEND TEXT
061100         FROM(WS-END-MESSAGE)
061200         ERASE
061300         FREEKB
061400     END-EXEC
061500     EXEC CICS RETURN
061600     END-EXEC.
061700 9000-END-SESSION-EXIT.
061800     EXIT.
