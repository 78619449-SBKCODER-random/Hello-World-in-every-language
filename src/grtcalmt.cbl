002560*                  RETIRED CODE REJECTS NEW ADD/CHANGE CARDS
002570*                  WHILE EXISTING WINDOWS CARRYING IT STILL
002580*                  READ AND DELETE CLEANLY.
002583* 2026-10-15  RH   ADD AND CHANGE CARDS ARE NOW CHECKED
002586*                  AGAINST THE SITE MASTER (SITERC COPYBOOK,
002589*                  SITEMSTR DD), SAME RULE AS GRTMAINT - A
002592*                  SITE NOT ON THE MASTER OR CLOSED REJECTS.
002595*                  DELETE IS NOT CHECKED.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004630         ACCESS MODE IS SEQUENTIAL
004640         RECORD KEY IS LNG-LANGUAGE-CODE
004650         FILE STATUS IS WS-LNG-FILE-STATUS.
004658     SELECT SITE-MASTER-FILE ASSIGN TO SITEMSTR
004666         ORGANIZATION IS INDEXED
004674         ACCESS MODE IS RANDOM
004682         RECORD KEY IS SIT-SITE-CODE
004690         FILE STATUS IS WS-SIT-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRANSACTION-CARD-FILE
007220     LABEL RECORDS ARE STANDARD.
007230 01  LANGUAGE-REFERENCE-RECORD.
007240     COPY LANGRC.
007250 FD  SITE-MASTER-FILE
007260     LABEL RECORDS ARE STANDARD.
007270 01  SITE-MASTER-RECORD.
007280     COPY SITERC.
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------
007500* SWITCHES
009500         88  WS-CAL-FOUND                     VALUE "Y".
009510     05  WS-LNG-EOF-SW            PIC X(01)   VALUE "N".
009520         88  WS-LNG-EOF                       VALUE "Y".
009530     05  WS-SIT-OPEN-SW           PIC X(01)   VALUE "N".
009540         88  WS-SIT-OPEN                      VALUE "Y".
009550     05  WS-SIT-FOUND-SW          PIC X(01)   VALUE "N".
009560         88  WS-SIT-FOUND                     VALUE "Y".
009600*----------------------------------------------------------
009700* FILE STATUS FIELDS
009800*----------------------------------------------------------
010700     88  WS-RJCT-STATUS-OK                    VALUE "00".
010710 01  WS-LNG-FILE-STATUS           PIC X(02)   VALUE SPACES.
010720     88  WS-LNG-STATUS-OK                     VALUE "00".
010730 01  WS-SIT-FILE-STATUS           PIC X(02)   VALUE SPACES.
010740     88  WS-SIT-STATUS-OK                     VALUE "00".
010800*----------------------------------------------------------
010900* TRANSACTION AND RUN COUNTERS
011000*----------------------------------------------------------
030100     END-IF
030150     PERFORM 1100-LOAD-LANGUAGES
030160         THRU 1100-LOAD-LANGUAGES-EXIT
030164     OPEN INPUT SITE-MASTER-FILE
030168     IF NOT WS-SIT-STATUS-OK
030172         DISPLAY "GRTCALMT - SITE-MASTER-FILE OPEN FAILED "
030176                 "- STATUS " WS-SIT-FILE-STATUS
030180         MOVE 8 TO RETURN-CODE
030184         GO TO 9999-EXIT
030188     ELSE
030192         SET WS-SIT-OPEN TO TRUE
030196     END-IF
030200     PERFORM 2900-READ-TRANSACTION.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
032200* THE GRTMAINT RULES, PLUS THE CALENDAR-ONLY ONES: THE
032300* START DATE IS PART OF THE KEY AND MUST ALWAYS BE A REAL
032400* DATE; ADD/CHANGE ALSO NEED A REAL END DATE NOT BEFORE THE
032500* START, AN APPROVED LANGUAGE, AN ACTIVE SITE ON THE SITE
032510* MASTER, AND TEXT THAT FITS THE MAX LENGTH.
032520* THE FIRST RULE THAT FAILS SETS WS-REJECT-REASON
032700* AND STOPS THE CHECKING.
032800*----------------------------------------------------------
032900 2100-VALIDATE-TRANSACTION.
036430         MOVE "N" TO WS-TRAN-VALID-SW
036440         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036450     END-IF
036454     PERFORM 2400-VALIDATE-SITE
036458     IF NOT WS-SIT-FOUND
036462         MOVE "SITE NOT ON MASTER"  TO WS-REJECT-REASON
036466         MOVE "N" TO WS-TRAN-VALID-SW
036470         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036474     END-IF
036478     IF SIT-CLOSED
036482         MOVE "SITE CLOSED"         TO WS-REJECT-REASON
036486         MOVE "N" TO WS-TRAN-VALID-SW
036490         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036494     END-IF
036500     MOVE TRN-END-DATE TO WS-DATE-CHECK-X
036600     PERFORM 2300-VALIDATE-DATE
036700         THRU 2300-VALIDATE-DATE-EXIT
046800     END-IF.
046900 2300-VALIDATE-DATE-EXIT.
047000     EXIT.
047006*----------------------------------------------------------
047012* 2400-VALIDATE-SITE
047018*----------------------------------------------------------
047024 2400-VALIDATE-SITE.
047030     MOVE "N" TO WS-SIT-FOUND-SW
047036     MOVE TRN-SITE-CODE TO SIT-SITE-CODE
047042     READ SITE-MASTER-FILE
047048         INVALID KEY
047054             CONTINUE
047060     END-READ
047066     IF WS-SIT-STATUS-OK
047072         SET WS-SIT-FOUND TO TRUE
047078     END-IF.
047084 2400-VALIDATE-SITE-EXIT.
047090     EXIT.
047100*----------------------------------------------------------
047200* 2900-READ-TRANSACTION
047300*----------------------------------------------------------
076500     IF WS-RJCT-OPEN
076600         CLOSE REJECT-PRINT-FILE
076700     END-IF
076710     IF WS-SIT-OPEN
076720         CLOSE SITE-MASTER-FILE
076730     END-IF
076800     STOP RUN.
076900 9999-EXIT-EXIT.
077000     EXIT.
