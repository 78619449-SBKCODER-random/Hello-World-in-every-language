000100*----------------------------------------------------------
000200* GRTVOLX
000300*----------------------------------------------------------
000400* VOLUME ANOMALY RECORD. GRTVOLAN WRITES ONE OF THESE FOR
000500* EVERY ANOMALY IT FLAGS FOR A BUSINESS DATE, FOLLOWED BY ONE
000600* SUMMARY RECORD (TYPE S) CARRYING THE NUMBER FLAGGED, SO
000700* GRTNIGHT CAN PUT THE NIGHT'S ANOMALIES ON THE OPERATOR PAGE
000800* WITHOUT RE-WORKING THE DAILY HISTORY. ANOMALY TYPES:
000900*     H = TONIGHT'S GREETINGS ABOVE THE BAND AROUND THE
001000*         TRAILING AVERAGE FOR THE SITE/LANGUAGE
001100*     L = TONIGHT'S GREETINGS BELOW THE BAND
001200*     Z = A SITE WITH A LIVE GREETING-MASTER RECORD BUT NO
001300*         GREETINGS AT ALL TONIGHT (VOX-LANGUAGE-CODE BLANK)
001400* VOX-AVERAGE-COUNT, VOX-BAND-PCT AND VOX-HISTORY-DAYS ARE THE
001500* FIGURES THE H/L DECISION WAS WORKED TO. THE FILE IS WRITTEN
001600* DISP=MOD, SO A NIGHT CHECKED TWICE HAS TWO SETS OF RECORDS -
001700* THE SET WITH THE LATEST VOX-REPORT-DATE/TIME STANDS.
001800*
001900* COPY THIS INTO ANY PROGRAM THAT WRITES OR READS THE VOLUME
002000* ANOMALY FILE. NO REPLACING IS NEEDED - THE VOX- PREFIX IS
002100* USED AS-IS BY EVERY CALLING PROGRAM.
002200*----------------------------------------------------------
002300* 2026-10-15  RH   ORIGINAL COPYBOOK.
002400*----------------------------------------------------------
002500 05  VOX-BUSINESS-DATE            PIC X(08).
002600 05  VOX-REPORT-DATE              PIC X(08).
002700 05  VOX-REPORT-TIME              PIC X(08).
002800 05  VOX-RECORD-TYPE              PIC X(01).
002900     88  VOX-SUMMARY                          VALUE "S".
003000     88  VOX-ABOVE-BAND                       VALUE "H".
003100     88  VOX-BELOW-BAND                       VALUE "L".
003200     88  VOX-SITE-SILENT                      VALUE "Z".
003300 05  VOX-SITE-CODE                PIC X(05).
003400 05  VOX-LANGUAGE-CODE            PIC X(05).
003500 05  VOX-TONIGHT-COUNT            PIC 9(07).
003600 05  VOX-AVERAGE-COUNT            PIC 9(07)V99.
003700 05  VOX-BAND-PCT                 PIC 9(03).
003800 05  VOX-HISTORY-DAYS             PIC 9(02).
003900 05  VOX-ANOMALY-COUNT            PIC 9(05).
004000 05  FILLER                       PIC X(19).
