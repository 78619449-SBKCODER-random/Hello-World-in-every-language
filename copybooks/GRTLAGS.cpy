000100*----------------------------------------------------------
000200* GRTLAGS
000300*----------------------------------------------------------
000400* PER-DAY NOTIFICATION DELIVERY-LAG SUMMARY RECORD. GRTLAGRP
000500* WRITES ONE OF THESE FOR EVERY NOTIFICATION RUN DATE IT
000600* REPORTS, SO THE LAG CAN BE TRENDED MONTH OVER MONTH WITHOUT
000700* KEEPING THE DETAIL FILES. LAG-RUN-DATE IS THE NTF-RUN-DATE
000800* OF THE NOTIFICATIONS SUMMARISED; THE LAG OF EACH ONE RUNS
000900* FROM ITS NTF-RUN-DATE/TIME TO THE ACK-PUT-DATE/TIME OF ITS
001000* FIRST BRIDGE ACKNOWLEDGMENT. ALL LAGS ARE IN SECONDS.
001100* LAG-PERCENTILE AND LAG-SLA-HOURS ARE THE PARM VALUES THE
001200* FIGURES WERE WORKED TO. THE FILE IS WRITTEN DISP=MOD, SO A
001300* DATE REPORTED TWICE HAS TWO RECORDS - THE ONE WITH THE
001400* LATEST LAG-REPORT-DATE/TIME STANDS.
001500*
001600* COPY THIS INTO ANY PROGRAM THAT WRITES OR READS THE LAG
001700* SUMMARY FILE. NO REPLACING IS NEEDED - THE LAG- PREFIX IS
001800* USED AS-IS BY EVERY CALLING PROGRAM.
001900*----------------------------------------------------------
002000* 2026-10-15  RH   ORIGINAL COPYBOOK.
002100*----------------------------------------------------------
002200 05  LAG-RUN-DATE             PIC X(08).
002300 05  LAG-ACKED-COUNT          PIC 9(07).
002400 05  LAG-AVG-SECONDS          PIC 9(07).
002500 05  LAG-MAX-SECONDS          PIC 9(07).
002600 05  LAG-PCT-SECONDS          PIC 9(07).
002700 05  LAG-PERCENTILE           PIC 9(02).
002800 05  LAG-SLA-HOURS            PIC 9(03).
002900 05  LAG-BREACH-COUNT         PIC 9(07).
003000 05  LAG-RETRIED-COUNT        PIC 9(07).
003100 05  LAG-REPORT-DATE          PIC X(08).
003200 05  LAG-REPORT-TIME          PIC X(08).
003300 05  FILLER                   PIC X(09).
