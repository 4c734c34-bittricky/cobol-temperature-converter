000140* RECONCILIATION COUNTS, WHETHER THE RUN BALANCED AND THE
000150* FINAL RETURN CODE -- SO "DID TUESDAY'S RUN BALANCE, AND
000160* WHAT RETURN CODE DID IT END WITH" IS ANSWERED FROM A
000170* DATASET INSTEAD OF AN ARCHAEOLOGY DIG.  EACH RUN SHOWS THE
000173* PLANT SITE IT PROCESSED, AND THE REPORT MAY BE LIMITED TO
000176* ONE SITE.
000180*
000190* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000200*   POS  1-8   FROM RUN DATE, YYYYMMDD.
000210*   POS 10-17  TO RUN DATE, YYYYMMDD.
000213*   POS 19-21  SITE CODE TO REPORT (OPTIONAL); OMITTED MEANS
000216*              EVERY SITE.
000220* NO PARM, OR A SHORT ONE, PRINTS THE WHOLE FILE.
000230*
000240* MODIFICATION HISTORY
000250* 09/02/2026  JH   ORIGINAL RUN-HISTORY REPORT.
000252* 10/15/2026  JH   EACH RUN LINE SHOWS THE SITE THE RUN PROCESSED,
000254*                  AND AN OPTIONAL PARM SITE LIMITS THE REPORT TO
000256*                  ONE SITE'S RUNS.
000260*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. RunHistoryReport.
000740     05  WS-FROM-DATE         PIC 9(08) VALUE 0.
000750     05  WS-TO-DATE           PIC 9(08) VALUE 99999999.
000760
000763 01  WS-SELECT-SITE-CODE      PIC X(03) VALUE SPACES.
000766
000770 01  WS-REPORT-COUNTERS.
000780     05  WS-RUNS-LISTED       PIC 9(08) VALUE 0.
000790     05  WS-UNBALANCED-COUNT  PIC 9(08) VALUE 0.
000850     05  WS-PH-FROM-DATE      PIC 9(08).
000860     05  FILLER               PIC X(04) VALUE " TO ".
000870     05  WS-PH-TO-DATE        PIC 9(08).
000880     05  FILLER               PIC X(07) VALUE "  SITE ".
000883     05  WS-PH-SITE-CODE      PIC X(03).
000886     05  FILLER               PIC X(32) VALUE SPACES.
000890
000900 01  WS-COLUMN-HEADING.
000910     05  FILLER               PIC X(08) VALUE "RUN DATE".
001020     05  FILLER               PIC X(08) VALUE "   AUDIT".
001030     05  FILLER               PIC X(02) VALUE " B".
001040     05  FILLER               PIC X(03) VALUE " RC".
001050     05  FILLER               PIC X(05) VALUE " SITE".
001055     05  FILLER               PIC X(01) VALUE SPACES.
001060
001070 01  WS-PRINT-DETAIL-LINE.
001080     05  WS-RL-RUN-DATE       PIC 9(08).
001220     05  WS-RL-BALANCED       PIC X(01).
001230     05  FILLER               PIC X(01) VALUE SPACES.
001240     05  WS-RL-RC             PIC Z9.
001250     05  FILLER               PIC X(01) VALUE SPACES.
001253     05  WS-RL-SITE-CODE      PIC X(03).
001256     05  FILLER               PIC X(02) VALUE SPACES.
001260
001270 01  WS-PRINT-TOTAL-LINE.
001280     05  FILLER               PIC X(12) VALUE "RUNS LISTED ".
001800        AND RH-PARM-DATA (10:8) IS NUMERIC
001810         MOVE RH-PARM-DATA (10:8) TO WS-TO-DATE
001820     END-IF.
001822     IF RH-PARM-LENGTH NOT < 21
001824         MOVE RH-PARM-DATA (19:3) TO WS-SELECT-SITE-CODE
001826     END-IF.
001830
001840     OPEN INPUT RUN-HISTORY-FILE.
001850     IF WS-RUNHIST-FILE-NOT-FOUND
002010
002020     MOVE WS-FROM-DATE TO WS-PH-FROM-DATE.
002030     MOVE WS-TO-DATE   TO WS-PH-TO-DATE.
002031     IF WS-SELECT-SITE-CODE = SPACES
002032         MOVE "ALL" TO WS-PH-SITE-CODE
002033     ELSE
002034         MOVE WS-SELECT-SITE-CODE TO WS-PH-SITE-CODE
002035     END-IF.
002040     MOVE WS-PRINT-HEADING TO RH-PRINT-LINE.
002050     WRITE RH-PRINT-LINE.
002060     MOVE SPACES TO RH-PRINT-LINE.
002270        OR TU-RUN-DATE > WS-TO-DATE
002280         GO TO 2000-NEXT
002290     END-IF.
002292     IF WS-SELECT-SITE-CODE NOT = SPACES
002294        AND TU-SITE-CODE NOT = WS-SELECT-SITE-CODE
002296         GO TO 2000-NEXT
002298     END-IF.
002300
002310     MOVE TU-RUN-DATE        TO WS-RL-RUN-DATE.
002320     MOVE TU-RUN-TIME        TO WS-RL-RUN-TIME.
002390     MOVE TU-AUDIT-COUNT     TO WS-RL-AUDIT.
002400     MOVE TU-RECON-SWITCH    TO WS-RL-BALANCED.
002410     MOVE TU-RETURN-CODE     TO WS-RL-RC.
002415     MOVE TU-SITE-CODE       TO WS-RL-SITE-CODE.
002420     MOVE WS-PRINT-DETAIL-LINE TO RH-PRINT-LINE.
002430     WRITE RH-PRINT-LINE.
002440
