000010*================================================================
000020* PROGRAM      ColdChainExcursion
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* COLD-CHAIN EXCURSION TRACKING.  VALIDATION AND THE RATE-OF-
000080* CHANGE CHECK JUDGE ONE READING AT A TIME, BUT QA THINKS IN
000090* EXCURSIONS -- "FREEZER LINE 3 WAS ABOVE -18C FROM TUESDAY'S
000100* NIGHT SHIFT THROUGH WEDNESDAY'S DAY SHIFT" -- AND USED TO
000110* RECONSTRUCT THEM BY HAND FROM TREND REPORTS AND FLOOR SHEETS
000120* FOR EVERY PRODUCT-HOLD DECISION.
000130*
000140* THIS PROGRAM TAKES EVERY READING FROM THE AUDIT TRAIL AND
000150* THE EXCEPTION FILE FOR A SENSOR THAT HAS A PRODUCT-SAFE BAND
000160* (TEMPBND, PER SENSOR OR PER LOCATION), BRINGS IT TO
000170* CANONICAL CELSIUS THROUGH TEMPCNV, AND APPLIES THE READINGS
000180* PER SENSOR IN BUSINESS-DATE ORDER TO THE KEYED EXCURSION
000190* REGISTER (TEMPEXR): THE FIRST READING OUTSIDE THE BAND OPENS
000200* AN EXCURSION, EACH ONE AFTER EXTENDS IT (PEAK, READING COUNT,
000210* SHIFTS AFFECTED), AND THE FIRST READING BACK INSIDE CLOSES
000220* IT.  EVERY EXCURSION OPENED OR CLOSED IS ALSO WRITTEN TO A
000230* FIXED-FORMAT NOTIFICATION FILE (TEMPQAN) FOR QA'S
000240* PRODUCT-HOLD SYSTEM, AND A PRINTED REPORT LISTS THE OPEN
000250* EXCURSIONS FIRST, THEN THOSE CLOSED IN THE RECENT PAST.
000260*
000270* THE RUN IS INCREMENTAL.  A STATE FILE (TEMPEXS), READ FIRST
000280* AND REBUILT LAST LIKE THE COVERAGE REPORT'S, HOLDS FOR EACH
000290* SENSOR THE LAST READING APPLIED AND ITS OPEN EXCURSION, SO
000300* ONLY LATER READINGS ARE APPLIED AND A RERUN COUNTS NOTHING
000310* TWICE.  A READING THAT ARRIVES DATED BEFORE THE LAST ONE
000320* APPLIED IS COUNTED AS LATE AND LEFT OUT.
000321*
000322* A CONVERSION THAT A REVERSAL ON THE AUDIT TRAIL HAS TAKEN BACK
000323* IS LEFT OUT, AS ON THE OTHER REPORTS THAT READ THE TRAIL.  THE
000324* REVERSAL ONLY COUNTS WHILE ITS READING IS STILL TO BE APPLIED:
000325* AN EXCURSION ALREADY NOTIFIED TO QA IN AN EARLIER RUN IS NOT
000326* WITHDRAWN, REOPENED OR SHORTENED WHEN ONE OF ITS READINGS IS
000327* REVERSED LATER -- THE NOTICE HAS GONE AND THE HOLD DECISION
000328* STANDS ON IT.
000330*
000340* QUARANTINED READINGS COUNT: A READING HELD FOR BEING OUTSIDE
000350* THE SENSOR'S OPERATING RANGE, FOR A SUDDEN JUMP OR FOR AN
000360* OVERDUE CALIBRATION WAS STILL MEASURED BY A KNOWN PROBE, AND
000363* IS OFTEN THE FIRST SIGN OF A DOOR LEFT OPEN.  SUCH A READING IS
000366* DATED BY THE BUSINESS DATE ITS EXCEPTION RECORD CARRIES (ITS RUN
000369* DATE FOR A RECORD WRITTEN BEFORE THE FIELD WAS ADDED), AND IT IS
000372* CORRECTED BY THE CALIBRATION OFFSET IN FORCE FOR ITS SENSOR ON
000375* THAT DATE (TEMPCAL), AS THE CONVERSION RUN WOULD HAVE CORRECTED
000378* IT -- EXCEPT ONE HELD FOR AN OVERDUE CALIBRATION, WHOSE STALE
000381* OFFSET IS NOT TRUSTED AND WHICH IS TAKEN AS READ.
000390* BECAUSE THE QUARANTINED READING IS ALREADY COUNTED, THE
000400* SAME READING RELEASED LATER IN A RE-INJECTION BATCH ('RI')
000410* IS NOT COUNTED AGAIN.
000420*
000430* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000440*   POS  1-3   DAYS BACK TO LIST CLOSED EXCURSIONS, 000-999
000450*              (OPTIONAL, DEFAULT 007)
000460*
000470* RETURN CODES:
000480*   0   NO EXCURSION OPEN AT THE END OF THE RUN
000490*   4   AT LEAST ONE EXCURSION IS STILL OPEN
000500*   16  FILE ERROR OR TABLE OVERFLOW
000510*
000520* MODIFICATION HISTORY
000530* 10/15/2026  JH   ORIGINAL COLD-CHAIN EXCURSION TRACKING.
000533* 10/15/2026  JH   THE SENSOR MASTER IS NOW KEYED BY SITE CODE AND
000536*                  SENSOR ID; THE SCAN STARTS ON THE NEW KEY.
000537* 10/15/2026  JH   CONVERSIONS TAKEN BACK BY A REVERSAL ARE LEFT
000538*                  OUT OF THE READINGS APPLIED.
000539* 10/15/2026  JH   QUARANTINED READINGS ARE DATED BY THE EXCEPTION
000540*                  RECORD'S BUSINESS DATE AND CORRECTED BY THE
000541*                  CALIBRATION OFFSET IN FORCE BEFORE THEY ARE
000542*                  APPLIED.
000543*================================================================
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. ColdChainExcursion.
000570 AUTHOR. J HENDERSON.
000580 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000590 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT BAND-FILE ASSIGN TO "TEMPBND"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BAND-FILE-STATUS.
000680
000690     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS TM-SENSOR-KEY
000730         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000731
000732     SELECT CALIBRATION-FILE ASSIGN TO "TEMPCAL"
000733         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS DYNAMIC
000735         RECORD KEY IS TI-CAL-KEY
000736         FILE STATUS IS WS-CALIBRATION-FILE-STATUS.
000740
000750     SELECT STATE-FILE ASSIGN TO "TEMPEXS"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-STATE-FILE-STATUS.
000780
000790     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000820
000830     SELECT EXCEPTION-FILE ASSIGN TO "TEMPEXC"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000860
000870     SELECT REGISTER-FILE ASSIGN TO "TEMPEXR"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS TJ-EXCURSION-KEY
000910         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000920
000930     SELECT NOTIFY-FILE ASSIGN TO "TEMPQAN"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-NOTIFY-FILE-STATUS.
000960
000970     SELECT EXCURSION-PRINT-FILE ASSIGN TO "TEMPEXP"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-PRINT-FILE-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  BAND-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY TEMPBND.
001060
001070 FD  SENSOR-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY TEMPSEN.
001092
001094 FD  CALIBRATION-FILE
001096     LABEL RECORDS ARE STANDARD.
001098     COPY TEMPCAL.
001100
001110 FD  STATE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY TEMPEXS.
001140
001150 FD  AUDIT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY TEMPAUD.
001180
001190 FD  EXCEPTION-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY TEMPEXC.
001220
001230 FD  REGISTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY TEMPEXR.
001260
001270 FD  NOTIFY-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY TEMPQAN.
001300
001310 FD  EXCURSION-PRINT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  EP-PRINT-LINE               PIC X(80).
001340
001350 WORKING-STORAGE SECTION.
001360 01  WS-BAND-FILE-STATUS      PIC X(02) VALUE '00'.
001370 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
001380     88  WS-SENSOR-END-OF-SET           VALUE '10' '23' '46'.
001382 01  WS-CALIBRATION-FILE-STATUS PIC X(02) VALUE '00'.
001384     88  WS-CALIBRATION-FILE-NOT-FOUND  VALUE '35'.
001386     88  WS-CALIBRATION-END-OF-SET      VALUE '10' '23' '46'.
001390 01  WS-STATE-FILE-STATUS     PIC X(02) VALUE '00'.
001400     88  WS-STATE-FILE-NOT-FOUND        VALUE '35'.
001410 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
001420 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
001430     88  WS-EXCEPTION-FILE-NOT-FOUND    VALUE '35'.
001440 01  WS-REGISTER-FILE-STATUS  PIC X(02) VALUE '00'.
001450     88  WS-REGISTER-FILE-NOT-FOUND     VALUE '35'.
001460     88  WS-REGISTER-KEY-NOT-FOUND      VALUE '23'.
001470     88  WS-REGISTER-END-OF-SET         VALUE '10' '23' '46'.
001480 01  WS-NOTIFY-FILE-STATUS    PIC X(02) VALUE '00'.
001490 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
001500
001510 01  WS-BAND-EOF-SWITCH       PIC X(01) VALUE 'N'.
001520     88  WS-BAND-EOF                    VALUE 'Y'.
001530 01  WS-SENSOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
001540     88  WS-SENSOR-EOF                  VALUE 'Y'.
001550 01  WS-STATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001560     88  WS-STATE-EOF                   VALUE 'Y'.
001570 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001580     88  WS-AUDIT-EOF                   VALUE 'Y'.
001590 01  WS-EXC-EOF-SWITCH        PIC X(01) VALUE 'N'.
001600     88  WS-EXC-EOF                     VALUE 'Y'.
001610 01  WS-REGISTER-EOF-SWITCH   PIC X(01) VALUE 'N'.
001620     88  WS-REGISTER-EOF                VALUE 'Y'.
001623 01  WS-CAL-FILE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001626     88  WS-CAL-FILE-OPEN               VALUE 'Y'.
001630
001640 01  WS-ABEND-MESSAGE.
001650     05  WS-ABEND-FILE-NAME   PIC X(10).
001660     05  FILLER               PIC X(01) VALUE SPACE.
001670     05  WS-ABEND-STATUS      PIC X(02).
001680
001690 01  WS-CLOSED-DAYS-BACK      PIC 9(03) VALUE 7.
001700 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001710 01  WS-CLOSED-CUTOFF-DATE    PIC 9(08) VALUE 0.
001720
001730*----------------------------------------------------------*
001740* TL-CONVERT-PARMS -- EVERY READING IS TAKEN TO CANONICAL
001750* CELSIUS THROUGH THE TEMPCNV SUBPROGRAM, SO THE BAND IS
001760* COMPARED WITH EXACTLY THE VALUE THE PLANT REPORTED.
001770*----------------------------------------------------------*
001780 COPY TEMPLNK.
001790
001800*----------------------------------------------------------*
001810* WS-BAND-TABLE -- THE PRODUCT-SAFE BANDS FROM TEMPBND, BY
001820* SENSOR ('S') OR BY LOCATION ('L').
001830*----------------------------------------------------------*
001840 01  WS-BAND-CONTROL.
001850     05  WS-BAND-COUNT        PIC 9(04) COMP VALUE 0.
001860     05  WS-BAND-SUB          PIC 9(04) COMP VALUE 0.
001870     05  WS-BAND-LIMIT        PIC 9(04) COMP VALUE 2000.
001880     05  WS-BAND-FOUND-SWITCH PIC X(01) VALUE 'N'.
001890         88  WS-BAND-FOUND              VALUE 'Y'.
001900     05  WS-WORK-BAND-KEY.
001910         10  WS-WORK-BAND-TYPE PIC X(01).
001920         10  WS-WORK-BAND-ID   PIC X(20).
001930
001940 01  WS-BAND-TABLE.
001950     05  WS-BAND-ENTRY OCCURS 2000 TIMES.
001960         10  WS-BD-KEY.
001970             15  WS-BD-TYPE       PIC X(01).
001980             15  WS-BD-ID         PIC X(20).
001990         10  WS-BD-LOW-C          PIC S9(4)V9(2).
002000         10  WS-BD-HIGH-C         PIC S9(4)V9(2).
002010
002011*----------------------------------------------------------*
002012* WS-REVERSED-TABLE -- THE SEQUENCE NUMBERS OF EVERY
002013* CONVERSION A REVERSAL RECORD ON THE AUDIT TRAIL HAS TAKEN
002014* BACK, SO A WITHDRAWN READING NEITHER OPENS NOR EXTENDS AN
002015* EXCURSION.
002016*----------------------------------------------------------*
002017 01  WS-REVERSED-CONTROL.
002018     05  WS-REVERSED-COUNT    PIC 9(04) COMP VALUE 0.
002019     05  WS-REVERSED-SUB      PIC 9(04) COMP VALUE 0.
002020     05  WS-REVERSED-LIMIT    PIC 9(04) COMP VALUE 2000.
002021     05  WS-REVERSED-FOUND-SWITCH PIC X(01) VALUE 'N'.
002022         88  WS-REVERSED-FOUND          VALUE 'Y'.
002023
002024 01  WS-REVERSED-TABLE.
002025     05  WS-REVERSED-SEQ-NO   PIC 9(09) OCCURS 2000 TIMES.
002026
002027*----------------------------------------------------------*
002030* WS-SENSOR-TABLE -- ONE ENTRY PER SENSOR WITH A BAND, IN
002040* SENSOR-ID ORDER AS READ FROM THE MASTER, CARRYING THE BAND
002050* THAT APPLIES, THE LAST READING APPLIED AND THE KEY OF ITS
002060* OPEN EXCURSION (ZEROS WHEN NONE).  A SENSOR WITH NO BAND IS
002070* NOT WATCHED AND NOT TABLED.
002080*----------------------------------------------------------*
002090 01  WS-SENSOR-CONTROL.
002100     05  WS-SENSOR-COUNT      PIC 9(04) COMP VALUE 0.
002110     05  WS-SENSOR-SUB        PIC 9(04) COMP VALUE 0.
002120     05  WS-SENSOR-LIMIT      PIC 9(04) COMP VALUE 2000.
002130     05  WS-SENSOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
002140         88  WS-SENSOR-FOUND            VALUE 'Y'.
002150     05  WS-WORK-SENSOR-ID    PIC X(08).
002160
002170 01  WS-SENSOR-TABLE.
002180     05  WS-SENSOR-ENTRY OCCURS 2000 TIMES.
002190         10  WS-SN-SENSOR-ID      PIC X(08).
002200         10  WS-SN-LOCATION       PIC X(20).
002210         10  WS-SN-LOW-C          PIC S9(4)V9(2).
002220         10  WS-SN-HIGH-C         PIC S9(4)V9(2).
002230         10  WS-SN-LAST-READING.
002240             15  WS-SN-LAST-BUS-DATE  PIC 9(08).
002250             15  WS-SN-LAST-RUN-DATE  PIC 9(08).
002260             15  WS-SN-LAST-RUN-TIME  PIC 9(08).
002270         10  WS-SN-OPEN-KEY.
002280             15  WS-SN-OPEN-BUS-DATE  PIC 9(08).
002290             15  WS-SN-OPEN-TIME      PIC 9(08).
002300
002310*----------------------------------------------------------*
002320* WS-READING-TABLE -- EVERY READING NOT YET APPLIED FOR A
002330* WATCHED SENSOR, IN CELSIUS, INSERTED IN BUSINESS DATE, RUN
002340* DATE AND RUN TIME ORDER.  THE AUDIT LOG IS APPENDED IN
002350* TIME ORDER, SO AN INSERT NEARLY ALWAYS LANDS AT THE END.
002360* TWENTY THOUSAND ENTRIES HOLD A FULL MONTH OF A LARGE PLANT,
002370* WHICH IS WHAT THE FIRST RUN AGAINST A LIVE LOG SEES.
002380*----------------------------------------------------------*
002390 01  WS-READING-CONTROL.
002400     05  WS-READING-COUNT     PIC 9(05) COMP VALUE 0.
002410     05  WS-READING-SUB       PIC 9(05) COMP VALUE 0.
002420     05  WS-READING-LIMIT     PIC 9(05) COMP VALUE 20000.
002430     05  WS-INSERT-DONE-SWITCH PIC X(01) VALUE 'N'.
002440         88  WS-INSERT-DONE             VALUE 'Y'.
002450
002460 01  WS-WORK-READING.
002470     05  WS-WR-KEY.
002480         10  WS-WR-BUS-DATE       PIC 9(08).
002490         10  WS-WR-RUN-DATE       PIC 9(08).
002500         10  WS-WR-RUN-TIME       PIC 9(08).
002510     05  WS-WR-SENSOR-ID      PIC X(08).
002520     05  WS-WR-TEMP-C         PIC S9(4)V9(2).
002521
002522*----------------------------------------------------------*
002523* WS-CALIBRATION-LOOKUP -- THE CALIBRATION IN FORCE FOR A
002524* QUARANTINED READING'S SENSOR ON ITS BUSINESS DATE, FOUND
002525* THE WAY THE CONVERSION RUN FINDS IT.
002526*----------------------------------------------------------*
002527 01  WS-CALIBRATION-LOOKUP.
002528     05  WS-CAL-FOUND-SWITCH  PIC X(01) VALUE 'N'.
002529         88  WS-CAL-FOUND             VALUE 'Y'.
002530     05  WS-CAL-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
002531         88  WS-CAL-SCAN-DONE         VALUE 'Y'.
002532     05  WS-CAL-OFFSET        PIC S9(4)V9(2) VALUE 0.
002533
002540 01  WS-READING-TABLE.
002550     05  WS-READING-ENTRY OCCURS 20000 TIMES.
002560         10  WS-RD-KEY.
002570             15  WS-RD-BUS-DATE   PIC 9(08).
002580             15  WS-RD-RUN-DATE   PIC 9(08).
002590             15  WS-RD-RUN-TIME   PIC 9(08).
002600         10  WS-RD-SENSOR-ID      PIC X(08).
002610         10  WS-RD-TEMP-C         PIC S9(4)V9(2).
002620
002630 01  WS-READING-DIRECTION     PIC X(01) VALUE SPACE.
002640     88  WS-READING-IN-BAND             VALUE SPACE.
002650
002660 01  WS-RUN-COUNTERS.
002670     05  WS-APPLIED-COUNT     PIC 9(08) VALUE 0.
002680     05  WS-LATE-COUNT        PIC 9(08) VALUE 0.
002690     05  WS-SKIPPED-COUNT     PIC 9(08) VALUE 0.
002700     05  WS-OPENED-COUNT      PIC 9(08) VALUE 0.
002710     05  WS-CLOSED-COUNT      PIC 9(08) VALUE 0.
002720     05  WS-OPEN-AT-END-COUNT PIC 9(08) VALUE 0.
002730     05  WS-LISTED-CLOSED-COUNT PIC 9(08) VALUE 0.
002740
002750 01  WS-PRINT-HEADING.
002760     05  FILLER               PIC X(30)
002770             VALUE "COLD-CHAIN EXCURSIONS  RUN ".
002780     05  WS-PH-RUN-DATE       PIC 9(08).
002790     05  FILLER               PIC X(42) VALUE SPACES.
002800
002810 01  WS-SECTION-HEADING.
002820     05  WS-SH-TEXT           PIC X(40).
002830     05  FILLER               PIC X(40) VALUE SPACES.
002840
002850 01  WS-COLUMN-HEADING.
002860     05  FILLER               PIC X(40)
002870             VALUE "SENSOR   LOCATION         D START    LAS".
002880     05  FILLER               PIC X(40)
002890             VALUE "T     CLOSED     PEAK C READS SHF".
002900
002910 01  WS-PRINT-DETAIL-LINE.
002920     05  WS-PD-SENSOR-ID      PIC X(08).
002930     05  FILLER               PIC X(01) VALUE SPACE.
002940     05  WS-PD-LOCATION       PIC X(16).
002950     05  FILLER               PIC X(01) VALUE SPACE.
002960     05  WS-PD-DIRECTION      PIC X(01).
002970     05  FILLER               PIC X(01) VALUE SPACE.
002980     05  WS-PD-START-DATE     PIC 9(08).
002990     05  FILLER               PIC X(01) VALUE SPACE.
003000     05  WS-PD-LAST-DATE      PIC 9(08).
003010     05  FILLER               PIC X(01) VALUE SPACE.
003020     05  WS-PD-CLOSED-DATE    PIC X(08).
003030     05  FILLER               PIC X(01) VALUE SPACE.
003040     05  WS-PD-PEAK           PIC -ZZZ9.99.
003050     05  FILLER               PIC X(01) VALUE SPACE.
003060     05  WS-PD-READINGS       PIC ZZZZ9.
003070     05  FILLER               PIC X(01) VALUE SPACE.
003080     05  WS-PD-SHIFTS         PIC ZZ9.
003090     05  FILLER               PIC X(07) VALUE SPACES.
003100
003110 01  WS-PRINT-TOTAL-LINE.
003120     05  FILLER               PIC X(08) VALUE "APPLIED ".
003130     05  WS-PT-APPLIED        PIC ZZZ,ZZ9.
003140     05  FILLER               PIC X(07) VALUE "  LATE ".
003150     05  WS-PT-LATE           PIC ZZZ,ZZ9.
003160     05  FILLER               PIC X(09) VALUE "  OPENED ".
003170     05  WS-PT-OPENED         PIC ZZZ,ZZ9.
003180     05  FILLER               PIC X(09) VALUE "  CLOSED ".
003190     05  WS-PT-CLOSED         PIC ZZZ,ZZ9.
003200     05  FILLER               PIC X(07) VALUE "  OPEN ".
003210     05  WS-PT-OPEN           PIC ZZZ,ZZ9.
003220     05  FILLER               PIC X(05) VALUE SPACES.
003230
003240 LINKAGE SECTION.
003250 01  EX-PARM-AREA.
003260     05  EX-PARM-LENGTH       PIC S9(4) COMP.
003270     05  EX-PARM-DATA         PIC X(10).
003280
003290 PROCEDURE DIVISION USING EX-PARM-AREA.
003300*----------------------------------------------------------*
003310* 0000-MAINLINE
003320*----------------------------------------------------------*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     PERFORM 2000-LOAD-BANDS THRU 2000-EXIT.
003360     PERFORM 2500-LOAD-WATCHED-SENSORS THRU 2500-EXIT.
003370     PERFORM 3000-LOAD-PRIOR-STATE THRU 3000-EXIT.
003380     PERFORM 4000-LOAD-AUDIT-READINGS THRU 4000-EXIT.
003390     PERFORM 4500-LOAD-EXCEPTION-READINGS THRU 4500-EXIT.
003400     PERFORM 5000-APPLY-READINGS THRU 5000-EXIT.
003410     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
003420     PERFORM 8000-REWRITE-STATE THRU 8000-EXIT.
003430
003440     CLOSE REGISTER-FILE.
003450     CLOSE NOTIFY-FILE.
003460     CLOSE EXCURSION-PRINT-FILE.
003470
003480     IF WS-OPEN-AT-END-COUNT > 0
003490         MOVE 4 TO RETURN-CODE
003500     END-IF.
003510
003520     DISPLAY "COLDCHAINEXCURSION - " WS-OPENED-COUNT
003530         " OPENED, " WS-CLOSED-COUNT " CLOSED, "
003540         WS-OPEN-AT-END-COUNT " OPEN - SEE TEMPEXP".
003550     STOP RUN.
003560
003570*----------------------------------------------------------*
003580* 1000-INITIALIZE -- PARSE THE PARM, WORK OUT THE EARLIEST
003590* CLOSING DATE THE REPORT LISTS, AND OPEN THE REGISTER AND
003600* THE OUTPUT FILES.  THE INPUT FILES ARE OPENED IN THE
003610* PARAGRAPHS THAT READ THEM.  AN ABSENT REGISTER IS THE FIRST
003620* RUN: IT IS PRIMED EMPTY.
003630*----------------------------------------------------------*
003640 1000-INITIALIZE.
003650     IF EX-PARM-LENGTH NOT < 3
003660        AND EX-PARM-DATA (1:3) IS NUMERIC
003670         MOVE EX-PARM-DATA (1:3) TO WS-CLOSED-DAYS-BACK
003680     END-IF.
003690
003700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003710     COMPUTE WS-CLOSED-CUTOFF-DATE =
003720         FUNCTION DATE-OF-INTEGER
003730             (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
003740              - WS-CLOSED-DAYS-BACK).
003750
003760     OPEN I-O REGISTER-FILE.
003770     IF WS-REGISTER-FILE-NOT-FOUND
003780         OPEN OUTPUT REGISTER-FILE
003790         CLOSE REGISTER-FILE
003800         OPEN I-O REGISTER-FILE
003810     END-IF.
003820     IF WS-REGISTER-FILE-STATUS NOT = '00'
003830         MOVE "TEMPEXR"  TO WS-ABEND-FILE-NAME
003840         MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
003850         PERFORM 9800-ABEND-RUN
003860     END-IF.
003870
003880     OPEN OUTPUT NOTIFY-FILE.
003890     IF WS-NOTIFY-FILE-STATUS NOT = '00'
003900         MOVE "TEMPQAN"  TO WS-ABEND-FILE-NAME
003910         MOVE WS-NOTIFY-FILE-STATUS TO WS-ABEND-STATUS
003920         PERFORM 9800-ABEND-RUN
003930     END-IF.
003940
003950     OPEN OUTPUT EXCURSION-PRINT-FILE.
003960     IF WS-PRINT-FILE-STATUS NOT = '00'
003970         MOVE "TEMPEXP"  TO WS-ABEND-FILE-NAME
003980         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
003990         PERFORM 9800-ABEND-RUN
004000     END-IF.
004010 1000-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050* 2000-LOAD-BANDS -- TABLE EVERY PRODUCT-SAFE BAND.  WITHOUT
004060* THE BAND FILE THERE IS NOTHING TO WATCH, WHICH IS AN ERROR
004070* IN THE JOB RATHER THAN A QUIET NIGHT.
004080*----------------------------------------------------------*
004090 2000-LOAD-BANDS.
004100     OPEN INPUT BAND-FILE.
004110     IF WS-BAND-FILE-STATUS NOT = '00'
004120         MOVE "TEMPBND"  TO WS-ABEND-FILE-NAME
004130         MOVE WS-BAND-FILE-STATUS TO WS-ABEND-STATUS
004140         PERFORM 9800-ABEND-RUN
004150     END-IF.
004160
004170     PERFORM 2200-READ-BAND THRU 2200-EXIT.
004180     PERFORM 2100-TABLE-ONE-BAND THRU 2100-EXIT
004190         UNTIL WS-BAND-EOF.
004200
004210     CLOSE BAND-FILE.
004220 2000-EXIT.
004230     EXIT.
004240
004250 2100-TABLE-ONE-BAND.
004260     IF NOT TY-BAND-SENSOR
004270        AND NOT TY-BAND-LOCATION
004280         GO TO 2100-NEXT
004290     END-IF.
004300
004310     IF WS-BAND-COUNT = WS-BAND-LIMIT
004320         DISPLAY "COLDCHAINEXCURSION - BAND FILE EXCEEDS "
004330             "TABLE LIMIT - RUN REFUSED"
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370
004380     ADD 1 TO WS-BAND-COUNT.
004390     MOVE TY-BAND-TYPE   TO WS-BD-TYPE (WS-BAND-COUNT).
004400     MOVE TY-BAND-ID     TO WS-BD-ID (WS-BAND-COUNT).
004410     MOVE TY-LOW-TEMP-C  TO WS-BD-LOW-C (WS-BAND-COUNT).
004420     MOVE TY-HIGH-TEMP-C TO WS-BD-HIGH-C (WS-BAND-COUNT).
004430
004440 2100-NEXT.
004450     PERFORM 2200-READ-BAND THRU 2200-EXIT.
004460 2100-EXIT.
004470     EXIT.
004480
004490 2200-READ-BAND.
004500     READ BAND-FILE
004510         AT END
004520             MOVE 'Y' TO WS-BAND-EOF-SWITCH
004530     END-READ.
004540 2200-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580* 2500-LOAD-WATCHED-SENSORS -- WALK THE KEYED MASTER FROM THE
004590* LOW KEY AND TABLE EVERY SENSOR THAT HAS A BAND, TAKING ITS
004600* OWN BAND IF IT HAS ONE AND ITS LOCATION'S OTHERWISE.
004610* RETIRED SENSORS ARE KEPT SO AN EXCURSION OPEN WHEN A PROBE
004620* WAS PULLED STAYS ON THE STATE FILE.
004630*----------------------------------------------------------*
004640 2500-LOAD-WATCHED-SENSORS.
004650     OPEN INPUT SENSOR-FILE.
004660     IF WS-SENSOR-FILE-STATUS NOT = '00'
004670         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
004680         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
004690         PERFORM 9800-ABEND-RUN
004700     END-IF.
004710
004720     MOVE LOW-VALUES TO TM-SENSOR-KEY.
004730     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
004740         INVALID KEY
004750             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
004760     END-START.
004770
004780     IF NOT WS-SENSOR-EOF
004790         PERFORM 2700-READ-NEXT-SENSOR THRU 2700-EXIT
004800     END-IF.
004810     PERFORM 2600-TABLE-ONE-SENSOR THRU 2600-EXIT
004820         UNTIL WS-SENSOR-EOF.
004830
004840     CLOSE SENSOR-FILE.
004850 2500-EXIT.
004860     EXIT.
004870
004880 2600-TABLE-ONE-SENSOR.
004890     MOVE 'S'          TO WS-WORK-BAND-TYPE.
004900     MOVE TM-SENSOR-ID TO WS-WORK-BAND-ID.
004910     PERFORM 7100-FIND-BAND THRU 7100-EXIT.
004920     IF NOT WS-BAND-FOUND
004930         MOVE 'L'         TO WS-WORK-BAND-TYPE
004940         MOVE TM-LOCATION TO WS-WORK-BAND-ID
004950         PERFORM 7100-FIND-BAND THRU 7100-EXIT
004960     END-IF.
004970     IF NOT WS-BAND-FOUND
004980         GO TO 2600-NEXT
004990     END-IF.
005000
005010     IF WS-SENSOR-COUNT = WS-SENSOR-LIMIT
005020         DISPLAY "COLDCHAINEXCURSION - WATCHED SENSORS EXCEED "
005030             "TABLE LIMIT - RUN REFUSED"
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070
005080     ADD 1 TO WS-SENSOR-COUNT.
005090     MOVE TM-SENSOR-ID TO WS-SN-SENSOR-ID (WS-SENSOR-COUNT).
005100     MOVE TM-LOCATION  TO WS-SN-LOCATION (WS-SENSOR-COUNT).
005110     MOVE WS-BD-LOW-C (WS-BAND-SUB)
005120         TO WS-SN-LOW-C (WS-SENSOR-COUNT).
005130     MOVE WS-BD-HIGH-C (WS-BAND-SUB)
005140         TO WS-SN-HIGH-C (WS-SENSOR-COUNT).
005150     MOVE 0 TO WS-SN-LAST-BUS-DATE (WS-SENSOR-COUNT).
005160     MOVE 0 TO WS-SN-LAST-RUN-DATE (WS-SENSOR-COUNT).
005170     MOVE 0 TO WS-SN-LAST-RUN-TIME (WS-SENSOR-COUNT).
005180     MOVE 0 TO WS-SN-OPEN-BUS-DATE (WS-SENSOR-COUNT).
005190     MOVE 0 TO WS-SN-OPEN-TIME (WS-SENSOR-COUNT).
005200
005210 2600-NEXT.
005220     PERFORM 2700-READ-NEXT-SENSOR THRU 2700-EXIT.
005230 2600-EXIT.
005240     EXIT.
005250
005260 2700-READ-NEXT-SENSOR.
005270     READ SENSOR-FILE NEXT RECORD
005280         AT END
005290             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
005300     END-READ.
005310     IF WS-SENSOR-END-OF-SET
005320         MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
005330     END-IF.
005340 2700-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------*
005380* 3000-LOAD-PRIOR-STATE -- PICK UP EACH SENSOR'S LAST
005390* APPLIED READING AND OPEN EXCURSION FROM THE PREVIOUS RUN'S
005400* STATE FILE.  NO FILE YET MEANS A FIRST RUN: EVERY READING
005410* ON THE TRAIL IS NEW.
005420*----------------------------------------------------------*
005430 3000-LOAD-PRIOR-STATE.
005440     OPEN INPUT STATE-FILE.
005450     IF WS-STATE-FILE-NOT-FOUND
005460         GO TO 3000-EXIT
005470     END-IF.
005480     IF WS-STATE-FILE-STATUS NOT = '00'
005490         MOVE "TEMPEXS"  TO WS-ABEND-FILE-NAME
005500         MOVE WS-STATE-FILE-STATUS TO WS-ABEND-STATUS
005510         PERFORM 9800-ABEND-RUN
005520     END-IF.
005530
005540     PERFORM 3200-READ-STATE-RECORD THRU 3200-EXIT.
005550     PERFORM 3100-APPLY-STATE-RECORD THRU 3100-EXIT
005560         UNTIL WS-STATE-EOF.
005570
005580     CLOSE STATE-FILE.
005590 3000-EXIT.
005600     EXIT.
005610
005620 3100-APPLY-STATE-RECORD.
005630     MOVE TZ-SENSOR-ID TO WS-WORK-SENSOR-ID.
005640     PERFORM 7000-FIND-SENSOR THRU 7000-EXIT.
005650     IF WS-SENSOR-FOUND
005660         MOVE TZ-LAST-READING
005670             TO WS-SN-LAST-READING (WS-SENSOR-SUB)
005680         MOVE TZ-OPEN-START-BUS-DATE
005690             TO WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB)
005700         MOVE TZ-OPEN-START-TIME
005710             TO WS-SN-OPEN-TIME (WS-SENSOR-SUB)
005720     END-IF.
005730     PERFORM 3200-READ-STATE-RECORD THRU 3200-EXIT.
005740 3100-EXIT.
005750     EXIT.
005760
005770 3200-READ-STATE-RECORD.
005780     READ STATE-FILE
005790         AT END
005800             MOVE 'Y' TO WS-STATE-EOF-SWITCH
005810     END-READ.
005820 3200-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005856* 4000-LOAD-AUDIT-READINGS -- TABLE THE REVERSED SEQUENCE
005862* NUMBERS, THEN EVERY BATCH CONVERSION ON
005870* THE AUDIT TRAIL FOR A WATCHED SENSOR.  INTERACTIVE
005880* CONVERSIONS CARRY NO SENSOR AND MAINTENANCE RECORDS ARE NOT
005890* READINGS.  RE-INJECTION BATCHES ARE PASSED OVER BECAUSE THE
005900* READING WAS ALREADY TAKEN FROM THE EXCEPTION FILE WHEN IT
005906* WAS QUARANTINED.  A CONVERSION A REVERSAL HAS TAKEN BACK IS
005912* NOT A READING.
005920*----------------------------------------------------------*
005930 4000-LOAD-AUDIT-READINGS.
005940     OPEN INPUT AUDIT-FILE.
005950     IF WS-AUDIT-FILE-STATUS NOT = '00'
005960         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
005970         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
005980         PERFORM 9800-ABEND-RUN
005990     END-IF.
006000
006005     PERFORM 4400-LOAD-REVERSALS THRU 4400-EXIT.
006010     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
006020     PERFORM 4100-TABLE-AUDIT-READING THRU 4100-EXIT
006030         UNTIL WS-AUDIT-EOF.
006040
006050     CLOSE AUDIT-FILE.
006060 4000-EXIT.
006070     EXIT.
006080
006090 4100-TABLE-AUDIT-READING.
006100     IF NOT TA-SOURCE-BATCH
006110        OR TA-SENSOR-ID = SPACES
006120        OR TA-BATCH-ID (1:2) = "RI"
006130         GO TO 4100-NEXT
006140     END-IF.
006150
006151     PERFORM 7200-CHECK-REVERSED THRU 7200-EXIT.
006152     IF WS-REVERSED-FOUND
006153         GO TO 4100-NEXT
006154     END-IF.
006155
006160     MOVE TA-SENSOR-ID TO WS-WORK-SENSOR-ID.
006170     PERFORM 7000-FIND-SENSOR THRU 7000-EXIT.
006180     IF NOT WS-SENSOR-FOUND
006190         GO TO 4100-NEXT
006200     END-IF.
006210
006220     IF TA-BUS-DATE IS NUMERIC
006230        AND TA-BUS-DATE > 0
006240         MOVE TA-BUS-DATE TO WS-WR-BUS-DATE
006250     ELSE
006260         MOVE TA-RUN-DATE TO WS-WR-BUS-DATE
006270     END-IF.
006280     MOVE TA-RUN-DATE  TO WS-WR-RUN-DATE.
006290     MOVE TA-RUN-TIME  TO WS-WR-RUN-TIME.
006300     MOVE TA-SENSOR-ID TO WS-WR-SENSOR-ID.
006310
006320     MOVE TA-INPUT-TEMP TO TL-INPUT-TEMP.
006330     MOVE TA-INPUT-UNIT TO TL-INPUT-UNIT.
006340     PERFORM 4300-TABLE-WORK-READING THRU 4300-EXIT.
006350
006360 4100-NEXT.
006370     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
006380 4100-EXIT.
006390     EXIT.
006400
006410 4200-READ-AUDIT.
006420     READ AUDIT-FILE
006430         AT END
006440             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006450     END-READ.
006460 4200-EXIT.
006470     EXIT.
006471
006472*----------------------------------------------------------*
006473* 4400-LOAD-REVERSALS -- FIRST PASS OVER THE AUDIT TRAIL,
006474* TABLING THE SEQUENCE NUMBER EACH REVERSAL RECORD NAMES, THEN
006475* BACK TO THE TOP FOR THE READINGS.  A REVERSAL MAY BE LOGGED
006476* DAYS AFTER ITS ORIGINAL, SO THE TABLE MUST BE COMPLETE FIRST.
006477*----------------------------------------------------------*
006478 4400-LOAD-REVERSALS.
006479     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
006480     PERFORM 4410-TABLE-ONE-REVERSAL THRU 4410-EXIT
006481         UNTIL WS-AUDIT-EOF.
006482
006483     CLOSE AUDIT-FILE.
006484     OPEN INPUT AUDIT-FILE.
006485     IF WS-AUDIT-FILE-STATUS NOT = '00'
006486         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
006487         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
006488         PERFORM 9800-ABEND-RUN
006489     END-IF.
006490     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
006491 4400-EXIT.
006492     EXIT.
006493
006494 4410-TABLE-ONE-REVERSAL.
006495     IF TA-SOURCE-REVERSAL
006496        AND TA-REVERSES-SEQUENCE-NO IS NUMERIC
006497         IF WS-REVERSED-COUNT = WS-REVERSED-LIMIT
006498             DISPLAY "COLDCHAINEXCURSION - REVERSALS EXCEED "
006499                 "TABLE LIMIT - RUN REFUSED"
006500             MOVE 16 TO RETURN-CODE
006501             STOP RUN
006502         END-IF
006503         ADD 1 TO WS-REVERSED-COUNT
006504         MOVE TA-REVERSES-SEQUENCE-NO
006505             TO WS-REVERSED-SEQ-NO (WS-REVERSED-COUNT)
006506     END-IF.
006507     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
006508 4410-EXIT.
006509     EXIT.
006510
006511*----------------------------------------------------------*
006512* 4300-TABLE-WORK-READING -- THE READING IN WS-WORK-READING,
006513* FOR THE SENSOR AT WS-SENSOR-SUB, WITH ITS VALUE AND UNIT
006520* ALREADY IN THE TEMPCNV PARAMETER BLOCK.  A READING NO LATER
006530* THAN THE SENSOR'S LAST APPLIED ONE HAS BEEN SEEN BEFORE OR
006540* ARRIVED TOO LATE TO APPLY IN ORDER.  OTHERWISE IT IS TAKEN
006550* TO CELSIUS -- UNDER THE WIDEST LIMITS, SINCE IT WAS JUDGED
006560* WHEN IT CONVERTED -- AND INSERTED IN DATE ORDER.
006570*----------------------------------------------------------*
006580 4300-TABLE-WORK-READING.
006590     IF WS-WR-KEY NOT > WS-SN-LAST-READING (WS-SENSOR-SUB)
006600         IF WS-SN-LAST-BUS-DATE (WS-SENSOR-SUB) > WS-WR-BUS-DATE
006610             ADD 1 TO WS-LATE-COUNT
006620         END-IF
006630         GO TO 4300-EXIT
006640     END-IF.
006650
006660     MOVE 'C'      TO TL-TARGET-UNIT.
006670     MOVE 'N'      TO TL-ROUND-MODE.
006680     MOVE 2        TO TL-DECIMAL-PLACES.
006690     MOVE -9999.99 TO TL-MIN-VALID-TEMP-C.
006700     MOVE 9999.99  TO TL-MAX-VALID-TEMP-C.
006710     CALL 'TEMPCNV' USING TL-CONVERT-PARMS.
006720     IF TL-REASON-CODE NOT = SPACES
006730         ADD 1 TO WS-SKIPPED-COUNT
006740         GO TO 4300-EXIT
006750     END-IF.
006760     MOVE TL-CANONICAL-TEMP-C TO WS-WR-TEMP-C.
006770
006780     IF WS-READING-COUNT = WS-READING-LIMIT
006790         DISPLAY "COLDCHAINEXCURSION - READINGS EXCEED "
006800             "TABLE LIMIT - RUN REFUSED"
006810         MOVE 16 TO RETURN-CODE
006820         STOP RUN
006830     END-IF.
006840
006850     ADD 1 TO WS-READING-COUNT.
006860     MOVE WS-READING-COUNT TO WS-READING-SUB.
006870     MOVE 'N' TO WS-INSERT-DONE-SWITCH.
006880     PERFORM 4310-SHIFT-READING-ENTRY THRU 4310-EXIT
006890         UNTIL WS-INSERT-DONE.
006900
006910     MOVE WS-WR-KEY       TO WS-RD-KEY (WS-READING-SUB).
006920     MOVE WS-WR-SENSOR-ID TO WS-RD-SENSOR-ID (WS-READING-SUB).
006930     MOVE WS-WR-TEMP-C    TO WS-RD-TEMP-C (WS-READING-SUB).
006940 4300-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------*
006980* 4310-SHIFT-READING-ENTRY -- WALKS THE NEW SLOT DOWN FROM
006990* THE END OF THE TABLE PAST EVERY LATER READING, SHIFTING
007000* THEM UP ONE SLOT.  EQUAL KEYS KEEP FILE ORDER.
007010*----------------------------------------------------------*
007020 4310-SHIFT-READING-ENTRY.
007030     IF WS-READING-SUB = 1
007040         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
007050         GO TO 4310-EXIT
007060     END-IF.
007070
007080     IF WS-RD-KEY (WS-READING-SUB - 1) NOT > WS-WR-KEY
007090         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
007100         GO TO 4310-EXIT
007110     END-IF.
007120
007130     MOVE WS-READING-ENTRY (WS-READING-SUB - 1)
007140         TO WS-READING-ENTRY (WS-READING-SUB).
007150     SUBTRACT 1 FROM WS-READING-SUB.
007160 4310-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------*
007200* 4500-LOAD-EXCEPTION-READINGS -- TABLE THE QUARANTINED
007210* READINGS THAT ARE STILL REAL MEASUREMENTS FROM A KNOWN
007220* PROBE: OUTSIDE THE SENSOR'S OPERATING RANGE, A SUDDEN JUMP,
007230* OR FROM AN INSTRUMENT OVERDUE FOR CALIBRATION.  READINGS
007240* HELD FOR A BAD UNIT, AN UNKNOWN OR RETIRED SENSOR, OR A
007250* VALUE THAT WOULD NOT CONVERT SAY NOTHING RELIABLE ABOUT
007260* THE PRODUCT AND ARE LEFT OUT.  NO EXCEPTION FILE YET IS
007270* NOT AN ERROR, AND NO CALIBRATION REGISTER YET MEANS NO
007275* SENSOR HAS AN OFFSET TO APPLY.
007280*----------------------------------------------------------*
007290 4500-LOAD-EXCEPTION-READINGS.
007300     OPEN INPUT EXCEPTION-FILE.
007310     IF WS-EXCEPTION-FILE-NOT-FOUND
007320         GO TO 4500-EXIT
007330     END-IF.
007340     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
007350         MOVE "TEMPEXC"  TO WS-ABEND-FILE-NAME
007360         MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
007370         PERFORM 9800-ABEND-RUN
007380     END-IF.
007381
007382     MOVE 'N' TO WS-CAL-FILE-OPEN-SWITCH.
007383     OPEN INPUT CALIBRATION-FILE.
007384     IF WS-CALIBRATION-FILE-NOT-FOUND
007385         GO TO 4500-READ-FIRST
007386     END-IF.
007387     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
007388         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
007389         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
007390         PERFORM 9800-ABEND-RUN
007391     END-IF.
007392     MOVE 'Y' TO WS-CAL-FILE-OPEN-SWITCH.
007393
007394 4500-READ-FIRST.
007400     PERFORM 4700-READ-EXCEPTION THRU 4700-EXIT.
007410     PERFORM 4600-TABLE-EXCEPTION-READING THRU 4600-EXIT
007420         UNTIL WS-EXC-EOF.
007430
007440     CLOSE EXCEPTION-FILE.
007442     IF WS-CAL-FILE-OPEN
007444         CLOSE CALIBRATION-FILE
007446     END-IF.
007450 4500-EXIT.
007460     EXIT.
007470
007480 4600-TABLE-EXCEPTION-READING.
007490     IF NOT TX-REASON-SENSOR-RANGE
007500        AND NOT TX-REASON-DELTA
007510        AND NOT TX-REASON-CAL-OVERDUE
007520         GO TO 4600-NEXT
007530     END-IF.
007540
007550     MOVE TX-SENSOR-ID TO WS-WORK-SENSOR-ID.
007560     PERFORM 7000-FIND-SENSOR THRU 7000-EXIT.
007570     IF NOT WS-SENSOR-FOUND
007580         GO TO 4600-NEXT
007590     END-IF.
007600
007602     IF TX-BUS-DATE IS NUMERIC
007604        AND TX-BUS-DATE NOT = 0
007606         MOVE TX-BUS-DATE TO WS-WR-BUS-DATE
007608     ELSE
007610         MOVE TX-RUN-DATE TO WS-WR-BUS-DATE
007615     END-IF.
007620     MOVE TX-RUN-DATE  TO WS-WR-RUN-DATE.
007630     MOVE TX-RUN-TIME  TO WS-WR-RUN-TIME.
007640     MOVE TX-SENSOR-ID TO WS-WR-SENSOR-ID.
007650
007660     MOVE TX-INPUT-TEMP TO TL-INPUT-TEMP.
007661     IF NOT TX-REASON-CAL-OVERDUE
007662         PERFORM 7300-FIND-CALIBRATION THRU 7300-EXIT
007663         IF WS-CAL-FOUND
007664             COMPUTE TL-INPUT-TEMP = TX-INPUT-TEMP + WS-CAL-OFFSET
007665                 ON SIZE ERROR
007666                     ADD 1 TO WS-SKIPPED-COUNT
007667                     GO TO 4600-NEXT
007668             END-COMPUTE
007669         END-IF
007670     END-IF.
007671     MOVE TX-INPUT-UNIT TO TL-INPUT-UNIT.
007680     PERFORM 4300-TABLE-WORK-READING THRU 4300-EXIT.
007690
007700 4600-NEXT.
007710     PERFORM 4700-READ-EXCEPTION THRU 4700-EXIT.
007720 4600-EXIT.
007730     EXIT.
007740
007750 4700-READ-EXCEPTION.
007760     READ EXCEPTION-FILE
007770         AT END
007780             MOVE 'Y' TO WS-EXC-EOF-SWITCH
007790     END-READ.
007800 4700-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------*
007840* 5000-APPLY-READINGS -- APPLY THE TABLED READINGS IN DATE
007850* ORDER.  EACH SENSOR'S READINGS THEREFORE REACH IT IN
007860* BUSINESS-DATE ORDER, INTERLEAVED WITH OTHER SENSORS'.
007870*----------------------------------------------------------*
007880 5000-APPLY-READINGS.
007890     MOVE 1 TO WS-READING-SUB.
007900     PERFORM 5100-APPLY-ONE-READING THRU 5100-EXIT
007910         UNTIL WS-READING-SUB > WS-READING-COUNT.
007920 5000-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------*
007960* 5100-APPLY-ONE-READING -- A READING ABOVE THE BAND IS A
007970* HIGH EXCURSION, BELOW IT A LOW ONE.  IT EXTENDS THE
007980* SENSOR'S OPEN EXCURSION IF THAT RUNS THE SAME WAY;
007990* OTHERWISE ANY OPEN EXCURSION IS CLOSED, AND AN OUT-OF-BAND
008000* READING OPENS A NEW ONE.  A FREEZER THAT SWINGS STRAIGHT
008010* FROM TOO WARM TO TOO COLD IS TWO EXCURSIONS, NOT ONE.
008020*----------------------------------------------------------*
008030 5100-APPLY-ONE-READING.
008040     MOVE WS-RD-SENSOR-ID (WS-READING-SUB) TO WS-WORK-SENSOR-ID.
008050     PERFORM 7000-FIND-SENSOR THRU 7000-EXIT.
008060
008070     EVALUATE TRUE
008080         WHEN WS-RD-TEMP-C (WS-READING-SUB)
008090                 > WS-SN-HIGH-C (WS-SENSOR-SUB)
008100             MOVE 'H' TO WS-READING-DIRECTION
008110         WHEN WS-RD-TEMP-C (WS-READING-SUB)
008120                 < WS-SN-LOW-C (WS-SENSOR-SUB)
008130             MOVE 'L' TO WS-READING-DIRECTION
008140         WHEN OTHER
008150             MOVE SPACE TO WS-READING-DIRECTION
008160     END-EVALUATE.
008170
008180     IF WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB) NOT = 0
008190         PERFORM 5200-READ-OPEN-EXCURSION THRU 5200-EXIT
008200     END-IF.
008210
008220     IF WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB) NOT = 0
008230         IF WS-READING-DIRECTION = TJ-DIRECTION
008240             PERFORM 5400-EXTEND-EXCURSION THRU 5400-EXIT
008250             GO TO 5100-NEXT
008260         END-IF
008270         PERFORM 5500-CLOSE-EXCURSION THRU 5500-EXIT
008280     END-IF.
008290
008300     IF NOT WS-READING-IN-BAND
008310         PERFORM 5300-OPEN-EXCURSION THRU 5300-EXIT
008320     END-IF.
008330
008340 5100-NEXT.
008350     MOVE WS-RD-KEY (WS-READING-SUB)
008360         TO WS-SN-LAST-READING (WS-SENSOR-SUB).
008370     ADD 1 TO WS-APPLIED-COUNT.
008380     ADD 1 TO WS-READING-SUB.
008390 5100-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------*
008430* 5200-READ-OPEN-EXCURSION -- BRING THE SENSOR'S OPEN
008440* EXCURSION INTO THE REGISTER RECORD AREA.  ONE MISSING FROM
008450* THE REGISTER (A RESTORED OR REBUILT CLUSTER) IS FORGOTTEN
008460* RATHER THAN STOPPING THE RUN; THE NEXT OUT-OF-BAND READING
008470* OPENS A FRESH ONE.
008480*----------------------------------------------------------*
008490 5200-READ-OPEN-EXCURSION.
008500     MOVE WS-SN-SENSOR-ID (WS-SENSOR-SUB)     TO TJ-SENSOR-ID.
008510     MOVE WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB) TO
008520         TJ-START-BUS-DATE.
008530     MOVE WS-SN-OPEN-TIME (WS-SENSOR-SUB)     TO TJ-START-TIME.
008540     READ REGISTER-FILE
008550         INVALID KEY
008560             MOVE 0 TO WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB)
008570             MOVE 0 TO WS-SN-OPEN-TIME (WS-SENSOR-SUB)
008580     END-READ.
008590     IF WS-REGISTER-FILE-STATUS NOT = '00'
008600        AND NOT WS-REGISTER-KEY-NOT-FOUND
008610         MOVE "TEMPEXR"  TO WS-ABEND-FILE-NAME
008620         MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
008630         PERFORM 9800-ABEND-RUN
008640     END-IF.
008650 5200-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------*
008690* 5300-OPEN-EXCURSION -- A NEW EXCURSION STARTING AT THIS
008700* READING, WITH THE SENSOR'S BAND AS IT STANDS TODAY, AND AN
008710* 'OPENED' NOTICE TO QA.
008720*----------------------------------------------------------*
008730 5300-OPEN-EXCURSION.
008740     MOVE SPACES TO TJ-EXCURSION-RECORD.
008750     MOVE WS-SN-SENSOR-ID (WS-SENSOR-SUB)  TO TJ-SENSOR-ID.
008760     MOVE WS-RD-BUS-DATE (WS-READING-SUB)  TO TJ-START-BUS-DATE.
008770     MOVE WS-RD-RUN-TIME (WS-READING-SUB)  TO TJ-START-TIME.
008780     MOVE 'O'                              TO TJ-STATUS.
008790     MOVE WS-READING-DIRECTION             TO TJ-DIRECTION.
008800     MOVE WS-RD-BUS-DATE (WS-READING-SUB)  TO TJ-LAST-BUS-DATE.
008810     MOVE WS-RD-TEMP-C (WS-READING-SUB)    TO TJ-PEAK-TEMP-C.
008820     MOVE WS-SN-LOW-C (WS-SENSOR-SUB)      TO TJ-BAND-LOW-C.
008830     MOVE WS-SN-HIGH-C (WS-SENSOR-SUB)     TO TJ-BAND-HIGH-C.
008840     MOVE 1                                TO TJ-READING-COUNT.
008850     MOVE 1                                TO TJ-SHIFT-COUNT.
008860     MOVE 0                                TO TJ-CLOSED-BUS-DATE.
008870
008880     WRITE TJ-EXCURSION-RECORD
008890         INVALID KEY
008900             MOVE "TEMPEXR"  TO WS-ABEND-FILE-NAME
008910             MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
008920             PERFORM 9800-ABEND-RUN
008930     END-WRITE.
008940
008950     MOVE TJ-START-BUS-DATE
008955         TO WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB).
008960     MOVE TJ-START-TIME     TO WS-SN-OPEN-TIME (WS-SENSOR-SUB).
008970     ADD 1 TO WS-OPENED-COUNT.
008980
008990     MOVE 'O' TO TW-NOTICE-TYPE.
009000     PERFORM 5600-WRITE-NOTICE THRU 5600-EXIT.
009010 5300-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------*
009050* 5400-EXTEND-EXCURSION -- ONE MORE OUT-OF-BAND READING ON
009060* THE OPEN EXCURSION: THE COUNT, THE LAST SHIFT SEEN, A NEW
009070* SHIFT WHEN THE BUSINESS DATE MOVES ON, AND THE PEAK WHEN
009080* THIS READING IS WORSE.
009090*----------------------------------------------------------*
009100 5400-EXTEND-EXCURSION.
009110     ADD 1 TO TJ-READING-COUNT.
009120     IF WS-RD-BUS-DATE (WS-READING-SUB) NOT = TJ-LAST-BUS-DATE
009130         ADD 1 TO TJ-SHIFT-COUNT
009140         MOVE WS-RD-BUS-DATE (WS-READING-SUB)
009150             TO TJ-LAST-BUS-DATE
009160     END-IF.
009170
009180     IF TJ-EXCURSION-HIGH
009190        AND WS-RD-TEMP-C (WS-READING-SUB) > TJ-PEAK-TEMP-C
009200         MOVE WS-RD-TEMP-C (WS-READING-SUB) TO TJ-PEAK-TEMP-C
009210     END-IF.
009220     IF TJ-EXCURSION-LOW
009230        AND WS-RD-TEMP-C (WS-READING-SUB) < TJ-PEAK-TEMP-C
009240         MOVE WS-RD-TEMP-C (WS-READING-SUB) TO TJ-PEAK-TEMP-C
009250     END-IF.
009260
009270     PERFORM 5450-REWRITE-EXCURSION THRU 5450-EXIT.
009280 5400-EXIT.
009290     EXIT.
009300
009310 5450-REWRITE-EXCURSION.
009320     REWRITE TJ-EXCURSION-RECORD
009330         INVALID KEY
009340             MOVE "TEMPEXR"  TO WS-ABEND-FILE-NAME
009350             MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
009360             PERFORM 9800-ABEND-RUN
009370     END-REWRITE.
009380 5450-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------*
009420* 5500-CLOSE-EXCURSION -- THE READING IN HAND IS BACK IN
009430* BAND (OR OUT THE OTHER WAY): THE OPEN EXCURSION CLOSES ON
009440* ITS BUSINESS DATE AND QA GETS A 'CLOSED' NOTICE WITH THE
009450* FINAL FIGURES.
009460*----------------------------------------------------------*
009470 5500-CLOSE-EXCURSION.
009480     MOVE 'C' TO TJ-STATUS.
009490     MOVE WS-RD-BUS-DATE (WS-READING-SUB) TO TJ-CLOSED-BUS-DATE.
009500     PERFORM 5450-REWRITE-EXCURSION THRU 5450-EXIT.
009510
009520     MOVE 0 TO WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB).
009530     MOVE 0 TO WS-SN-OPEN-TIME (WS-SENSOR-SUB).
009540     ADD 1 TO WS-CLOSED-COUNT.
009550
009560     MOVE 'C' TO TW-NOTICE-TYPE.
009570     PERFORM 5600-WRITE-NOTICE THRU 5600-EXIT.
009580 5500-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------*
009620* 5600-WRITE-NOTICE -- ONE QA NOTIFICATION RECORD FROM THE
009630* EXCURSION IN THE REGISTER RECORD AREA.  THE NOTICE TYPE IS
009640* SET BY THE CALLER.
009650*----------------------------------------------------------*
009660 5600-WRITE-NOTICE.
009670     MOVE TJ-SENSOR-ID                    TO TW-SENSOR-ID.
009680     MOVE WS-SN-LOCATION (WS-SENSOR-SUB)  TO TW-LOCATION.
009690     MOVE TJ-DIRECTION                    TO TW-DIRECTION.
009700     MOVE TJ-START-BUS-DATE               TO TW-START-BUS-DATE.
009710     MOVE TJ-LAST-BUS-DATE                TO TW-END-BUS-DATE.
009720     MOVE TJ-PEAK-TEMP-C                  TO TW-PEAK-TEMP-C.
009730     MOVE TJ-BAND-LOW-C                   TO TW-BAND-LOW-C.
009740     MOVE TJ-BAND-HIGH-C                  TO TW-BAND-HIGH-C.
009750     MOVE TJ-READING-COUNT                TO TW-READING-COUNT.
009760     MOVE TJ-SHIFT-COUNT                  TO TW-SHIFT-COUNT.
009770     WRITE TW-NOTIFY-RECORD.
009780 5600-EXIT.
009790     EXIT.
009800
009810*----------------------------------------------------------*
009820* 6000-PRINT-REPORT -- TWO PASSES OVER THE REGISTER: EVERY
009830* OPEN EXCURSION FIRST, THEN THOSE THAT CLOSED ON OR AFTER
009840* THE CUT-OFF DATE FROM THE PARM.
009850*----------------------------------------------------------*
009860 6000-PRINT-REPORT.
009870     MOVE WS-CURRENT-DATE  TO WS-PH-RUN-DATE.
009880     MOVE WS-PRINT-HEADING TO EP-PRINT-LINE.
009890     WRITE EP-PRINT-LINE.
009900
009910     MOVE "OPEN EXCURSIONS" TO WS-SH-TEXT.
009920     PERFORM 6100-PRINT-SECTION-HEADING THRU 6100-EXIT.
009930     PERFORM 6200-START-REGISTER THRU 6200-EXIT.
009940     PERFORM 6300-PRINT-IF-OPEN THRU 6300-EXIT
009950         UNTIL WS-REGISTER-EOF.
009960     IF WS-OPEN-AT-END-COUNT = 0
009970         MOVE "NO EXCURSION IS OPEN" TO EP-PRINT-LINE
009980         WRITE EP-PRINT-LINE
009990     END-IF.
010000
010010     MOVE SPACES TO WS-SH-TEXT.
010020     STRING "EXCURSIONS CLOSED SINCE " DELIMITED BY SIZE
010030            WS-CLOSED-CUTOFF-DATE      DELIMITED BY SIZE
010040         INTO WS-SH-TEXT
010050     END-STRING.
010060     PERFORM 6100-PRINT-SECTION-HEADING THRU 6100-EXIT.
010070     PERFORM 6200-START-REGISTER THRU 6200-EXIT.
010080     PERFORM 6400-PRINT-IF-RECENTLY-CLOSED THRU 6400-EXIT
010090         UNTIL WS-REGISTER-EOF.
010100     IF WS-LISTED-CLOSED-COUNT = 0
010110         MOVE "NO EXCURSION CLOSED IN THE PERIOD"
010120             TO EP-PRINT-LINE
010130         WRITE EP-PRINT-LINE
010140     END-IF.
010150
010160     MOVE WS-APPLIED-COUNT     TO WS-PT-APPLIED.
010170     MOVE WS-LATE-COUNT        TO WS-PT-LATE.
010180     MOVE WS-OPENED-COUNT      TO WS-PT-OPENED.
010190     MOVE WS-CLOSED-COUNT      TO WS-PT-CLOSED.
010200     MOVE WS-OPEN-AT-END-COUNT TO WS-PT-OPEN.
010210     MOVE SPACES TO EP-PRINT-LINE.
010220     WRITE EP-PRINT-LINE.
010230     MOVE WS-PRINT-TOTAL-LINE TO EP-PRINT-LINE.
010240     WRITE EP-PRINT-LINE.
010250 6000-EXIT.
010260     EXIT.
010270
010280 6100-PRINT-SECTION-HEADING.
010290     MOVE SPACES TO EP-PRINT-LINE.
010300     WRITE EP-PRINT-LINE.
010310     MOVE WS-SECTION-HEADING TO EP-PRINT-LINE.
010320     WRITE EP-PRINT-LINE.
010330     MOVE WS-COLUMN-HEADING TO EP-PRINT-LINE.
010340     WRITE EP-PRINT-LINE.
010350 6100-EXIT.
010360     EXIT.
010370
010380*----------------------------------------------------------*
010390* 6200-START-REGISTER -- POSITION ON THE LOWEST KEY AND READ
010400* THE FIRST EXCURSION, FOR ONE PASS OF THE REPORT.
010410*----------------------------------------------------------*
010420 6200-START-REGISTER.
010430     MOVE 'N' TO WS-REGISTER-EOF-SWITCH.
010440     MOVE LOW-VALUES TO TJ-EXCURSION-KEY.
010450     START REGISTER-FILE KEY NOT < TJ-EXCURSION-KEY
010460         INVALID KEY
010470             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
010480     END-START.
010490     IF NOT WS-REGISTER-EOF
010500         PERFORM 6600-READ-NEXT-EXCURSION THRU 6600-EXIT
010510     END-IF.
010520 6200-EXIT.
010530     EXIT.
010540
010550 6300-PRINT-IF-OPEN.
010560     IF TJ-EXCURSION-OPEN
010570         ADD 1 TO WS-OPEN-AT-END-COUNT
010580         PERFORM 6500-PRINT-EXCURSION THRU 6500-EXIT
010590     END-IF.
010600     PERFORM 6600-READ-NEXT-EXCURSION THRU 6600-EXIT.
010610 6300-EXIT.
010620     EXIT.
010630
010640 6400-PRINT-IF-RECENTLY-CLOSED.
010650     IF TJ-EXCURSION-CLOSED
010660        AND TJ-CLOSED-BUS-DATE NOT < WS-CLOSED-CUTOFF-DATE
010670         ADD 1 TO WS-LISTED-CLOSED-COUNT
010680         PERFORM 6500-PRINT-EXCURSION THRU 6500-EXIT
010690     END-IF.
010700     PERFORM 6600-READ-NEXT-EXCURSION THRU 6600-EXIT.
010710 6400-EXIT.
010720     EXIT.
010730
010740 6500-PRINT-EXCURSION.
010750     MOVE TJ-SENSOR-ID TO WS-WORK-SENSOR-ID.
010760     PERFORM 7000-FIND-SENSOR THRU 7000-EXIT.
010770     IF WS-SENSOR-FOUND
010780         MOVE WS-SN-LOCATION (WS-SENSOR-SUB) TO WS-PD-LOCATION
010790     ELSE
010800         MOVE SPACES TO WS-PD-LOCATION
010810     END-IF.
010820
010830     MOVE TJ-SENSOR-ID      TO WS-PD-SENSOR-ID.
010840     MOVE TJ-DIRECTION      TO WS-PD-DIRECTION.
010850     MOVE TJ-START-BUS-DATE TO WS-PD-START-DATE.
010860     MOVE TJ-LAST-BUS-DATE  TO WS-PD-LAST-DATE.
010870     IF TJ-EXCURSION-CLOSED
010880         MOVE TJ-CLOSED-BUS-DATE TO WS-PD-CLOSED-DATE
010890     ELSE
010900         MOVE SPACES TO WS-PD-CLOSED-DATE
010910     END-IF.
010920     MOVE TJ-PEAK-TEMP-C    TO WS-PD-PEAK.
010930     MOVE TJ-READING-COUNT  TO WS-PD-READINGS.
010940     MOVE TJ-SHIFT-COUNT    TO WS-PD-SHIFTS.
010950     MOVE WS-PRINT-DETAIL-LINE TO EP-PRINT-LINE.
010960     WRITE EP-PRINT-LINE.
010970 6500-EXIT.
010980     EXIT.
010990
011000 6600-READ-NEXT-EXCURSION.
011010     READ REGISTER-FILE NEXT RECORD
011020         AT END
011030             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
011040     END-READ.
011050     IF WS-REGISTER-END-OF-SET
011060         MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
011070     END-IF.
011080 6600-EXIT.
011090     EXIT.
011100
011110*----------------------------------------------------------*
011120* 7000-FIND-SENSOR -- LINEAR MATCH OF WS-WORK-SENSOR-ID
011130* AGAINST THE WATCHED-SENSOR TABLE, LEAVING THE MATCHED SLOT
011140* IN WS-SENSOR-SUB.
011150*----------------------------------------------------------*
011160 7000-FIND-SENSOR.
011170     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
011180     MOVE 1 TO WS-SENSOR-SUB.
011190     PERFORM 7010-MATCH-SENSOR THRU 7010-EXIT
011200         UNTIL WS-SENSOR-FOUND
011210            OR WS-SENSOR-SUB > WS-SENSOR-COUNT.
011220 7000-EXIT.
011230     EXIT.
011240
011250 7010-MATCH-SENSOR.
011260     IF WS-SN-SENSOR-ID (WS-SENSOR-SUB) = WS-WORK-SENSOR-ID
011270         MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
011280     ELSE
011290         ADD 1 TO WS-SENSOR-SUB
011300     END-IF.
011310 7010-EXIT.
011320     EXIT.
011330
011340*----------------------------------------------------------*
011350* 7100-FIND-BAND -- LINEAR MATCH OF WS-WORK-BAND-KEY AGAINST
011360* THE BAND TABLE, LEAVING THE MATCHED SLOT IN WS-BAND-SUB.
011370*----------------------------------------------------------*
011380 7100-FIND-BAND.
011390     MOVE 'N' TO WS-BAND-FOUND-SWITCH.
011400     MOVE 1 TO WS-BAND-SUB.
011410     PERFORM 7110-MATCH-BAND THRU 7110-EXIT
011420         UNTIL WS-BAND-FOUND
011430            OR WS-BAND-SUB > WS-BAND-COUNT.
011440 7100-EXIT.
011450     EXIT.
011460
011470 7110-MATCH-BAND.
011480     IF WS-BD-KEY (WS-BAND-SUB) = WS-WORK-BAND-KEY
011490         MOVE 'Y' TO WS-BAND-FOUND-SWITCH
011500     ELSE
011510         ADD 1 TO WS-BAND-SUB
011520     END-IF.
011530 7110-EXIT.
011531     EXIT.
011532
011533*----------------------------------------------------------*
011534* 7200-CHECK-REVERSED -- IS THE CONVERSION IN THE AUDIT AREA
011535* ONE A REVERSAL HAS TAKEN BACK?  RECORDS LOGGED BEFORE THE
011536* AUDIT CHAIN CARRY NO SEQUENCE NUMBER AND CANNOT HAVE BEEN.
011537*----------------------------------------------------------*
011538 7200-CHECK-REVERSED.
011539     MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
011540     IF TA-SEQUENCE-NO IS NOT NUMERIC
011541         GO TO 7200-EXIT
011542     END-IF.
011543     MOVE 1 TO WS-REVERSED-SUB.
011544     PERFORM 7210-MATCH-REVERSED THRU 7210-EXIT
011545         UNTIL WS-REVERSED-FOUND
011546            OR WS-REVERSED-SUB > WS-REVERSED-COUNT.
011547 7200-EXIT.
011548     EXIT.
011549
011550 7210-MATCH-REVERSED.
011551     IF WS-REVERSED-SEQ-NO (WS-REVERSED-SUB) = TA-SEQUENCE-NO
011552         MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
011553     ELSE
011554         ADD 1 TO WS-REVERSED-SUB
011555     END-IF.
011556 7210-EXIT.
011557     EXIT.
011558
011559*----------------------------------------------------------*
011560* 7300-FIND-CALIBRATION -- THE OFFSET IN FORCE FOR THE
011561* QUARANTINED READING'S SENSOR ON ITS BUSINESS DATE.  THE
011562* REGISTER IS KEYED SENSOR ID + CALIBRATION DATE, SO A START
011563* AT THE SENSOR ID WALKS ITS HISTORY OLDEST FIRST AND THE
011564* LAST RECORD DATED ON OR BEFORE THE BUSINESS DATE WINS.
011565*----------------------------------------------------------*
011566 7300-FIND-CALIBRATION.
011567     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
011568     MOVE 0   TO WS-CAL-OFFSET.
011569     IF NOT WS-CAL-FILE-OPEN
011570         GO TO 7300-EXIT
011571     END-IF.
011572
011573     MOVE TX-SENSOR-ID TO TI-SENSOR-ID.
011574     MOVE 0            TO TI-CAL-DATE.
011575     MOVE 'N' TO WS-CAL-SCAN-DONE-SWITCH.
011576     START CALIBRATION-FILE KEY NOT < TI-CAL-KEY
011577         INVALID KEY
011578             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
011579     END-START.
011580     IF NOT WS-CAL-SCAN-DONE
011581        AND WS-CALIBRATION-FILE-STATUS NOT = '00'
011582         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
011583         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
011584         PERFORM 9800-ABEND-RUN
011585     END-IF.
011586
011587     PERFORM 7310-READ-NEXT-CALIBRATION THRU 7310-EXIT
011588         UNTIL WS-CAL-SCAN-DONE.
011589 7300-EXIT.
011590     EXIT.
011591
011592 7310-READ-NEXT-CALIBRATION.
011593     READ CALIBRATION-FILE NEXT RECORD
011594         AT END
011595             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
011596             GO TO 7310-EXIT
011597     END-READ.
011598     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
011599        AND NOT WS-CALIBRATION-END-OF-SET
011600         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
011601         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
011602         PERFORM 9800-ABEND-RUN
011603     END-IF.
011604
011605     IF TI-SENSOR-ID NOT = TX-SENSOR-ID
011606        OR TI-CAL-DATE > WS-WR-BUS-DATE
011607         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
011608         GO TO 7310-EXIT
011609     END-IF.
011610
011611     MOVE 'Y'       TO WS-CAL-FOUND-SWITCH.
011612     MOVE TI-OFFSET TO WS-CAL-OFFSET.
011613 7310-EXIT.
011614     EXIT.
011615
011616*----------------------------------------------------------*
011617* 8000-REWRITE-STATE -- REBUILD THE STATE FILE WITH ONE
011618* RECORD PER WATCHED SENSOR, CARRYING THE LAST READING
011619* APPLIED AND THE OPEN EXCURSION INTO THE NEXT RUN.
011620*----------------------------------------------------------*
011621 8000-REWRITE-STATE.
011622     OPEN OUTPUT STATE-FILE.
011630     IF WS-STATE-FILE-STATUS NOT = '00'
011640         MOVE "TEMPEXS"  TO WS-ABEND-FILE-NAME
011650         MOVE WS-STATE-FILE-STATUS TO WS-ABEND-STATUS
011660         PERFORM 9800-ABEND-RUN
011670     END-IF.
011680
011690     MOVE 1 TO WS-SENSOR-SUB.
011700     PERFORM 8100-WRITE-ONE-STATE THRU 8100-EXIT
011710         UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT.
011720
011730     CLOSE STATE-FILE.
011740 8000-EXIT.
011750     EXIT.
011760
011770 8100-WRITE-ONE-STATE.
011780     MOVE SPACES TO TZ-EXCURSION-STATE-RECORD.
011790     MOVE WS-SN-SENSOR-ID (WS-SENSOR-SUB)     TO TZ-SENSOR-ID.
011800     MOVE WS-SN-LAST-READING (WS-SENSOR-SUB)  TO
011810         TZ-LAST-READING.
011820     MOVE WS-SN-OPEN-BUS-DATE (WS-SENSOR-SUB) TO
011830         TZ-OPEN-START-BUS-DATE.
011840     MOVE WS-SN-OPEN-TIME (WS-SENSOR-SUB)     TO
011850         TZ-OPEN-START-TIME.
011860     WRITE TZ-EXCURSION-STATE-RECORD.
011870     ADD 1 TO WS-SENSOR-SUB.
011880 8100-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------*
011920* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN OR A KEYED
011930* WRITE THAT FAILS IS A FATAL ERROR.  DISPLAYS THE FILE NAME
011940* AND FILE STATUS ALREADY MOVED TO WS-ABEND-MESSAGE BY THE
011950* CALLER AND ENDS THE RUN WITH A NON-ZERO RETURN CODE.
011960*----------------------------------------------------------*
011970 9800-ABEND-RUN.
011980     DISPLAY "COLDCHAINEXCURSION - FILE OPEN FAILED - "
011990         WS-ABEND-MESSAGE.
012000     MOVE 16 TO RETURN-CODE.
012010     STOP RUN.
