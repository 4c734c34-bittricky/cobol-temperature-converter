000010*================================================================
000020* PROGRAM      CalibrationDueReport
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* WEEKLY CALIBRATION-DUE REPORT.  CROSSES EVERY ACTIVE SENSOR
000080* ON THE MASTER AGAINST ITS LATEST CALIBRATION ON THE
000090* CALIBRATION REGISTER (TEMPCAL) AND LISTS, GROUPED BY
000100* LOCATION, EACH INSTRUMENT WHOSE CALIBRATION IS ALREADY PAST
000110* DUE, FALLS DUE WITHIN THE LOOK-AHEAD WINDOW, OR HAS NEVER
000120* BEEN CALIBRATED AT ALL.  METROLOGY WORKS FROM THIS LIST SO
000130* AN INSTRUMENT IS RECALIBRATED BEFORE THE CONVERSION PROGRAM
000140* STARTS QUARANTINING ITS READINGS AS CALIBRATION OVERDUE.
000150*
000160* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000170*   POS  1-3   DAYS TO LOOK AHEAD, 001-999 (OPTIONAL,
000180*              DEFAULT 030)
000190*
000200* RETURN CODES:
000210*   0   NOTHING OVERDUE
000220*   4   AT LEAST ONE ACTIVE SENSOR IS PAST ITS DUE DATE OR
000230*       HAS NO CALIBRATION ON FILE
000240*   16  FILE ERROR, BAD PARM OR TABLE OVERFLOW
000250*
000260* MODIFICATION HISTORY
000270* 10/15/2026  JH   ORIGINAL CALIBRATION-DUE REPORT.
000273* 10/15/2026  JH   THE SENSOR MASTER IS NOW KEYED BY SITE CODE AND
000276*                  SENSOR ID; THE SCAN STARTS ON THE NEW KEY.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CalibrationDueReport.
000310 AUTHOR. J HENDERSON.
000320 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TM-SENSOR-KEY
000430         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000440
000450     SELECT CALIBRATION-FILE ASSIGN TO "TEMPCAL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS TI-CAL-KEY
000490         FILE STATUS IS WS-CALIBRATION-FILE-STATUS.
000500
000510     SELECT DUE-PRINT-FILE ASSIGN TO "TEMPCDR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SENSOR-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY TEMPSEN.
000600
000610 FD  CALIBRATION-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY TEMPCAL.
000640
000650 FD  DUE-PRINT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  CD-PRINT-LINE               PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
000710     88  WS-SENSOR-END-OF-SET           VALUE '10' '23' '46'.
000720 01  WS-CALIBRATION-FILE-STATUS PIC X(02) VALUE '00'.
000730     88  WS-CALIBRATION-FILE-NOT-FOUND  VALUE '35'.
000740     88  WS-CALIBRATION-END-OF-SET      VALUE '10' '23' '46'.
000750 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
000760
000770 01  WS-SENSOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
000780     88  WS-SENSOR-EOF                  VALUE 'Y'.
000790 01  WS-CAL-FILE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000800     88  WS-CAL-FILE-OPEN               VALUE 'Y'.
000810 01  WS-CAL-SCAN-DONE-SWITCH  PIC X(01) VALUE 'N'.
000820     88  WS-CAL-SCAN-DONE               VALUE 'Y'.
000830
000840 01  WS-ABEND-MESSAGE.
000850     05  WS-ABEND-FILE-NAME   PIC X(10).
000860     05  FILLER               PIC X(01) VALUE SPACE.
000870     05  WS-ABEND-STATUS      PIC X(02).
000880
000890 01  WS-DAYS-AHEAD            PIC 9(03) VALUE 30.
000900
000910*----------------------------------------------------------*
000920* WS-LATEST-CAL -- THE MOST RECENT CALIBRATION FOUND FOR THE
000930* SENSOR IN HAND.  A ZERO CALIBRATION DATE MEANS THE SENSOR
000940* HAS NONE ON THE REGISTER.
000950*----------------------------------------------------------*
000960 01  WS-LATEST-CAL.
000970     05  WS-LC-CAL-DATE       PIC 9(08) VALUE 0.
000980     05  WS-LC-DUE-DATE       PIC 9(08) VALUE 0.
000990     05  WS-LC-DAYS-LEFT      PIC S9(06) VALUE 0.
001000
001010*----------------------------------------------------------*
001020* WS-DUE-TABLE -- ONE ENTRY PER ACTIVE SENSOR THAT MAKES THE
001030* REPORT, INSERTED IN LOCATION-MAJOR, SENSOR-ID-MINOR ORDER
001040* SO THE REPORT GROUPS BY LOCATION WITHOUT A SORT STEP.
001050*----------------------------------------------------------*
001060 01  WS-DUE-CONTROL.
001070     05  WS-DUE-COUNT         PIC 9(04) COMP VALUE 0.
001080     05  WS-DUE-SUB           PIC 9(04) COMP VALUE 0.
001090     05  WS-DUE-LIMIT         PIC 9(04) COMP VALUE 2000.
001100     05  WS-INSERT-DONE-SWITCH PIC X(01) VALUE 'N'.
001110         88  WS-INSERT-DONE             VALUE 'Y'.
001120
001130 01  WS-DUE-TABLE.
001140     05  WS-DUE-ENTRY OCCURS 2000 TIMES.
001150         10  WS-DE-SENSOR-ID      PIC X(08).
001160         10  WS-DE-LOCATION       PIC X(20).
001170         10  WS-DE-DESCRIPTION    PIC X(24).
001180         10  WS-DE-CAL-DATE       PIC 9(08).
001190         10  WS-DE-DUE-DATE       PIC 9(08).
001200         10  WS-DE-DAYS-LEFT      PIC S9(06).
001210
001220 01  WS-REPORT-COUNTERS.
001230     05  WS-ACTIVE-COUNT      PIC 9(08) VALUE 0.
001240     05  WS-OVERDUE-COUNT     PIC 9(08) VALUE 0.
001250     05  WS-COMING-DUE-COUNT  PIC 9(08) VALUE 0.
001260     05  WS-NEVER-CAL-COUNT   PIC 9(08) VALUE 0.
001270
001280 01  WS-PREV-LOCATION         PIC X(20) VALUE LOW-VALUES.
001290
001300 01  WS-PRINT-HEADING.
001310     05  FILLER               PIC X(24)
001320             VALUE "CALIBRATIONS DUE WITHIN ".
001330     05  WS-PH-DAYS-AHEAD     PIC ZZ9.
001340     05  FILLER               PIC X(11) VALUE " DAYS  RUN ".
001350     05  WS-PH-RUN-DATE       PIC 9(08).
001360     05  FILLER               PIC X(34) VALUE SPACES.
001370
001380 01  WS-COLUMN-HEADING.
001390     05  FILLER               PIC X(40)
001400             VALUE "  SENSOR   DESCRIPTION          LAST CAL".
001410     05  FILLER               PIC X(40)
001420             VALUE "  DUE DATE   DAYS STATUS".
001430
001440 01  WS-LOCATION-HEADING.
001450     05  FILLER               PIC X(10) VALUE "LOCATION: ".
001460     05  WS-LH-LOCATION       PIC X(20).
001470     05  FILLER               PIC X(50) VALUE SPACES.
001480
001490 01  WS-PRINT-DETAIL-LINE.
001500     05  FILLER               PIC X(02) VALUE SPACES.
001510     05  WS-PD-SENSOR-ID      PIC X(08).
001520     05  FILLER               PIC X(01) VALUE SPACE.
001530     05  WS-PD-DESCRIPTION    PIC X(20).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  WS-PD-CAL-DATE       PIC X(08).
001560     05  FILLER               PIC X(02) VALUE SPACES.
001570     05  WS-PD-DUE-DATE       PIC X(08).
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  WS-PD-DAYS-LEFT      PIC -ZZZZ9.
001600     05  WS-PD-DAYS-LEFT-X REDEFINES WS-PD-DAYS-LEFT
001610                              PIC X(06).
001620     05  FILLER               PIC X(01) VALUE SPACE.
001630     05  WS-PD-STATUS         PIC X(17).
001640     05  FILLER               PIC X(05) VALUE SPACES.
001650
001660 01  WS-PRINT-TOTAL-LINE.
001670     05  FILLER               PIC X(08) VALUE "ACTIVE ".
001680     05  WS-PT-ACTIVE         PIC ZZZ,ZZ9.
001690     05  FILLER               PIC X(10) VALUE "  OVERDUE ".
001700     05  WS-PT-OVERDUE        PIC ZZZ,ZZ9.
001710     05  FILLER               PIC X(10) VALUE "  DUE SOON".
001720     05  WS-PT-COMING-DUE     PIC ZZZ,ZZ9.
001730     05  FILLER               PIC X(12) VALUE "  NEVER CAL ".
001740     05  WS-PT-NEVER-CAL      PIC ZZZ,ZZ9.
001750     05  FILLER               PIC X(12) VALUE SPACES.
001760
001770 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001780 01  WS-CURRENT-DAY-NUMBER    PIC 9(08) VALUE 0.
001790
001800 LINKAGE SECTION.
001810 01  CD-PARM-AREA.
001820     05  CD-PARM-LENGTH       PIC S9(4) COMP.
001830     05  CD-PARM-DATA         PIC X(10).
001840
001850 PROCEDURE DIVISION USING CD-PARM-AREA.
001860*----------------------------------------------------------*
001870* 0000-MAINLINE
001880*----------------------------------------------------------*
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-LOAD-DUE-SENSORS THRU 2000-EXIT.
001920     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
001930
001940     CLOSE DUE-PRINT-FILE.
001950
001960     IF WS-OVERDUE-COUNT > 0
001970        OR WS-NEVER-CAL-COUNT > 0
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000
002010     DISPLAY "CALIBRATIONDUEREPORT - " WS-OVERDUE-COUNT
002020         " OVERDUE, " WS-COMING-DUE-COUNT
002030         " DUE SOON - SEE TEMPCDR".
002040     STOP RUN.
002050
002060*----------------------------------------------------------*
002070* 1000-INITIALIZE -- PARSE THE PARM AND OPEN THE FILES.  A
002080* CALIBRATION REGISTER THAT DOES NOT EXIST YET IS NOT AN
002090* ERROR: EVERY ACTIVE SENSOR THEN SHOWS AS NEVER CALIBRATED.
002100*----------------------------------------------------------*
002110 1000-INITIALIZE.
002120     IF CD-PARM-LENGTH > 0
002130         IF CD-PARM-LENGTH < 3
002140            OR CD-PARM-DATA (1:3) IS NOT NUMERIC
002150            OR CD-PARM-DATA (1:3) = "000"
002160             DISPLAY "CALIBRATIONDUEREPORT - PARM MUST GIVE "
002170                 "THE DAYS TO LOOK AHEAD AS 001-999"
002180             MOVE 16 TO RETURN-CODE
002190             STOP RUN
002200         END-IF
002210         MOVE CD-PARM-DATA (1:3) TO WS-DAYS-AHEAD
002220     END-IF.
002230
002240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002250     COMPUTE WS-CURRENT-DAY-NUMBER =
002260         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
002270
002280     OPEN INPUT SENSOR-FILE.
002290     IF WS-SENSOR-FILE-STATUS NOT = '00'
002300         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
002310         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
002320         PERFORM 9800-ABEND-RUN
002330     END-IF.
002340
002350     OPEN INPUT CALIBRATION-FILE.
002360     IF WS-CALIBRATION-FILE-STATUS = '00'
002370         MOVE 'Y' TO WS-CAL-FILE-OPEN-SWITCH
002380     ELSE
002390         IF NOT WS-CALIBRATION-FILE-NOT-FOUND
002400             MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
002410             MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
002420             PERFORM 9800-ABEND-RUN
002430         END-IF
002440     END-IF.
002450
002460     OPEN OUTPUT DUE-PRINT-FILE.
002470     IF WS-PRINT-FILE-STATUS NOT = '00'
002480         MOVE "TEMPCDR"  TO WS-ABEND-FILE-NAME
002490         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
002500         PERFORM 9800-ABEND-RUN
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------*
002560* 2000-LOAD-DUE-SENSORS -- WALK THE KEYED MASTER FROM THE
002570* LOW KEY, LOOK UP EACH ACTIVE SENSOR'S LATEST CALIBRATION
002580* AND TABLE THE ONES THAT ARE OVERDUE, DUE WITHIN THE WINDOW
002590* OR NEVER CALIBRATED.  A LIST PAST THE TABLE LIMIT WOULD
002600* LEAVE INSTRUMENTS OFF A COMPLIANCE LIST, SO THE RUN
002610* REFUSES RATHER THAN REPORTING A PARTIAL ONE.
002620*----------------------------------------------------------*
002630 2000-LOAD-DUE-SENSORS.
002640     MOVE LOW-VALUES TO TM-SENSOR-KEY.
002650     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
002660         INVALID KEY
002670             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
002680     END-START.
002690
002700     IF NOT WS-SENSOR-EOF
002710         PERFORM 2200-READ-NEXT-SENSOR THRU 2200-EXIT
002720     END-IF.
002730     PERFORM 2100-CHECK-ONE-SENSOR THRU 2100-EXIT
002740         UNTIL WS-SENSOR-EOF.
002750
002760     CLOSE SENSOR-FILE.
002770     IF WS-CAL-FILE-OPEN
002780         CLOSE CALIBRATION-FILE
002790     END-IF.
002800 2000-EXIT.
002810     EXIT.
002820
002830 2100-CHECK-ONE-SENSOR.
002840     IF TM-SENSOR-RETIRED
002850         GO TO 2100-NEXT
002860     END-IF.
002870     ADD 1 TO WS-ACTIVE-COUNT.
002880
002890     PERFORM 3000-FIND-LATEST-CALIBRATION THRU 3000-EXIT.
002900
002910     EVALUATE TRUE
002920         WHEN WS-LC-CAL-DATE = 0
002930             ADD 1 TO WS-NEVER-CAL-COUNT
002940         WHEN WS-LC-DAYS-LEFT < 0
002950             ADD 1 TO WS-OVERDUE-COUNT
002960         WHEN WS-LC-DAYS-LEFT NOT > WS-DAYS-AHEAD
002970             ADD 1 TO WS-COMING-DUE-COUNT
002980         WHEN OTHER
002990             GO TO 2100-NEXT
003000     END-EVALUATE.
003010
003020     IF WS-DUE-COUNT = WS-DUE-LIMIT
003030         DISPLAY "CALIBRATIONDUEREPORT - DUE LIST EXCEEDS "
003040             "TABLE LIMIT - RUN REFUSED"
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080
003090*----------------------------------------------------------*
003100* NEW ENTRIES ARE INSERTED IN LOCATION-MAJOR, ID-MINOR ORDER
003110* SO THE REPORT PRINTS ITS LOCATION GROUPS WITHOUT A SORT.
003120*----------------------------------------------------------*
003130     ADD 1 TO WS-DUE-COUNT.
003140     MOVE WS-DUE-COUNT TO WS-DUE-SUB.
003150     MOVE 'N' TO WS-INSERT-DONE-SWITCH.
003160     PERFORM 2110-SHIFT-DUE-ENTRY THRU 2110-EXIT
003170         UNTIL WS-INSERT-DONE.
003180
003190     MOVE TM-SENSOR-ID    TO WS-DE-SENSOR-ID (WS-DUE-SUB).
003200     MOVE TM-LOCATION     TO WS-DE-LOCATION (WS-DUE-SUB).
003210     MOVE TM-DESCRIPTION  TO WS-DE-DESCRIPTION (WS-DUE-SUB).
003220     MOVE WS-LC-CAL-DATE  TO WS-DE-CAL-DATE (WS-DUE-SUB).
003230     MOVE WS-LC-DUE-DATE  TO WS-DE-DUE-DATE (WS-DUE-SUB).
003240     MOVE WS-LC-DAYS-LEFT TO WS-DE-DAYS-LEFT (WS-DUE-SUB).
003250
003260 2100-NEXT.
003270     PERFORM 2200-READ-NEXT-SENSOR THRU 2200-EXIT.
003280 2100-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------*
003320* 2110-SHIFT-DUE-ENTRY -- WALKS THE NEW SLOT DOWN FROM THE
003330* END OF THE TABLE UNTIL EVERY EARLIER ENTRY ORDERS BEFORE
003340* THE SENSOR BEING INSERTED, SHIFTING LATER ENTRIES UP ONE
003350* SLOT AS IT GOES.
003360*----------------------------------------------------------*
003370 2110-SHIFT-DUE-ENTRY.
003380     IF WS-DUE-SUB = 1
003390         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
003400         GO TO 2110-EXIT
003410     END-IF.
003420
003430     IF WS-DE-LOCATION (WS-DUE-SUB - 1) < TM-LOCATION
003440         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
003450         GO TO 2110-EXIT
003460     END-IF.
003470
003480     IF WS-DE-LOCATION (WS-DUE-SUB - 1) = TM-LOCATION
003490        AND WS-DE-SENSOR-ID (WS-DUE-SUB - 1) < TM-SENSOR-ID
003500         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
003510         GO TO 2110-EXIT
003520     END-IF.
003530
003540     MOVE WS-DUE-ENTRY (WS-DUE-SUB - 1)
003550         TO WS-DUE-ENTRY (WS-DUE-SUB).
003560     SUBTRACT 1 FROM WS-DUE-SUB.
003570 2110-EXIT.
003580     EXIT.
003590
003600 2200-READ-NEXT-SENSOR.
003610     READ SENSOR-FILE NEXT RECORD
003620         AT END
003630             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
003640     END-READ.
003650     IF WS-SENSOR-END-OF-SET
003660         MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
003670     END-IF.
003680 2200-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720* 3000-FIND-LATEST-CALIBRATION -- POSITION ON THE SENSOR'S
003730* FIRST CALIBRATION AND READ FORWARD THROUGH ITS HISTORY;
003740* THE LAST ONE READ IS THE LATEST, SINCE THE KEY CARRIES THE
003750* CALIBRATION DATE.  THE DAYS LEFT ARE COUNTED FROM TODAY TO
003760* THAT CALIBRATION'S DUE DATE, NEGATIVE WHEN PAST DUE.
003770*----------------------------------------------------------*
003780 3000-FIND-LATEST-CALIBRATION.
003790     MOVE 0 TO WS-LC-CAL-DATE.
003800     MOVE 0 TO WS-LC-DUE-DATE.
003810     MOVE 0 TO WS-LC-DAYS-LEFT.
003820     IF NOT WS-CAL-FILE-OPEN
003830         GO TO 3000-EXIT
003840     END-IF.
003850
003860     MOVE 'N' TO WS-CAL-SCAN-DONE-SWITCH.
003870     MOVE TM-SENSOR-ID TO TI-SENSOR-ID.
003880     MOVE 0            TO TI-CAL-DATE.
003890     START CALIBRATION-FILE KEY NOT < TI-CAL-KEY
003900         INVALID KEY
003910             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
003920     END-START.
003930
003940     PERFORM 3100-READ-NEXT-CALIBRATION THRU 3100-EXIT
003950         UNTIL WS-CAL-SCAN-DONE.
003960
003970     IF WS-LC-CAL-DATE NOT = 0
003980         COMPUTE WS-LC-DAYS-LEFT =
003990             FUNCTION INTEGER-OF-DATE (WS-LC-DUE-DATE)
004000             - WS-CURRENT-DAY-NUMBER
004010     END-IF.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3100-READ-NEXT-CALIBRATION.
004060     READ CALIBRATION-FILE NEXT RECORD
004070         AT END
004080             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
004090             GO TO 3100-EXIT
004100     END-READ.
004110     IF WS-CALIBRATION-END-OF-SET
004120         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
004130         GO TO 3100-EXIT
004140     END-IF.
004150     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
004160         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
004170         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
004180         PERFORM 9800-ABEND-RUN
004190     END-IF.
004200
004210     IF TI-SENSOR-ID NOT = TM-SENSOR-ID
004220         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
004230         GO TO 3100-EXIT
004240     END-IF.
004250
004260     MOVE TI-CAL-DATE TO WS-LC-CAL-DATE.
004270     MOVE TI-DUE-DATE TO WS-LC-DUE-DATE.
004280 3100-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320* 5000-PRINT-REPORT -- A LOCATION HEADING WHENEVER THE GROUP
004330* CHANGES, THEN ONE LINE PER TABLED SENSOR WITH ITS LAST
004340* CALIBRATION, DUE DATE, DAYS LEFT AND STATUS.
004350*----------------------------------------------------------*
004360 5000-PRINT-REPORT.
004370     MOVE WS-DAYS-AHEAD      TO WS-PH-DAYS-AHEAD.
004380     MOVE WS-CURRENT-DATE    TO WS-PH-RUN-DATE.
004390     MOVE WS-PRINT-HEADING   TO CD-PRINT-LINE.
004400     WRITE CD-PRINT-LINE.
004410     MOVE WS-COLUMN-HEADING  TO CD-PRINT-LINE.
004420     WRITE CD-PRINT-LINE.
004430
004440     MOVE LOW-VALUES TO WS-PREV-LOCATION.
004450     MOVE 1 TO WS-DUE-SUB.
004460     PERFORM 5100-PRINT-ONE-SENSOR THRU 5100-EXIT
004470         UNTIL WS-DUE-SUB > WS-DUE-COUNT.
004480
004490     IF WS-DUE-COUNT = 0
004500         MOVE SPACES TO CD-PRINT-LINE
004510         WRITE CD-PRINT-LINE
004520         MOVE "NO CALIBRATIONS DUE IN THE WINDOW"
004530             TO CD-PRINT-LINE
004540         WRITE CD-PRINT-LINE
004550     END-IF.
004560
004570     MOVE WS-ACTIVE-COUNT     TO WS-PT-ACTIVE.
004580     MOVE WS-OVERDUE-COUNT    TO WS-PT-OVERDUE.
004590     MOVE WS-COMING-DUE-COUNT TO WS-PT-COMING-DUE.
004600     MOVE WS-NEVER-CAL-COUNT  TO WS-PT-NEVER-CAL.
004610     MOVE SPACES TO CD-PRINT-LINE.
004620     WRITE CD-PRINT-LINE.
004630     MOVE WS-PRINT-TOTAL-LINE TO CD-PRINT-LINE.
004640     WRITE CD-PRINT-LINE.
004650 5000-EXIT.
004660     EXIT.
004670
004680 5100-PRINT-ONE-SENSOR.
004690     IF WS-DE-LOCATION (WS-DUE-SUB) NOT = WS-PREV-LOCATION
004700         MOVE WS-DE-LOCATION (WS-DUE-SUB) TO WS-PREV-LOCATION
004710         MOVE WS-DE-LOCATION (WS-DUE-SUB) TO WS-LH-LOCATION
004720         MOVE SPACES TO CD-PRINT-LINE
004730         WRITE CD-PRINT-LINE
004740         MOVE WS-LOCATION-HEADING TO CD-PRINT-LINE
004750         WRITE CD-PRINT-LINE
004760     END-IF.
004770
004780     MOVE WS-DE-SENSOR-ID (WS-DUE-SUB)   TO WS-PD-SENSOR-ID.
004790     MOVE WS-DE-DESCRIPTION (WS-DUE-SUB) TO WS-PD-DESCRIPTION.
004800
004810     IF WS-DE-CAL-DATE (WS-DUE-SUB) = 0
004820         MOVE SPACES TO WS-PD-CAL-DATE
004830         MOVE SPACES TO WS-PD-DUE-DATE
004840         MOVE SPACES TO WS-PD-DAYS-LEFT-X
004850         MOVE "NO CALIBRATION" TO WS-PD-STATUS
004860     ELSE
004870         MOVE WS-DE-CAL-DATE (WS-DUE-SUB)  TO WS-PD-CAL-DATE
004880         MOVE WS-DE-DUE-DATE (WS-DUE-SUB)  TO WS-PD-DUE-DATE
004890         MOVE WS-DE-DAYS-LEFT (WS-DUE-SUB) TO WS-PD-DAYS-LEFT
004900         IF WS-DE-DAYS-LEFT (WS-DUE-SUB) < 0
004910             MOVE "** OVERDUE **" TO WS-PD-STATUS
004920         ELSE
004930             MOVE "DUE" TO WS-PD-STATUS
004940         END-IF
004950     END-IF.
004960     MOVE WS-PRINT-DETAIL-LINE TO CD-PRINT-LINE.
004970     WRITE CD-PRINT-LINE.
004980
004990     ADD 1 TO WS-DUE-SUB.
005000 5100-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------*
005040* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN OR READ IS A
005050* FATAL ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS
005060* ALREADY MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS
005070* THE RUN WITH A NON-ZERO RETURN CODE.
005080*----------------------------------------------------------*
005090 9800-ABEND-RUN.
005100     DISPLAY "CALIBRATIONDUEREPORT - FILE OPEN FAILED - "
005110         WS-ABEND-MESSAGE.
005120     MOVE 16 TO RETURN-CODE.
005130     STOP RUN.
