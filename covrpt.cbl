000162* A NIGHT'S READINGS NOW ARRIVE AS SEVERAL PER-LINE BATCHES
000164* IN ONE FILE; CHECKING ONE BATCH WOULD MARK EVERY OTHER
000166* LINE'S SENSORS MISSING AND CORRUPT THE CARRIED COUNTS.
000167* THE GROUPS ARE SITE-MAJOR, SO EACH PLANT'S SENSORS PRINT
000168* TOGETHER, AND A TOTAL LINE PER SITE FOLLOWS THE LIST.
000170*
000180* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000190*   POS  1-8   BUSINESS DATE OF THE SHIFT JUST PROCESSED,
000224*                  DATE RATHER THAN A SINGLE BATCH ID, SO A
000226*                  NIGHT THAT ARRIVES AS SEVERAL PER-LINE
000227*                  BATCHES IN ONE FILE COUNTS AS ONE SHIFT.
000228* 10/15/2026  JH   A CONVERSION TAKEN BACK BY A REVERSAL RECORD NO
000229*                  LONGER COUNTS AS THE SENSOR REPORTING FOR THE
000230*                  SHIFT.
000231* 10/15/2026  JH   THE SENSOR MASTER IS NOW KEYED BY SITE CODE AND
000232*                  SENSOR ID. THE MISSING SENSORS ARE GROUPED BY
000233*                  SITE AND THEN LOCATION, AND A TOTAL LINE PER
000234*                  SITE PRINTS AHEAD OF THE GRAND TOTAL.
000235*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CoverageReport.
000260 AUTHOR. J HENDERSON.
000340     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS TM-SENSOR-KEY
000380         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000390
000400     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000920
000930*----------------------------------------------------------*
000940* WS-COVER-TABLE -- ONE ENTRY PER ACTIVE SENSOR ON THE
000950* MASTER, INSERTED IN SITE, LOCATION, SENSOR-ID ORDER SO THE
000960* REPORT GROUPS BY SITE AND LOCATION WITHOUT A SORT STEP.
000970* RETIRED SENSORS ARE NOT COVERAGE CANDIDATES AND ARE NOT
000980* LOADED.
000990*----------------------------------------------------------*
001090
001100 01  WS-COVER-TABLE.
001110     05  WS-COVER-ENTRY OCCURS 2000 TIMES.
001115         10  WS-CE-SITE-CODE      PIC X(03).
001120         10  WS-CE-SENSOR-ID      PIC X(08).
001130         10  WS-CE-LOCATION       PIC X(20).
001140         10  WS-CE-DESCRIPTION    PIC X(24).
001180         10  WS-CE-MISSED-SHIFTS  PIC 9(04).
001190         10  WS-CE-LAST-SEEN-DATE PIC 9(08).
001200
001201*----------------------------------------------------------*
001202* WS-REVERSED-TABLE -- THE SEQUENCE NUMBERS OF EVERY
001203* CONVERSION A REVERSAL RECORD ON THE LOG HAS TAKEN BACK, SO A
001204* SENSOR WHOSE ONLY READING FOR THE SHIFT WAS WITHDRAWN STILL
001205* SHOWS AS MISSING.  SIZED LIKE THE SENSOR TABLE; REVERSALS
001206* ARE A HANDFUL A MONTH.
001207*----------------------------------------------------------*
001208 01  WS-REVERSED-CONTROL.
001209     05  WS-REVERSED-COUNT    PIC 9(04) COMP VALUE 0.
001210     05  WS-REVERSED-SUB      PIC 9(04) COMP VALUE 0.
001211     05  WS-REVERSED-LIMIT    PIC 9(04) COMP VALUE 2000.
001212     05  WS-REVERSED-FOUND-SWITCH PIC X(01) VALUE 'N'.
001213         88  WS-REVERSED-FOUND          VALUE 'Y'.
001214
001215 01  WS-REVERSED-TABLE.
001216     05  WS-REVERSED-SEQ-NO   PIC 9(09) OCCURS 2000 TIMES.
001217
001218 01  WS-REPORT-COUNTERS.
001220     05  WS-ACTIVE-COUNT      PIC 9(08) VALUE 0.
001230     05  WS-REPORTED-COUNT    PIC 9(08) VALUE 0.
001240     05  WS-MISSING-COUNT     PIC 9(08) VALUE 0.
001250
001251*----------------------------------------------------------*
001252* WS-SITE-COUNTERS -- THE SAME THREE COUNTS FOR ONE SITE,
001253* ACCUMULATED WHILE THE SORTED TABLE IS WALKED FOR THE SITE
001254* TOTAL LINES.
001255*----------------------------------------------------------*
001256 01  WS-SITE-COUNTERS.
001257     05  WS-SITE-ACTIVE-COUNT   PIC 9(08) VALUE 0.
001258     05  WS-SITE-REPORTED-COUNT PIC 9(08) VALUE 0.
001259     05  WS-SITE-MISSING-COUNT  PIC 9(08) VALUE 0.
001260
001261 01  WS-PREV-SITE-CODE        PIC X(03) VALUE LOW-VALUES.
001262 01  WS-PREV-LOCATION         PIC X(20) VALUE LOW-VALUES.
001270
001280 01  WS-PRINT-HEADING.
001290     05  FILLER               PIC X(32)
001340     05  FILLER               PIC X(26) VALUE SPACES.
001350
001360 01  WS-LOCATION-HEADING.
001362     05  FILLER               PIC X(06) VALUE "SITE: ".
001364     05  WS-LH-SITE-CODE      PIC X(03).
001366     05  FILLER               PIC X(02) VALUE SPACES.
001370     05  FILLER               PIC X(10) VALUE "LOCATION: ".
001380     05  WS-LH-LOCATION       PIC X(20).
001390     05  FILLER               PIC X(39) VALUE SPACES.
001400
001410 01  WS-PRINT-DETAIL-LINE.
001420     05  FILLER               PIC X(02) VALUE SPACES.
001570     05  FILLER               PIC X(10) VALUE "  MISSING ".
001580     05  WS-PT-MISSING        PIC ZZZ,ZZ9.
001590     05  FILLER               PIC X(23) VALUE SPACES.
001591
001592 01  WS-SITE-TOTAL-HEADING.
001593     05  FILLER               PIC X(14) VALUE "TOTALS BY SITE".
001594     05  FILLER               PIC X(66) VALUE SPACES.
001595
001596 01  WS-SITE-TOTAL-LINE.
001597     05  FILLER               PIC X(02) VALUE SPACES.
001598     05  FILLER               PIC X(05) VALUE "SITE ".
001599     05  WS-ST-SITE-CODE      PIC X(03).
001600     05  FILLER               PIC X(08) VALUE " ACTIVE ".
001601     05  WS-ST-ACTIVE         PIC ZZZ,ZZ9.
001602     05  FILLER               PIC X(11) VALUE "  REPORTED ".
001603     05  WS-ST-REPORTED       PIC ZZZ,ZZ9.
001604     05  FILLER               PIC X(10) VALUE "  MISSING ".
001605     05  WS-ST-MISSING        PIC ZZZ,ZZ9.
001606     05  FILLER               PIC X(20) VALUE SPACES.
001607
001610 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001620
001630 LINKAGE SECTION.
002240
002250*----------------------------------------------------------*
002260* 2000-LOAD-ACTIVE-SENSORS -- WALK THE KEYED MASTER FROM THE
002270* LOW KEY AND TABLE EVERY ACTIVE SENSOR, INSERTED IN SITE
002280* AND LOCATION ORDER.  A MASTER PAST THE TABLE LIMIT MAKES THE
002290* COVERAGE ANSWER INCOMPLETE, WHICH IS WORSE THAN NO ANSWER,
002300* SO THE RUN REFUSES RATHER THAN REPORTING PARTIAL COVERAGE.
002310*----------------------------------------------------------*
002320 2000-LOAD-ACTIVE-SENSORS.
002330     MOVE LOW-VALUES TO TM-SENSOR-KEY.
002340     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
002350         INVALID KEY
002360             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
002370     END-START.
002590     END-IF.
002600
002610*----------------------------------------------------------*
002620* NEW SENSORS ARE INSERTED IN SITE, LOCATION, ID ORDER SO
002630* THE REPORT PRINTS ITS GROUPS WITHOUT A SORT.
002640*----------------------------------------------------------*
002650     ADD 1 TO WS-COVER-COUNT.
002660     ADD 1 TO WS-ACTIVE-COUNT.
002690     PERFORM 2110-SHIFT-COVER-ENTRY THRU 2110-EXIT
002700         UNTIL WS-INSERT-DONE.
002710
002715     MOVE TM-SITE-CODE   TO WS-CE-SITE-CODE (WS-COVER-SUB).
002720     MOVE TM-SENSOR-ID   TO WS-CE-SENSOR-ID (WS-COVER-SUB).
002730     MOVE TM-LOCATION    TO WS-CE-LOCATION (WS-COVER-SUB).
002740     MOVE TM-DESCRIPTION TO WS-CE-DESCRIPTION (WS-COVER-SUB).
002940         GO TO 2110-EXIT
002950     END-IF.
002960
002970     IF WS-CE-SITE-CODE (WS-COVER-SUB - 1) < TM-SITE-CODE
002980         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
002990         GO TO 2110-EXIT
003000     END-IF.
003010
003020     IF WS-CE-SITE-CODE (WS-COVER-SUB - 1) = TM-SITE-CODE
003021        AND WS-CE-LOCATION (WS-COVER-SUB - 1) < TM-LOCATION
003022         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
003023         GO TO 2110-EXIT
003024     END-IF.
003025
003026     IF WS-CE-SITE-CODE (WS-COVER-SUB - 1) = TM-SITE-CODE
003027        AND WS-CE-LOCATION (WS-COVER-SUB - 1) = TM-LOCATION
003030        AND WS-CE-SENSOR-ID (WS-COVER-SUB - 1) < TM-SENSOR-ID
003040         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
003050         GO TO 2110-EXIT
003735* BUSINESS DATE, WHICHEVER OF THE NIGHT'S BATCHES IT CAME IN
003740* ON.  RECORDS FOR OTHER DATES, INTERACTIVE CONVERSIONS,
003745* MAINTENANCE ENTRIES AND RECORDS LOGGED BEFORE THE BUSINESS
003750* DATE EXISTED (SPACES THERE) ARE PASSED OVER, AS ARE
003753* REVERSAL RECORDS AND THE CONVERSIONS THEY TOOK BACK -- A
003756* WITHDRAWN READING IS NOT A READING.
003760*----------------------------------------------------------*
003770 4000-SCAN-BATCH-AUDIT.
003775     PERFORM 4300-LOAD-REVERSALS THRU 4300-EXIT.
003780     PERFORM 4200-READ-AUDIT-RECORD THRU 4200-EXIT.
003790     PERFORM 4100-APPLY-AUDIT-RECORD THRU 4100-EXIT
003800         UNTIL WS-AUDIT-EOF.
003860     IF NOT TA-SOURCE-BATCH
003865        OR TA-BUS-DATE IS NOT NUMERIC
003870        OR TA-BUS-DATE NOT = WS-REPORT-BUS-DATE
003871         GO TO 4100-NEXT
003872     END-IF.
003873
003874     PERFORM 7100-CHECK-REVERSED THRU 7100-EXIT.
003875     IF WS-REVERSED-FOUND
003880         GO TO 4100-NEXT
003890     END-IF.
003900
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150* 4300-LOAD-REVERSALS -- FIRST PASS OVER THE AUDIT LOG,
004160* TABLING THE SEQUENCE NUMBER EACH REVERSAL RECORD NAMES, THEN
004161* BACK TO THE TOP FOR THE SCAN.  A REVERSAL MAY BE LOGGED DAYS
004162* AFTER ITS ORIGINAL, SO THE TABLE MUST BE COMPLETE FIRST.
004163*----------------------------------------------------------*
004164 4300-LOAD-REVERSALS.
004165     PERFORM 4200-READ-AUDIT-RECORD THRU 4200-EXIT.
004166     PERFORM 4310-TABLE-ONE-REVERSAL THRU 4310-EXIT
004167         UNTIL WS-AUDIT-EOF.
004168
004169     CLOSE AUDIT-FILE.
004170     OPEN INPUT AUDIT-FILE.
004171     IF WS-AUDIT-FILE-STATUS NOT = '00'
004172         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
004173         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
004174         PERFORM 9800-ABEND-RUN
004175     END-IF.
004176     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
004177 4300-EXIT.
004178     EXIT.
004179
004180 4310-TABLE-ONE-REVERSAL.
004181     IF TA-SOURCE-REVERSAL
004182        AND TA-REVERSES-SEQUENCE-NO IS NUMERIC
004183         IF WS-REVERSED-COUNT = WS-REVERSED-LIMIT
004184             DISPLAY "COVERAGEREPORT - REVERSALS ON LOG EXCEED "
004185                 "TABLE LIMIT - RUN REFUSED"
004186             MOVE 16 TO RETURN-CODE
004187             STOP RUN
004188         END-IF
004189         ADD 1 TO WS-REVERSED-COUNT
004190         MOVE TA-REVERSES-SEQUENCE-NO
004191             TO WS-REVERSED-SEQ-NO (WS-REVERSED-COUNT)
004192     END-IF.
004193     PERFORM 4200-READ-AUDIT-RECORD THRU 4200-EXIT.
004194 4310-EXIT.
004195     EXIT.
004196
004197*----------------------------------------------------------*
004198* 5000-PRINT-REPORT -- A SITE AND LOCATION HEADING WHENEVER
004199* THE GROUP CHANGES, THEN ONE LINE PER ACTIVE SENSOR THAT NEVER
004200* REPORTED, WITH ITS CONSECUTIVE MISSED-SHIFT COUNT AND A
004201* FLAG ONCE THAT REACHES TWO.  A TOTAL LINE PER SITE AND THE
004202* GRAND TOTAL FOLLOW.
004203*----------------------------------------------------------*
004204 5000-PRINT-REPORT.
004210     MOVE WS-REPORT-BUS-DATE TO WS-PH-BUS-DATE.
004220     MOVE WS-CURRENT-DATE    TO WS-PH-RUN-DATE.
004230     MOVE WS-PRINT-HEADING   TO CV-PRINT-LINE.
004240     WRITE CV-PRINT-LINE.
004250
004255     MOVE LOW-VALUES TO WS-PREV-SITE-CODE.
004260     MOVE LOW-VALUES TO WS-PREV-LOCATION.
004270     MOVE 1 TO WS-COVER-SUB.
004280     PERFORM 5100-PRINT-ONE-SENSOR THRU 5100-EXIT
004330         WRITE CV-PRINT-LINE
004340         MOVE "ALL ACTIVE SENSORS REPORTED" TO CV-PRINT-LINE
004350         WRITE CV-PRINT-LINE
004351     END-IF.
004352
004353     IF WS-COVER-COUNT > 0
004354         MOVE SPACES TO CV-PRINT-LINE
004355         WRITE CV-PRINT-LINE
004356         MOVE WS-SITE-TOTAL-HEADING TO CV-PRINT-LINE
004357         WRITE CV-PRINT-LINE
004358         MOVE WS-CE-SITE-CODE (1) TO WS-PREV-SITE-CODE
004359         MOVE 1 TO WS-COVER-SUB
004360         PERFORM 5200-ADD-SENSOR-TO-SITE THRU 5200-EXIT
004361             UNTIL WS-COVER-SUB > WS-COVER-COUNT
004362         PERFORM 5300-PRINT-SITE-TOTAL THRU 5300-EXIT
004363     END-IF.
004370
004380     MOVE WS-ACTIVE-COUNT   TO WS-PT-ACTIVE.
004390     MOVE WS-REPORTED-COUNT TO WS-PT-REPORTED.
004550         WS-CE-PRIOR-MISSED (WS-COVER-SUB) + 1.
004560     ADD 1 TO WS-MISSING-COUNT.
004570
004580     IF WS-CE-SITE-CODE (WS-COVER-SUB) NOT = WS-PREV-SITE-CODE
004582        OR WS-CE-LOCATION (WS-COVER-SUB) NOT = WS-PREV-LOCATION
004584         MOVE WS-CE-SITE-CODE (WS-COVER-SUB)
004586             TO WS-PREV-SITE-CODE
004590         MOVE WS-CE-LOCATION (WS-COVER-SUB)
004600             TO WS-PREV-LOCATION
004605         MOVE WS-CE-SITE-CODE (WS-COVER-SUB) TO WS-LH-SITE-CODE
004610         MOVE WS-CE-LOCATION (WS-COVER-SUB) TO WS-LH-LOCATION
004620         MOVE SPACES TO CV-PRINT-LINE
004630         WRITE CV-PRINT-LINE
004800 5100-NEXT.
004810     ADD 1 TO WS-COVER-SUB.
004820 5100-EXIT.
004821     EXIT.
004822
004823*----------------------------------------------------------*
004824* 5200-ADD-SENSOR-TO-SITE -- COUNT ONE TABLED SENSOR INTO ITS
004825* SITE'S TOTALS, PRINTING THE PREVIOUS SITE'S LINE WHEN THE
004826* SITE CHANGES.  THE TABLE IS IN SITE ORDER.
004827*----------------------------------------------------------*
004828 5200-ADD-SENSOR-TO-SITE.
004829     IF WS-CE-SITE-CODE (WS-COVER-SUB) NOT = WS-PREV-SITE-CODE
004830         PERFORM 5300-PRINT-SITE-TOTAL THRU 5300-EXIT
004831         MOVE WS-CE-SITE-CODE (WS-COVER-SUB)
004832             TO WS-PREV-SITE-CODE
004833     END-IF.
004834
004835     ADD 1 TO WS-SITE-ACTIVE-COUNT.
004836     IF WS-CE-SEEN (WS-COVER-SUB)
004837         ADD 1 TO WS-SITE-REPORTED-COUNT
004838     ELSE
004839         ADD 1 TO WS-SITE-MISSING-COUNT
004840     END-IF.
004841     ADD 1 TO WS-COVER-SUB.
004842 5200-EXIT.
004843     EXIT.
004844
004845*----------------------------------------------------------*
004846* 5300-PRINT-SITE-TOTAL -- ONE SITE'S TOTAL LINE, THEN CLEAR
004847* THE COUNTS FOR THE NEXT SITE.
004848*----------------------------------------------------------*
004849 5300-PRINT-SITE-TOTAL.
004850     MOVE WS-PREV-SITE-CODE      TO WS-ST-SITE-CODE.
004851     MOVE WS-SITE-ACTIVE-COUNT   TO WS-ST-ACTIVE.
004852     MOVE WS-SITE-REPORTED-COUNT TO WS-ST-REPORTED.
004853     MOVE WS-SITE-MISSING-COUNT  TO WS-ST-MISSING.
004854     MOVE WS-SITE-TOTAL-LINE TO CV-PRINT-LINE.
004855     WRITE CV-PRINT-LINE.
004856
004857     MOVE 0 TO WS-SITE-ACTIVE-COUNT.
004858     MOVE 0 TO WS-SITE-REPORTED-COUNT.
004859     MOVE 0 TO WS-SITE-MISSING-COUNT.
004860 5300-EXIT.
004861     EXIT.
004862
004863*----------------------------------------------------------*
004864* 6000-REWRITE-STATE -- REBUILD THE COVERAGE STATE FILE WITH
004870* ONE RECORD PER ACTIVE SENSOR, CARRYING THE MISSED-SHIFT
004880* COUNT THE NEXT RUN INCREMENTS OR RESETS.  A SENSOR RETIRED
004890* SINCE THE LAST RUN SIMPLY DROPS OFF THE FILE.
005400     EXIT.
005410
005420*----------------------------------------------------------*
005421* 7100-CHECK-REVERSED -- IS THE CONVERSION IN THE AUDIT AREA
005422* ONE A REVERSAL HAS TAKEN BACK?  RECORDS LOGGED BEFORE THE
005423* AUDIT CHAIN CARRY NO SEQUENCE NUMBER AND CANNOT HAVE BEEN.
005424*----------------------------------------------------------*
005425 7100-CHECK-REVERSED.
005426     MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
005427     IF TA-SEQUENCE-NO IS NOT NUMERIC
005428         GO TO 7100-EXIT
005429     END-IF.
005430     MOVE 1 TO WS-REVERSED-SUB.
005431     PERFORM 7110-MATCH-REVERSED THRU 7110-EXIT
005432         UNTIL WS-REVERSED-FOUND
005433            OR WS-REVERSED-SUB > WS-REVERSED-COUNT.
005434 7100-EXIT.
005435     EXIT.
005436
005437 7110-MATCH-REVERSED.
005438     IF WS-REVERSED-SEQ-NO (WS-REVERSED-SUB) = TA-SEQUENCE-NO
005439         MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
005440     ELSE
005441         ADD 1 TO WS-REVERSED-SUB
005442     END-IF.
005443 7110-EXIT.
005444     EXIT.
005445
005446*----------------------------------------------------------*
005447* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
005448* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
005450* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
005460* WITH A NON-ZERO RETURN CODE.
005470*----------------------------------------------------------*
