000010*================================================================
000020* PROGRAM      CompliancePackage
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* MONTH-END COMPLIANCE PACKAGE.  THE REGULATOR'S FOLDER USED TO
000080* BE ASSEMBLED BY HAND FROM TREND PAGES, THE AGING REPORT, THE
000090* COVERAGE GAPS AND A SEARCH OF THE AUDIT LOG FOR MAINTENANCE
000100* RECORDS.  THIS PROGRAM PRINTS ONE PAGED PACKAGE PER SITE AND
000110* LOCATION ON THE SENSOR MASTER FOR ONE CALENDAR MONTH, EACH
000120* STARTING ON A NEW PAGE WITH ITS OWN PAGE NUMBERS, SHOWING:
000130*   1. READING COUNT AND MINIMUM/MAXIMUM/AVERAGE PER SENSOR,
000140*      FROM THE MONTH'S BATCH CONVERSIONS BY BUSINESS DATE, IN
000150*      THE SENSOR'S OWN UNIT.  REVERSALS AND THE CONVERSIONS
000160*      THEY TOOK BACK ARE LEFT OUT.
000170*   2. EVERY READING QUARANTINED IN THE MONTH WITH ITS FINAL
000180*      DISPOSITION AND THE REVIEWER'S INITIALS, MATCHED TO THE
000190*      DISPOSITION LOG THE SAME WAY AS THE AGING REPORT.  AN
000200*      ITEM ONLY EVER DEFERRED SHOWS ITS LATEST DEFERRAL.
000210*   3. EVERY MISSED SHIFT: A BUSINESS DATE ON WHICH THE SITE
000220*      RAN BATCH CONVERSIONS BUT AN ACTIVE SENSOR HAD NONE.
000230*   4. EVERY CONFIGURATION AND SENSOR MASTER/CALIBRATION CHANGE
000240*      LOGGED IN THE MONTH WITH ITS BEFORE AND AFTER VALUES.  A
000250*      CONFIGURATION CHANGE APPLIES TO THE WHOLE SITE, SO IT IS
000260*      LISTED IN EVERY LOCATION'S PACKAGE (A BLANK-SITE DEFAULT
000270*      IN EVERY SITE'S); A SENSOR CHANGE IS LISTED WITH ITS
000280*      SENSOR'S LOCATION.
000290*   5. EVERY CONVERSION RUN IN THE MONTH THAT DID NOT BALANCE,
000300*      IN EVERY PACKAGE FOR THE RUN'S SITE.
000310* EACH PACKAGE ENDS WITH A SUMMARY, A CERTIFICATION STATEMENT
000320* AND A SUPERVISOR SIGNATURE BLOCK, KEPT TOGETHER ON ONE PAGE,
000330* AND A CONTROL LINE.  THE SAME PAGE COUNT, READING COUNT AND
000340* A HASH OF EVERY PRINTED LINE ARE APPENDED TO THE PACKAGE
000350* REGISTER (TEMPPKR) SO A FILED PACKAGE CAN LATER BE PROVED TO
000360* BE THE ONE THAT WAS PRODUCED.
000370*
000380* READINGS, EXCEPTIONS OR CHANGES FOR A SENSOR NO LONGER ON THE
000390* MASTER CANNOT BE PLACED AT A LOCATION; THEY PRINT IN A PACKAGE
000400* OF THEIR OWN FOR THE SITE UNDER "*NOT ON MASTER*".
000410*
000420* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000430*   POS  1-6   PACKAGE MONTH, YYYYMM (REQUIRED)
000440*   POS  8-10  SITE CODE (OPTIONAL); OMITTED MEANS EVERY SITE.
000450*
000460* MODIFICATION HISTORY
000470* 10/15/2026  JH   ORIGINAL MONTHLY COMPLIANCE PACKAGE.
000472* 10/15/2026  JH   READINGS FROM A SENSOR NOT ON THE MASTER NOW
000474*                  PRINT IN THE SITE'S "*NOT ON MASTER*"
000476*                  PACKAGE INSTEAD OF BEING DROPPED.
000477* 10/15/2026  JH   A QUARANTINED READING GOES TO THE MONTH OF ITS
000478*                  BATCH'S BUSINESS DATE (TX-BUS-DATE), NOT THE
000479*                  MONTH IT HAPPENED TO RUN IN.
000480*================================================================
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CompliancePackage.
000510 AUTHOR. J HENDERSON.
000520 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000530 DATE-WRITTEN. 10/15/2026.
000540 DATE-COMPILED.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS TM-SENSOR-KEY
000630         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000640
000650     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000680
000690     SELECT EXCEPTION-FILE ASSIGN TO "TEMPEXC"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000720
000730     SELECT DISPOSITION-FILE ASSIGN TO "TEMPXDP"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-DISPOSITION-FILE-STATUS.
000760
000770     SELECT RUN-HISTORY-FILE ASSIGN TO "TEMPRHS"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RUNHIST-FILE-STATUS.
000800
000810     SELECT PACKAGE-PRINT-FILE ASSIGN TO "TEMPCPK"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PRINT-FILE-STATUS.
000840
000850     SELECT PACKAGE-REGISTER-FILE ASSIGN TO "TEMPPKR"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SENSOR-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TEMPSEN.
000940
000950 FD  AUDIT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY TEMPAUD.
000980
000990 FD  EXCEPTION-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY TEMPEXC.
001020
001030 FD  DISPOSITION-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY TEMPXDP.
001060
001070 FD  RUN-HISTORY-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY TEMPRHS.
001100
001110 FD  PACKAGE-PRINT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  CP-PRINT-LINE               PIC X(80).
001140
001150 FD  PACKAGE-REGISTER-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY TEMPPKR.
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
001210     88  WS-SENSOR-END-OF-SET           VALUE '10' '23' '46'.
001220 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
001230 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
001240     88  WS-EXCEPTION-FILE-NOT-FOUND    VALUE '35'.
001250 01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE '00'.
001260     88  WS-DISPOSITION-FILE-NOT-FOUND  VALUE '35'.
001270 01  WS-RUNHIST-FILE-STATUS   PIC X(02) VALUE '00'.
001280     88  WS-RUNHIST-FILE-NOT-FOUND      VALUE '35'.
001290 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
001300 01  WS-REGISTER-FILE-STATUS  PIC X(02) VALUE '00'.
001310     88  WS-REGISTER-FILE-NOT-FOUND     VALUE '35'.
001320
001330 01  WS-SENSOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
001340     88  WS-SENSOR-EOF                  VALUE 'Y'.
001350 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001360     88  WS-AUDIT-EOF                   VALUE 'Y'.
001370 01  WS-EXC-EOF-SWITCH        PIC X(01) VALUE 'N'.
001380     88  WS-EXC-EOF                     VALUE 'Y'.
001390 01  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001400     88  WS-DISP-EOF                    VALUE 'Y'.
001410 01  WS-RUNHIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
001420     88  WS-RUNHIST-EOF                 VALUE 'Y'.
001430
001440 01  WS-ABEND-MESSAGE.
001450     05  WS-ABEND-FILE-NAME   PIC X(10).
001460     05  FILLER               PIC X(01) VALUE SPACE.
001470     05  WS-ABEND-STATUS      PIC X(02).
001480
001490 01  WS-PACKAGE-MONTH         PIC 9(06) VALUE 0.
001500 01  WS-PACKAGE-MONTH-PARTS REDEFINES WS-PACKAGE-MONTH.
001510     05  WS-PACKAGE-YEAR      PIC 9(04).
001520     05  WS-PACKAGE-MM        PIC 9(02).
001530 01  WS-SELECT-SITE-CODE      PIC X(03) VALUE SPACES.
001540 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001550 01  WS-CURRENT-TIME          PIC 9(08) VALUE 0.
001560
001570*----------------------------------------------------------*
001580* WS-WORK-DATE -- A RECORD'S DATE, SPLIT SO THE MONTH CAN BE
001590* TESTED AGAINST THE PACKAGE MONTH AND THE DAY USED AS A
001600* SUBSCRIPT INTO THE SHIFT-DAY FLAGS.
001610*----------------------------------------------------------*
001620 01  WS-WORK-DATE             PIC 9(08) VALUE 0.
001630 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001640     05  WS-WORK-YYYYMM       PIC 9(06).
001650     05  WS-WORK-DD           PIC 9(02).
001660
001670 01  WS-NOT-ON-MASTER         PIC X(20) VALUE "*NOT ON MASTER*".
001680
001690*----------------------------------------------------------*
001700* WS-SENSOR-TABLE -- EVERY SENSOR ON THE MASTER FOR THE RUN'S
001710* SITE(S), ACTIVE OR RETIRED (A SENSOR RETIRED DURING THE
001720* MONTH STILL HAS READINGS TO REPORT), INSERTED IN SITE,
001730* LOCATION, SENSOR-ID ORDER SO EACH PACKAGE LISTS ITS SENSORS
001740* WITHOUT A SORT.  EACH ENTRY ACCUMULATES ITS MONTH'S READING
001750* STATISTICS AND A FLAG FOR EACH DAY OF THE MONTH IT REPORTED.
001752* A SENSOR NO LONGER ON THE MASTER IS ADDED AT THE END WHEN ITS
001754* FIRST READING TURNS UP, UNDER ITS SITE'S "*NOT ON MASTER*"
001756* LOCATION, WITH STATUS 'N'.
001760*----------------------------------------------------------*
001770 01  WS-SENSOR-CONTROL.
001780     05  WS-SENSOR-COUNT      PIC 9(04) COMP VALUE 0.
001790     05  WS-SENSOR-SUB        PIC 9(04) COMP VALUE 0.
001800     05  WS-SENSOR-LIMIT      PIC 9(04) COMP VALUE 2000.
001810     05  WS-SENSOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
001820         88  WS-SENSOR-FOUND            VALUE 'Y'.
001830     05  WS-INSERT-DONE-SWITCH PIC X(01) VALUE 'N'.
001840         88  WS-INSERT-DONE             VALUE 'Y'.
001850     05  WS-WORK-SENSOR-ID    PIC X(08) VALUE SPACES.
001860
001870 01  WS-SENSOR-TABLE.
001880     05  WS-SENSOR-ENTRY OCCURS 2000 TIMES.
001890         10  WS-SE-SITE-CODE      PIC X(03).
001900         10  WS-SE-LOCATION       PIC X(20).
001910         10  WS-SE-SENSOR-ID      PIC X(08).
001920         10  WS-SE-DESCRIPTION    PIC X(24).
001930         10  WS-SE-EXPECTED-UNIT  PIC X(01).
001940         10  WS-SE-STATUS         PIC X(01).
001950             88  WS-SE-RETIRED            VALUE 'R'.
001955             88  WS-SE-NOT-ON-MASTER      VALUE 'N'.
001960         10  WS-SE-READING-COUNT  PIC 9(07).
001970         10  WS-SE-MIN-TEMP       PIC S9(4)V9(2).
001980         10  WS-SE-MAX-TEMP       PIC S9(4)V9(2).
001990         10  WS-SE-TOTAL-TEMP     PIC S9(9)V9(2).
002000         10  WS-SE-DAY-SEEN       PIC X(01) OCCURS 31 TIMES.
002010
002020*----------------------------------------------------------*
002030* WS-LOCATION-TABLE -- ONE ENTRY PER PACKAGE TO PRINT: EVERY
002040* SITE AND LOCATION ON THE SENSOR MASTER, PLUS A SITE'S
002050* "*NOT ON MASTER*" ENTRY WHEN SOMETHING FOR AN UNKNOWN SENSOR
002060* HAS TO BE REPORTED.  KEPT IN SITE, LOCATION ORDER.
002070*----------------------------------------------------------*
002080 01  WS-LOCATION-CONTROL.
002090     05  WS-LOCATION-COUNT    PIC 9(04) COMP VALUE 0.
002100     05  WS-LOCATION-SUB      PIC 9(04) COMP VALUE 0.
002110     05  WS-LOCATION-LIMIT    PIC 9(04) COMP VALUE 500.
002120     05  WS-LOCATION-FOUND-SWITCH PIC X(01) VALUE 'N'.
002130         88  WS-LOCATION-FOUND          VALUE 'Y'.
002140     05  WS-WORK-LOCATION-KEY.
002150         10  WS-WORK-SITE-CODE PIC X(03).
002160         10  WS-WORK-LOCATION  PIC X(20).
002170
002180 01  WS-LOCATION-TABLE.
002190     05  WS-LOCATION-ENTRY OCCURS 500 TIMES.
002200         10  WS-LO-KEY.
002210             15  WS-LO-SITE-CODE  PIC X(03).
002220             15  WS-LO-LOCATION   PIC X(20).
002230
002240*----------------------------------------------------------*
002250* WS-SHIFT-TABLE -- PER SITE, A FLAG FOR EACH BUSINESS DATE OF
002260* THE MONTH ON WHICH THE SITE RAN ANY BATCH CONVERSION.  THOSE
002270* ARE THE SHIFTS EVERY ACTIVE SENSOR AT THE SITE WAS EXPECTED
002280* TO REPORT FOR.
002290*----------------------------------------------------------*
002300 01  WS-SHIFT-CONTROL.
002310     05  WS-SHIFT-COUNT       PIC 9(04) COMP VALUE 0.
002320     05  WS-SHIFT-SUB         PIC 9(04) COMP VALUE 0.
002330     05  WS-SHIFT-LIMIT       PIC 9(04) COMP VALUE 100.
002340     05  WS-SHIFT-FOUND-SWITCH PIC X(01) VALUE 'N'.
002350         88  WS-SHIFT-FOUND             VALUE 'Y'.
002360     05  WS-DAY-SUB           PIC 9(04) COMP VALUE 0.
002365     05  WS-SITE-SHIFTS       PIC 9(04) COMP VALUE 0.
002370
002380 01  WS-SHIFT-TABLE.
002390     05  WS-SHIFT-ENTRY OCCURS 100 TIMES.
002400         10  WS-SH-SITE-CODE      PIC X(03).
002410         10  WS-SH-DAY-RUN        PIC X(01) OCCURS 31 TIMES.
002420
002430*----------------------------------------------------------*
002440* WS-REVERSED-TABLE -- THE SEQUENCE NUMBERS OF EVERY
002450* CONVERSION A REVERSAL RECORD ON THE LOG HAS TAKEN BACK, SO
002460* A WITHDRAWN READING IS NEITHER COUNTED NOR TREATED AS THE
002470* SENSOR REPORTING FOR ITS SHIFT.
002480*----------------------------------------------------------*
002490 01  WS-REVERSED-CONTROL.
002500     05  WS-REVERSED-COUNT    PIC 9(04) COMP VALUE 0.
002510     05  WS-REVERSED-SUB      PIC 9(04) COMP VALUE 0.
002520     05  WS-REVERSED-LIMIT    PIC 9(04) COMP VALUE 2000.
002530     05  WS-REVERSED-FOUND-SWITCH PIC X(01) VALUE 'N'.
002540         88  WS-REVERSED-FOUND          VALUE 'Y'.
002550
002560 01  WS-REVERSED-TABLE.
002570     05  WS-REVERSED-SEQ-NO   PIC 9(09) OCCURS 2000 TIMES.
002580
002590*----------------------------------------------------------*
002600* WS-CHANGE-TABLE -- EVERY MAINTENANCE RECORD LOGGED IN THE
002610* MONTH.  TYPE 'C' IS A CONFIGURATION CHANGE FOR THE WHOLE
002620* SITE; TYPE 'S' IS A SENSOR MASTER OR CALIBRATION CHANGE,
002630* CARRYING THE SITE AND LOCATION OF THE SENSOR IT APPLIES TO.
002640*----------------------------------------------------------*
002650 01  WS-CHANGE-CONTROL.
002660     05  WS-CHANGE-COUNT      PIC 9(04) COMP VALUE 0.
002670     05  WS-CHANGE-SUB        PIC 9(04) COMP VALUE 0.
002680     05  WS-CHANGE-LIMIT      PIC 9(04) COMP VALUE 2000.
002690
002700 01  WS-CHANGE-TABLE.
002710     05  WS-CHANGE-ENTRY OCCURS 2000 TIMES.
002720         10  WS-CH-TYPE           PIC X(01).
002730             88  WS-CH-CONFIG             VALUE 'C'.
002740             88  WS-CH-SENSOR             VALUE 'S'.
002750         10  WS-CH-SITE-CODE      PIC X(03).
002760         10  WS-CH-LOCATION       PIC X(20).
002770         10  WS-CH-SENSOR-ID      PIC X(08).
002780         10  WS-CH-RUN-DATE       PIC 9(08).
002790         10  WS-CH-RUN-TIME       PIC X(06).
002800         10  WS-CH-FIELD-NAME     PIC X(12).
002810         10  WS-CH-OLD-VALUE      PIC X(12).
002820         10  WS-CH-NEW-VALUE      PIC X(12).
002830
002840*----------------------------------------------------------*
002850* WS-DISP-TABLE -- EVERY DISPOSITION ON THE LOG, IN THE ORDER
002860* LOGGED.  A RELEASE OR REJECT RESOLVES AT MOST ONE
002870* QUARANTINED READING, AS ON THE AGING REPORT; A DEFERRAL
002880* RESOLVES NOTHING BUT IS SHOWN AGAINST AN ITEM THAT HAS HAD
002890* NO OTHER DECISION.
002900*----------------------------------------------------------*
002910 01  WS-DISP-CONTROL.
002920     05  WS-DISP-COUNT        PIC 9(04) COMP VALUE 0.
002930     05  WS-DISP-SUB          PIC 9(04) COMP VALUE 0.
002940     05  WS-DISP-LIMIT        PIC 9(04) COMP VALUE 5000.
002950     05  WS-DISP-FOUND-SWITCH PIC X(01) VALUE 'N'.
002960         88  WS-DISP-FOUND              VALUE 'Y'.
002970     05  WS-DEFER-SUB         PIC 9(04) COMP VALUE 0.
002980
002990 01  WS-DISP-TABLE.
003000     05  WS-DISP-ENTRY OCCURS 5000 TIMES.
003010         10  WS-DP-SENSOR-ID      PIC X(08).
003020         10  WS-DP-INPUT-TEMP     PIC S9(4)V9(2).
003030         10  WS-DP-INPUT-UNIT     PIC X(01).
003040         10  WS-DP-REASON-CODE    PIC X(04).
003050         10  WS-DP-DISPOSITION    PIC X(01).
003060             88  WS-DP-DEFERRED           VALUE 'D'.
003070         10  WS-DP-REVIEW-DATE    PIC 9(08).
003080         10  WS-DP-REVIEWER       PIC X(03).
003090         10  WS-DP-CORRECTED-TEMP PIC S9(4)V9(2).
003100         10  WS-DP-CORRECTED-UNIT PIC X(01).
003110         10  WS-DP-USED-SWITCH    PIC X(01).
003120             88  WS-DP-USED               VALUE 'Y'.
003130
003140*----------------------------------------------------------*
003150* WS-QUAR-TABLE -- EVERY READING QUARANTINED IN THE MONTH FOR
003160* THE RUN'S SITE(S), WITH THE DECISION IT WAS MATCHED TO.
003170* WS-QU-OUTCOME IS THE DISPOSITION CODE, OR SPACE FOR A
003180* READING NOBODY HAS REVIEWED.
003190*----------------------------------------------------------*
003200 01  WS-QUAR-CONTROL.
003210     05  WS-QUAR-COUNT        PIC 9(04) COMP VALUE 0.
003220     05  WS-QUAR-SUB          PIC 9(04) COMP VALUE 0.
003230     05  WS-QUAR-LIMIT        PIC 9(04) COMP VALUE 2000.
003240
003250 01  WS-QUAR-TABLE.
003260     05  WS-QUAR-ENTRY OCCURS 2000 TIMES.
003270         10  WS-QU-SITE-CODE      PIC X(03).
003280         10  WS-QU-LOCATION       PIC X(20).
003290         10  WS-QU-RUN-DATE       PIC 9(08).
003300         10  WS-QU-SENSOR-ID      PIC X(08).
003310         10  WS-QU-INPUT-TEMP     PIC S9(4)V9(2).
003320         10  WS-QU-INPUT-UNIT     PIC X(01).
003330         10  WS-QU-REASON-CODE    PIC X(04).
003340         10  WS-QU-OUTCOME        PIC X(01).
003350             88  WS-QU-RELEASED           VALUE 'R'.
003360             88  WS-QU-REJECTED           VALUE 'J'.
003370             88  WS-QU-DEFERRED           VALUE 'D'.
003380             88  WS-QU-NOT-REVIEWED       VALUE SPACE.
003390         10  WS-QU-REVIEW-DATE    PIC 9(08).
003400         10  WS-QU-REVIEWER       PIC X(03).
003410         10  WS-QU-CORRECTED-TEMP PIC S9(4)V9(2).
003420         10  WS-QU-CORRECTED-UNIT PIC X(01).
003430
003440*----------------------------------------------------------*
003450* WS-RUN-TABLE -- EVERY CONVERSION RUN IN THE MONTH THAT DID
003460* NOT BALANCE, FOR THE RUN'S SITE(S).  A RUN RECORDED BEFORE
003470* THE SITE CODE EXISTED (SPACES) BELONGS TO EVERY SITE.
003480*----------------------------------------------------------*
003490 01  WS-RUN-CONTROL.
003500     05  WS-RUN-COUNT         PIC 9(04) COMP VALUE 0.
003510     05  WS-RUN-SUB           PIC 9(04) COMP VALUE 0.
003520     05  WS-RUN-LIMIT         PIC 9(04) COMP VALUE 500.
003530
003540 01  WS-RUN-TABLE.
003550     05  WS-RUN-ENTRY OCCURS 500 TIMES.
003560         10  WS-RN-SITE-CODE      PIC X(03).
003570         10  WS-RN-RUN-DATE       PIC 9(08).
003580         10  WS-RN-RUN-TIME       PIC X(06).
003590         10  WS-RN-RUN-MODE       PIC X(01).
003600         10  WS-RN-BATCH-ID       PIC X(08).
003610         10  WS-RN-BUS-DATE       PIC X(08).
003620         10  WS-RN-INPUT-COUNT    PIC 9(08).
003630         10  WS-RN-RESULT-COUNT   PIC 9(08).
003640         10  WS-RN-EXCEPTION-COUNT PIC 9(08).
003650         10  WS-RN-AUDIT-COUNT    PIC 9(08).
003660         10  WS-RN-RETURN-CODE    PIC 9(02).
003670
003680*----------------------------------------------------------*
003690* WS-PACKAGE-COUNTERS -- ONE LOCATION PACKAGE'S TOTALS, FOR ITS
003700* SUMMARY, ITS CONTROL LINE AND ITS REGISTER RECORD.
003710*----------------------------------------------------------*
003720 01  WS-PACKAGE-COUNTERS.
003730     05  WS-PK-SENSOR-COUNT   PIC 9(05) VALUE 0.
003740     05  WS-PK-READING-COUNT  PIC 9(08) VALUE 0.
003750     05  WS-PK-QUAR-COUNT     PIC 9(05) VALUE 0.
003760     05  WS-PK-OPEN-COUNT     PIC 9(05) VALUE 0.
003770     05  WS-PK-MISSED-COUNT   PIC 9(05) VALUE 0.
003780     05  WS-PK-CHANGE-COUNT   PIC 9(05) VALUE 0.
003790     05  WS-PK-RUN-COUNT      PIC 9(05) VALUE 0.
003800     05  WS-PK-LINE-COUNT     PIC 9(07) VALUE 0.
003810
003820 01  WS-PACKAGE-TOTAL         PIC 9(05) VALUE 0.
003830 01  WS-AVERAGE-TEMP          PIC S9(4)V9(2) VALUE 0.
003840
003850*----------------------------------------------------------*
003860* PAGE CONTROL.  PAGE NUMBERS RESTART FOR EACH PACKAGE.  THE
003870* SUMMARY, CERTIFICATION AND SIGNATURE BLOCK NEED
003880* WS-CLOSING-LINES LINES AND ARE NEVER SPLIT ACROSS PAGES.
003890*----------------------------------------------------------*
003900 01  WS-PAGE-CONTROL.
003910     05  WS-LINE-COUNT        PIC 9(04) COMP VALUE 99.
003920     05  WS-PAGE-COUNT        PIC 9(04) VALUE 0.
003930     05  WS-LINES-PER-PAGE    PIC 9(04) COMP VALUE 60.
003940     05  WS-CLOSING-LINES     PIC 9(04) COMP VALUE 20.
003950
003960 01  WS-PACKAGE-LINE          PIC X(80) VALUE SPACES.
003970
003980*----------------------------------------------------------*
003990* WS-HASH-WORK -- THE PACKAGE HASH, USING THE AUDIT TRAIL'S
004000* CHECK-VALUE ARITHMETIC.  EACH PRINTED BYTE IS MOVED INTO THE
004010* LOW ORDER OF A HALFWORD SO ITS CODE CAN BE ADDED.
004020*----------------------------------------------------------*
004030 01  WS-HASH-BYTE-WORK.
004040     05  WS-HASH-BYTE-HALFWORD PIC 9(04) COMP VALUE 0.
004050     05  WS-HASH-BYTE-PAIR REDEFINES WS-HASH-BYTE-HALFWORD.
004060         10  WS-HASH-BYTE-HIGH PIC X(01).
004070         10  WS-HASH-BYTE-LOW  PIC X(01).
004080
004090 01  WS-HASH-WORK.
004100     05  WS-HASH-ACCUM        PIC 9(09) COMP VALUE 0.
004110     05  WS-HASH-PRODUCT      PIC 9(18) COMP VALUE 0.
004120     05  WS-HASH-QUOTIENT     PIC 9(18) COMP VALUE 0.
004130     05  WS-HASH-MULTIPLIER   PIC 9(04) COMP VALUE 263.
004140     05  WS-HASH-MODULUS      PIC 9(09) COMP VALUE 999999937.
004150     05  WS-HASH-BYTE-SUB     PIC 9(04) COMP VALUE 0.
004160     05  WS-HASH-LINE-LENGTH  PIC 9(04) COMP VALUE 80.
004170
004180 01  WS-PAGE-HEADING-1.
004190     05  FILLER               PIC X(28)
004200             VALUE "MONTHLY COMPLIANCE PACKAGE  ".
004210     05  FILLER               PIC X(06) VALUE "MONTH ".
004220     05  WS-PH-MONTH          PIC 9(06).
004230     05  FILLER               PIC X(07) VALUE "  SITE ".
004240     05  WS-PH-SITE-CODE      PIC X(03).
004250     05  FILLER               PIC X(07) VALUE "  PAGE ".
004260     05  WS-PH-PAGE           PIC ZZZ9.
004270     05  FILLER               PIC X(19) VALUE SPACES.
004280
004290 01  WS-PAGE-HEADING-2.
004300     05  FILLER               PIC X(10) VALUE "LOCATION: ".
004310     05  WS-PH-LOCATION       PIC X(20).
004320     05  FILLER               PIC X(11) VALUE "  PRODUCED ".
004330     05  WS-PH-RUN-DATE       PIC 9(08).
004340     05  FILLER               PIC X(31) VALUE SPACES.
004350
004360 01  WS-SECTION-TITLES.
004370     05  WS-TITLE-READINGS    PIC X(40)
004380             VALUE "1. READINGS BY SENSOR".
004390     05  WS-TITLE-QUARANTINE  PIC X(40)
004400             VALUE "2. QUARANTINED READINGS AND DISPOSITION".
004410     05  WS-TITLE-MISSED      PIC X(40)
004420             VALUE "3. MISSED SHIFTS".
004430     05  WS-TITLE-CHANGES     PIC X(40)
004440             VALUE "4. CONFIGURATION AND SENSOR CHANGES".
004450     05  WS-TITLE-RUNS        PIC X(40)
004460             VALUE "5. CONVERSION RUNS THAT DID NOT BALANCE".
004470
004480 01  WS-READING-HEADING.
004490     05  FILLER               PIC X(02) VALUE SPACES.
004500     05  FILLER               PIC X(08) VALUE "SENSOR  ".
004510     05  FILLER               PIC X(02) VALUE SPACES.
004520     05  FILLER               PIC X(18) VALUE "DESCRIPTION".
004530     05  FILLER               PIC X(02) VALUE SPACES.
004540     05  FILLER               PIC X(01) VALUE "U".
004550     05  FILLER               PIC X(02) VALUE SPACES.
004560     05  FILLER               PIC X(07) VALUE "  COUNT".
004570     05  FILLER               PIC X(02) VALUE SPACES.
004580     05  FILLER               PIC X(08) VALUE " MINIMUM".
004590     05  FILLER               PIC X(02) VALUE SPACES.
004600     05  FILLER               PIC X(08) VALUE " MAXIMUM".
004610     05  FILLER               PIC X(02) VALUE SPACES.
004620     05  FILLER               PIC X(08) VALUE " AVERAGE".
004630     05  FILLER               PIC X(08) VALUE SPACES.
004640
004650 01  WS-READING-LINE.
004660     05  FILLER               PIC X(02) VALUE SPACES.
004670     05  WS-RL-SENSOR-ID      PIC X(08).
004680     05  FILLER               PIC X(02) VALUE SPACES.
004690     05  WS-RL-DESCRIPTION    PIC X(18).
004700     05  FILLER               PIC X(02) VALUE SPACES.
004710     05  WS-RL-UNIT           PIC X(01).
004720     05  FILLER               PIC X(02) VALUE SPACES.
004730     05  WS-RL-STATISTICS.
004740         10  WS-RL-COUNT      PIC ZZZ,ZZ9.
004750         10  FILLER           PIC X(02) VALUE SPACES.
004760         10  WS-RL-MINIMUM    PIC -ZZZ9.99.
004770         10  FILLER           PIC X(02) VALUE SPACES.
004780         10  WS-RL-MAXIMUM    PIC -ZZZ9.99.
004790         10  FILLER           PIC X(02) VALUE SPACES.
004800         10  WS-RL-AVERAGE    PIC -ZZZ9.99.
004810     05  WS-RL-NO-READINGS REDEFINES WS-RL-STATISTICS
004820                              PIC X(37).
004830     05  WS-RL-NOTE           PIC X(08).
004840
004850 01  WS-QUAR-HEADING.
004860     05  FILLER               PIC X(02) VALUE SPACES.
004870     05  FILLER               PIC X(08) VALUE "HELD ON ".
004880     05  FILLER               PIC X(01) VALUE SPACES.
004890     05  FILLER               PIC X(08) VALUE "SENSOR  ".
004900     05  FILLER               PIC X(01) VALUE SPACES.
004910     05  FILLER               PIC X(09) VALUE "   VALUE ".
004920     05  FILLER               PIC X(01) VALUE SPACES.
004930     05  FILLER               PIC X(04) VALUE "RSN ".
004940     05  FILLER               PIC X(01) VALUE SPACES.
004950     05  FILLER               PIC X(12) VALUE "OUTCOME".
004960     05  FILLER               PIC X(01) VALUE SPACES.
004970     05  FILLER               PIC X(08) VALUE "REVIEWED".
004980     05  FILLER               PIC X(01) VALUE SPACES.
004990     05  FILLER               PIC X(03) VALUE "BY ".
005000     05  FILLER               PIC X(01) VALUE SPACES.
005010     05  FILLER               PIC X(09) VALUE "CORRECTED".
005020     05  FILLER               PIC X(10) VALUE SPACES.
005030
005040 01  WS-QUAR-LINE.
005050     05  FILLER               PIC X(02) VALUE SPACES.
005060     05  WS-QL-RUN-DATE       PIC 9(08).
005070     05  FILLER               PIC X(01) VALUE SPACES.
005080     05  WS-QL-SENSOR-ID      PIC X(08).
005090     05  FILLER               PIC X(01) VALUE SPACES.
005100     05  WS-QL-INPUT-TEMP     PIC -ZZZ9.99.
005110     05  WS-QL-INPUT-UNIT     PIC X(01).
005120     05  FILLER               PIC X(01) VALUE SPACES.
005130     05  WS-QL-REASON-CODE    PIC X(04).
005140     05  FILLER               PIC X(01) VALUE SPACES.
005150     05  WS-QL-OUTCOME        PIC X(12).
005160     05  FILLER               PIC X(01) VALUE SPACES.
005170     05  WS-QL-REVIEW-DATE    PIC X(08).
005180     05  FILLER               PIC X(01) VALUE SPACES.
005190     05  WS-QL-REVIEWER       PIC X(03).
005200     05  FILLER               PIC X(01) VALUE SPACES.
005210     05  WS-QL-CORRECTED.
005220         10  WS-QL-CORRECTED-TEMP PIC -ZZZ9.99.
005230         10  WS-QL-CORRECTED-UNIT PIC X(01).
005240     05  WS-QL-NOT-CORRECTED REDEFINES WS-QL-CORRECTED
005250                              PIC X(09).
005260     05  FILLER               PIC X(10) VALUE SPACES.
005270
005280 01  WS-MISSED-LINE.
005290     05  FILLER               PIC X(02) VALUE SPACES.
005300     05  WS-ML-SENSOR-ID      PIC X(08).
005310     05  FILLER               PIC X(02) VALUE SPACES.
005320     05  WS-ML-DESCRIPTION    PIC X(24).
005330     05  FILLER               PIC X(18)
005340             VALUE "  NO READING FOR  ".
005350     05  WS-ML-SHIFT-DATE     PIC 9(08).
005360     05  FILLER               PIC X(18) VALUE SPACES.
005370
005380 01  WS-SHIFT-COUNT-LINE.
005390     05  FILLER               PIC X(02) VALUE SPACES.
005400     05  FILLER               PIC X(33)
005410             VALUE "SHIFTS RUN AT THE SITE THIS MONTH".
005420     05  FILLER               PIC X(01) VALUE SPACES.
005430     05  WS-SC-SHIFTS         PIC Z9.
005440     05  FILLER               PIC X(42) VALUE SPACES.
005450
005460 01  WS-CHANGE-HEADING.
005470     05  FILLER               PIC X(02) VALUE SPACES.
005480     05  FILLER               PIC X(08) VALUE "DATE    ".
005490     05  FILLER               PIC X(01) VALUE SPACES.
005500     05  FILLER               PIC X(06) VALUE "TIME  ".
005510     05  FILLER               PIC X(02) VALUE SPACES.
005520     05  FILLER               PIC X(08) VALUE "APPLIES ".
005530     05  FILLER               PIC X(02) VALUE SPACES.
005540     05  FILLER               PIC X(12) VALUE "FIELD".
005550     05  FILLER               PIC X(02) VALUE SPACES.
005560     05  FILLER               PIC X(12) VALUE "BEFORE".
005570     05  FILLER               PIC X(02) VALUE SPACES.
005580     05  FILLER               PIC X(12) VALUE "AFTER".
005590     05  FILLER               PIC X(11) VALUE SPACES.
005600
005610 01  WS-CHANGE-LINE.
005620     05  FILLER               PIC X(02) VALUE SPACES.
005630     05  WS-CL-RUN-DATE       PIC 9(08).
005640     05  FILLER               PIC X(01) VALUE SPACES.
005650     05  WS-CL-RUN-TIME       PIC X(06).
005660     05  FILLER               PIC X(02) VALUE SPACES.
005670     05  WS-CL-APPLIES-TO     PIC X(08).
005680     05  FILLER               PIC X(02) VALUE SPACES.
005690     05  WS-CL-FIELD-NAME     PIC X(12).
005700     05  FILLER               PIC X(02) VALUE SPACES.
005710     05  WS-CL-OLD-VALUE      PIC X(12).
005720     05  FILLER               PIC X(02) VALUE SPACES.
005730     05  WS-CL-NEW-VALUE      PIC X(12).
005740     05  FILLER               PIC X(11) VALUE SPACES.
005750
005760 01  WS-RUN-HEADING.
005770     05  FILLER               PIC X(02) VALUE SPACES.
005780     05  FILLER               PIC X(08) VALUE "RUN DATE".
005790     05  FILLER               PIC X(01) VALUE SPACES.
005800     05  FILLER               PIC X(06) VALUE "TIME  ".
005810     05  FILLER               PIC X(01) VALUE SPACES.
005820     05  FILLER               PIC X(01) VALUE "M".
005830     05  FILLER               PIC X(01) VALUE SPACES.
005840     05  FILLER               PIC X(08) VALUE "BATCH   ".
005850     05  FILLER               PIC X(01) VALUE SPACES.
005860     05  FILLER               PIC X(08) VALUE "BUS DATE".
005870     05  FILLER               PIC X(01) VALUE SPACES.
005880     05  FILLER               PIC X(08) VALUE "   INPUT".
005890     05  FILLER               PIC X(08) VALUE " RESULTS".
005900     05  FILLER               PIC X(08) VALUE "  EXCEPT".
005910     05  FILLER               PIC X(08) VALUE "   AUDIT".
005920     05  FILLER               PIC X(04) VALUE "  RC".
005930     05  FILLER               PIC X(06) VALUE SPACES.
005940
005950 01  WS-RUN-LINE.
005960     05  FILLER               PIC X(02) VALUE SPACES.
005970     05  WS-UL-RUN-DATE       PIC 9(08).
005980     05  FILLER               PIC X(01) VALUE SPACES.
005990     05  WS-UL-RUN-TIME       PIC X(06).
006000     05  FILLER               PIC X(01) VALUE SPACES.
006010     05  WS-UL-RUN-MODE       PIC X(01).
006020     05  FILLER               PIC X(01) VALUE SPACES.
006030     05  WS-UL-BATCH-ID       PIC X(08).
006040     05  FILLER               PIC X(01) VALUE SPACES.
006050     05  WS-UL-BUS-DATE       PIC X(08).
006060     05  FILLER               PIC X(01) VALUE SPACES.
006070     05  WS-UL-INPUT          PIC ZZZZZZZ9.
006080     05  WS-UL-RESULTS        PIC ZZZZZZZ9.
006090     05  WS-UL-EXCEPTIONS     PIC ZZZZZZZ9.
006100     05  WS-UL-AUDIT          PIC ZZZZZZZ9.
006110     05  FILLER               PIC X(02) VALUE SPACES.
006120     05  WS-UL-RETURN-CODE    PIC 99.
006130     05  FILLER               PIC X(06) VALUE SPACES.
006140
006150 01  WS-SENSOR-TOTAL-LINE.
006160     05  FILLER               PIC X(02) VALUE SPACES.
006170     05  FILLER               PIC X(20)
006180             VALUE "READINGS AT LOCATION".
006190     05  FILLER               PIC X(01) VALUE SPACES.
006200     05  WS-TL-READINGS       PIC ZZ,ZZZ,ZZ9.
006210     05  FILLER               PIC X(47) VALUE SPACES.
006220
006230 01  WS-SUMMARY-LINE-1.
006240     05  FILLER               PIC X(08) VALUE "SENSORS ".
006250     05  WS-SL-SENSORS        PIC ZZZZ9.
006260     05  FILLER               PIC X(11) VALUE "  READINGS ".
006270     05  WS-SL-READINGS       PIC ZZ,ZZZ,ZZ9.
006280     05  FILLER               PIC X(14) VALUE "  QUARANTINED ".
006290     05  WS-SL-QUARANTINED    PIC ZZZZ9.
006300     05  FILLER               PIC X(13) VALUE "  STILL OPEN ".
006310     05  WS-SL-OPEN           PIC ZZZZ9.
006320     05  FILLER               PIC X(09) VALUE SPACES.
006330
006340 01  WS-SUMMARY-LINE-2.
006350     05  FILLER               PIC X(14) VALUE "MISSED SHIFTS ".
006360     05  WS-SL-MISSED         PIC ZZZZ9.
006370     05  FILLER               PIC X(10) VALUE "  CHANGES ".
006380     05  WS-SL-CHANGES        PIC ZZZZ9.
006390     05  FILLER               PIC X(18)
006400             VALUE "  UNBALANCED RUNS ".
006410     05  WS-SL-RUNS           PIC ZZZZ9.
006420     05  FILLER               PIC X(23) VALUE SPACES.
006430
006440*----------------------------------------------------------*
006450* WS-CERTIFICATION-TEXT -- THE STATEMENT AND SIGNATURE BLOCK
006460* THAT CLOSE EVERY PACKAGE, PRINTED A LINE AT A TIME THROUGH
006470* THE REDEFINING TABLE.
006480*----------------------------------------------------------*
006490 01  WS-CERTIFICATION-TEXT.
006500     05  FILLER               PIC X(80)
006510             VALUE "SUPERVISOR CERTIFICATION".
006520     05  FILLER               PIC X(80) VALUE SPACES.
006530     05  FILLER               PIC X(80) VALUE
006540     "I CERTIFY THAT I HAVE REVIEWED THIS PACKAGE AND THAT IT".
006550     05  FILLER               PIC X(80) VALUE
006560     "IS A COMPLETE RECORD OF TEMPERATURE MONITORING AT THIS".
006570     05  FILLER               PIC X(80) VALUE
006580     "LOCATION FOR THE MONTH SHOWN.  EVERY QUARANTINED READING,".
006590     05  FILLER               PIC X(80) VALUE
006600     "MISSED SHIFT, CHANGE AND UNBALANCED RUN LISTED ABOVE HAS".
006610     05  FILLER               PIC X(80) VALUE
006620     "BEEN REVIEWED AND ACCOUNTED FOR.".
006630     05  FILLER               PIC X(80) VALUE SPACES.
006640     05  FILLER               PIC X(80) VALUE
006650     "SUPERVISOR NAME  ______________________________".
006660     05  FILLER               PIC X(80) VALUE SPACES.
006670     05  FILLER               PIC X(80) VALUE
006680     "SIGNATURE        ______________________________".
006690     05  FILLER               PIC X(80) VALUE SPACES.
006700     05  FILLER               PIC X(80) VALUE
006710     "DATE SIGNED      ______________".
006720
006730 01  WS-CERTIFICATION-TABLE REDEFINES WS-CERTIFICATION-TEXT.
006740     05  WS-CERT-LINE         PIC X(80) OCCURS 13 TIMES.
006750
006760 01  WS-CERT-CONTROL.
006770     05  WS-CERT-SUB          PIC 9(04) COMP VALUE 0.
006780     05  WS-CERT-LINE-COUNT   PIC 9(04) COMP VALUE 13.
006790
006800 01  WS-CONTROL-LINE.
006810     05  FILLER               PIC X(17) VALUE "PACKAGE CONTROL  ".
006820     05  FILLER               PIC X(06) VALUE "PAGES ".
006830     05  WS-CT-PAGES          PIC ZZZ9.
006840     05  FILLER               PIC X(08) VALUE "  LINES ".
006850     05  WS-CT-LINES          PIC ZZZZZZ9.
006860     05  FILLER               PIC X(11) VALUE "  READINGS ".
006870     05  WS-CT-READINGS       PIC ZZZZZZZ9.
006880     05  FILLER               PIC X(07) VALUE "  HASH ".
006890     05  WS-CT-HASH           PIC 9(09).
006900     05  FILLER               PIC X(03) VALUE SPACES.
006910
006920 LINKAGE SECTION.
006930 01  CP-PARM-AREA.
006940     05  CP-PARM-LENGTH       PIC S9(4) COMP.
006950     05  CP-PARM-DATA         PIC X(10).
006960
006970 PROCEDURE DIVISION USING CP-PARM-AREA.
006980*----------------------------------------------------------*
006990* 0000-MAINLINE
007000*----------------------------------------------------------*
007010 0000-MAINLINE.
007020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007030     PERFORM 2000-LOAD-SENSORS THRU 2000-EXIT.
007040     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
007050     PERFORM 4000-LOAD-DISPOSITIONS THRU 4000-EXIT.
007060     PERFORM 4400-LOAD-QUARANTINE THRU 4400-EXIT.
007070     PERFORM 4800-LOAD-UNBALANCED-RUNS THRU 4800-EXIT.
007080     PERFORM 5000-PRINT-PACKAGES THRU 5000-EXIT.
007090
007100     CLOSE PACKAGE-PRINT-FILE.
007110     CLOSE PACKAGE-REGISTER-FILE.
007120
007130     DISPLAY "COMPLIANCEPACKAGE - " WS-PACKAGE-TOTAL
007140         " LOCATION PACKAGE(S) FOR " WS-PACKAGE-MONTH
007150         " - SEE TEMPCPK".
007160
007170*----------------------------------------------------------*
007180* A RUN WITH NOTHING ON THE SENSOR MASTER FOR THE SITE
007190* PRODUCES NO PACKAGE, WHICH IS ALMOST ALWAYS A WRONG PARM.
007200*----------------------------------------------------------*
007210     IF WS-PACKAGE-TOTAL = 0
007220         MOVE 4 TO RETURN-CODE
007230     END-IF.
007240     STOP RUN.
007250
007260*----------------------------------------------------------*
007270* 1000-INITIALIZE -- PARSE THE PARM AND OPEN THE MASTER, THE
007280* AUDIT LOG, THE PRINT FILE AND THE PACKAGE REGISTER.  THE
007290* REGISTER IS OPENED BEFORE ANYTHING IS PRINTED SO A PACKAGE
007300* IS NEVER PRODUCED THAT CANNOT BE REGISTERED.  THE OTHER
007310* LOGS ARE OPENED IN THEIR OWN PARAGRAPHS.
007320*----------------------------------------------------------*
007330 1000-INITIALIZE.
007340     IF CP-PARM-LENGTH < 6
007350        OR CP-PARM-DATA (1:6) IS NOT NUMERIC
007360         DISPLAY "COMPLIANCEPACKAGE - PARM MUST GIVE THE PACKAGE "
007370             "MONTH (YYYYMM)"
007380         MOVE 16 TO RETURN-CODE
007390         STOP RUN
007400     END-IF.
007410     MOVE CP-PARM-DATA (1:6) TO WS-PACKAGE-MONTH.
007420     IF WS-PACKAGE-MM < 1
007430        OR WS-PACKAGE-MM > 12
007440         DISPLAY "COMPLIANCEPACKAGE - PACKAGE MONTH "
007450             WS-PACKAGE-MONTH " IS NOT A VALID MONTH"
007460         MOVE 16 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490     IF CP-PARM-LENGTH > 7
007500         MOVE CP-PARM-DATA (8:3) TO WS-SELECT-SITE-CODE
007510     END-IF.
007520
007530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007540     ACCEPT WS-CURRENT-TIME FROM TIME.
007550
007560     OPEN INPUT SENSOR-FILE.
007570     IF WS-SENSOR-FILE-STATUS NOT = '00'
007580         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
007590         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
007600         PERFORM 9800-ABEND-RUN
007610     END-IF.
007620
007630     OPEN INPUT AUDIT-FILE.
007640     IF WS-AUDIT-FILE-STATUS NOT = '00'
007650         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
007660         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
007670         PERFORM 9800-ABEND-RUN
007680     END-IF.
007690
007700     OPEN EXTEND PACKAGE-REGISTER-FILE.
007710     IF WS-REGISTER-FILE-NOT-FOUND
007720         OPEN OUTPUT PACKAGE-REGISTER-FILE
007730     END-IF.
007740     IF WS-REGISTER-FILE-STATUS NOT = '00'
007750         MOVE "TEMPPKR"  TO WS-ABEND-FILE-NAME
007760         MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
007770         PERFORM 9800-ABEND-RUN
007780     END-IF.
007790
007800     OPEN OUTPUT PACKAGE-PRINT-FILE.
007810     IF WS-PRINT-FILE-STATUS NOT = '00'
007820         MOVE "TEMPCPK"  TO WS-ABEND-FILE-NAME
007830         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
007840         PERFORM 9800-ABEND-RUN
007850     END-IF.
007860 1000-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------*
007900* 2000-LOAD-SENSORS -- WALK THE KEYED MASTER FROM THE LOW KEY
007910* AND TABLE EVERY SENSOR FOR THE RUN'S SITE(S), WITH A
007920* LOCATION ENTRY FOR EACH NEW SITE AND LOCATION.  A MASTER
007930* PAST THE TABLE LIMIT WOULD LEAVE SENSORS OUT OF A PACKAGE
007940* THAT CERTIFIES IT IS COMPLETE, SO THE RUN REFUSES.
007950*----------------------------------------------------------*
007960 2000-LOAD-SENSORS.
007970     MOVE LOW-VALUES TO TM-SENSOR-KEY.
007980     IF WS-SELECT-SITE-CODE NOT = SPACES
007990         MOVE WS-SELECT-SITE-CODE TO TM-SITE-CODE
008000     END-IF.
008010     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
008020         INVALID KEY
008030             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
008040     END-START.
008050
008060     IF NOT WS-SENSOR-EOF
008070         PERFORM 2200-READ-NEXT-SENSOR THRU 2200-EXIT
008080     END-IF.
008090     PERFORM 2100-TABLE-ONE-SENSOR THRU 2100-EXIT
008100         UNTIL WS-SENSOR-EOF.
008110
008120     CLOSE SENSOR-FILE.
008130 2000-EXIT.
008140     EXIT.
008150
008160 2100-TABLE-ONE-SENSOR.
008170*----------------------------------------------------------*
008180* THE MASTER IS IN SITE ORDER, SO ON A SITE RUN THE FIRST
008190* SENSOR OF THE NEXT SITE ENDS THE LOAD.
008200*----------------------------------------------------------*
008210     IF WS-SELECT-SITE-CODE NOT = SPACES
008220        AND TM-SITE-CODE NOT = WS-SELECT-SITE-CODE
008230         MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
008240         GO TO 2100-EXIT
008250     END-IF.
008260
008270     IF WS-SENSOR-COUNT = WS-SENSOR-LIMIT
008280         DISPLAY "COMPLIANCEPACKAGE - SENSOR MASTER EXCEEDS "
008290             "TABLE LIMIT - RUN REFUSED"
008300         MOVE 16 TO RETURN-CODE
008310         STOP RUN
008320     END-IF.
008330
008340     ADD 1 TO WS-SENSOR-COUNT.
008350     MOVE WS-SENSOR-COUNT TO WS-SENSOR-SUB.
008360     MOVE 'N' TO WS-INSERT-DONE-SWITCH.
008370     PERFORM 2110-SHIFT-SENSOR-ENTRY THRU 2110-EXIT
008380         UNTIL WS-INSERT-DONE.
008390
008400     MOVE TM-SITE-CODE     TO WS-SE-SITE-CODE (WS-SENSOR-SUB).
008410     MOVE TM-LOCATION      TO WS-SE-LOCATION (WS-SENSOR-SUB).
008420     MOVE TM-SENSOR-ID     TO WS-SE-SENSOR-ID (WS-SENSOR-SUB).
008430     MOVE TM-DESCRIPTION   TO WS-SE-DESCRIPTION (WS-SENSOR-SUB).
008440     MOVE TM-EXPECTED-UNIT TO WS-SE-EXPECTED-UNIT (WS-SENSOR-SUB).
008450     MOVE TM-STATUS        TO WS-SE-STATUS (WS-SENSOR-SUB).
008460     MOVE 0 TO WS-SE-READING-COUNT (WS-SENSOR-SUB).
008470     MOVE 0 TO WS-SE-MIN-TEMP (WS-SENSOR-SUB).
008480     MOVE 0 TO WS-SE-MAX-TEMP (WS-SENSOR-SUB).
008490     MOVE 0 TO WS-SE-TOTAL-TEMP (WS-SENSOR-SUB).
008500     MOVE 1 TO WS-DAY-SUB.
008510     PERFORM 2120-CLEAR-SENSOR-DAY THRU 2120-EXIT
008520         UNTIL WS-DAY-SUB > 31.
008530
008540     MOVE TM-SITE-CODE TO WS-WORK-SITE-CODE.
008550     MOVE TM-LOCATION  TO WS-WORK-LOCATION.
008560     PERFORM 7600-FIND-LOCATION-ENTRY THRU 7600-EXIT.
008570
008580     PERFORM 2200-READ-NEXT-SENSOR THRU 2200-EXIT.
008590 2100-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------*
008630* 2110-SHIFT-SENSOR-ENTRY -- WALKS THE NEW SLOT DOWN FROM THE
008640* END OF THE TABLE UNTIL EVERY EARLIER ENTRY ORDERS BEFORE
008650* THE SENSOR BEING INSERTED, SHIFTING LATER ENTRIES UP ONE
008660* SLOT AS IT GOES.
008670*----------------------------------------------------------*
008680 2110-SHIFT-SENSOR-ENTRY.
008690     IF WS-SENSOR-SUB = 1
008700         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
008710         GO TO 2110-EXIT
008720     END-IF.
008730
008740     IF WS-SE-SITE-CODE (WS-SENSOR-SUB - 1) < TM-SITE-CODE
008750         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
008760         GO TO 2110-EXIT
008770     END-IF.
008780
008790     IF WS-SE-SITE-CODE (WS-SENSOR-SUB - 1) = TM-SITE-CODE
008800        AND WS-SE-LOCATION (WS-SENSOR-SUB - 1) < TM-LOCATION
008810         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
008820         GO TO 2110-EXIT
008830     END-IF.
008840
008850     IF WS-SE-SITE-CODE (WS-SENSOR-SUB - 1) = TM-SITE-CODE
008860        AND WS-SE-LOCATION (WS-SENSOR-SUB - 1) = TM-LOCATION
008870        AND WS-SE-SENSOR-ID (WS-SENSOR-SUB - 1) < TM-SENSOR-ID
008880         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
008890         GO TO 2110-EXIT
008900     END-IF.
008910
008920     MOVE WS-SENSOR-ENTRY (WS-SENSOR-SUB - 1)
008930         TO WS-SENSOR-ENTRY (WS-SENSOR-SUB).
008940     SUBTRACT 1 FROM WS-SENSOR-SUB.
008950 2110-EXIT.
008960     EXIT.
008970
008980 2120-CLEAR-SENSOR-DAY.
008990     MOVE 'N' TO WS-SE-DAY-SEEN (WS-SENSOR-SUB, WS-DAY-SUB).
009000     ADD 1 TO WS-DAY-SUB.
009010 2120-EXIT.
009020     EXIT.
009030
009040 2200-READ-NEXT-SENSOR.
009050     READ SENSOR-FILE NEXT RECORD
009060         AT END
009070             MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
009080     END-READ.
009090     IF WS-SENSOR-END-OF-SET
009100         MOVE 'Y' TO WS-SENSOR-EOF-SWITCH
009110     END-IF.
009120 2200-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------*
009160* 3000-SCAN-AUDIT -- TABLE THE REVERSED SEQUENCE NUMBERS, THEN
009170* ONE PASS OVER THE AUDIT LOG FOR THE MONTH'S BATCH READINGS
009180* (BY BUSINESS DATE) AND MAINTENANCE CHANGES (BY RUN DATE).
009190* THE JCL CONCATENATES LAST MONTH'S ARCHIVE GENERATION AHEAD
009200* OF THE LIVE LOG, SO THE MONTH IS WHOLE WHETHER OR NOT THE
009210* CUT-OFF HAS RUN.
009220*----------------------------------------------------------*
009230 3000-SCAN-AUDIT.
009240     PERFORM 3400-LOAD-REVERSALS THRU 3400-EXIT.
009250     PERFORM 3300-READ-AUDIT-RECORD THRU 3300-EXIT.
009260     PERFORM 3100-APPLY-AUDIT-RECORD THRU 3100-EXIT
009270         UNTIL WS-AUDIT-EOF.
009280     CLOSE AUDIT-FILE.
009290 3000-EXIT.
009300     EXIT.
009310
009320 3100-APPLY-AUDIT-RECORD.
009330     IF TA-SOURCE-MAINTENANCE
009340         PERFORM 3200-TABLE-CHANGE THRU 3200-EXIT
009350         GO TO 3100-NEXT
009360     END-IF.
009370
009380     IF NOT TA-SOURCE-BATCH
009390         GO TO 3100-NEXT
009400     END-IF.
009410
009420     IF TA-BUS-DATE IS NUMERIC
009430        AND TA-BUS-DATE NOT = 0
009440         MOVE TA-BUS-DATE TO WS-WORK-DATE
009450     ELSE
009460         MOVE TA-RUN-DATE TO WS-WORK-DATE
009470     END-IF.
009480     IF WS-WORK-YYYYMM NOT = WS-PACKAGE-MONTH
009490        OR WS-WORK-DD < 1
009500        OR WS-WORK-DD > 31
009510         GO TO 3100-NEXT
009520     END-IF.
009530
009540     PERFORM 7100-CHECK-REVERSED THRU 7100-EXIT.
009550     IF WS-REVERSED-FOUND
009560         GO TO 3100-NEXT
009570     END-IF.
009580
009590     MOVE TA-SENSOR-ID TO WS-WORK-SENSOR-ID.
009600     PERFORM 7000-FIND-SENSOR-ENTRY THRU 7000-EXIT.
009604     IF NOT WS-SENSOR-FOUND
009608         IF WS-SELECT-SITE-CODE NOT = SPACES
009612            AND TA-SITE-CODE NOT = WS-SELECT-SITE-CODE
009616             GO TO 3100-NEXT
009620         END-IF
009624         PERFORM 3150-ADD-UNKNOWN-SENSOR THRU 3150-EXIT
009630     END-IF.
009640
009650     IF WS-SE-READING-COUNT (WS-SENSOR-SUB) = 0
009660         MOVE TA-INPUT-TEMP TO WS-SE-MIN-TEMP (WS-SENSOR-SUB)
009670         MOVE TA-INPUT-TEMP TO WS-SE-MAX-TEMP (WS-SENSOR-SUB)
009680     END-IF.
009690     IF TA-INPUT-TEMP < WS-SE-MIN-TEMP (WS-SENSOR-SUB)
009700         MOVE TA-INPUT-TEMP TO WS-SE-MIN-TEMP (WS-SENSOR-SUB)
009710     END-IF.
009720     IF TA-INPUT-TEMP > WS-SE-MAX-TEMP (WS-SENSOR-SUB)
009730         MOVE TA-INPUT-TEMP TO WS-SE-MAX-TEMP (WS-SENSOR-SUB)
009740     END-IF.
009750     ADD 1 TO WS-SE-READING-COUNT (WS-SENSOR-SUB).
009760     ADD TA-INPUT-TEMP TO WS-SE-TOTAL-TEMP (WS-SENSOR-SUB).
009770     MOVE 'Y' TO WS-SE-DAY-SEEN (WS-SENSOR-SUB, WS-WORK-DD).
009780
009790     MOVE WS-SE-SITE-CODE (WS-SENSOR-SUB) TO WS-WORK-SITE-CODE.
009800     PERFORM 7300-FIND-SHIFT-ENTRY THRU 7300-EXIT.
009810     MOVE 'Y' TO WS-SH-DAY-RUN (WS-SHIFT-SUB, WS-WORK-DD).
009820
009830 3100-NEXT.
009840     PERFORM 3300-READ-AUDIT-RECORD THRU 3300-EXIT.
009850 3100-EXIT.
009860     EXIT.
009861
009862*----------------------------------------------------------*
009863* 3150-ADD-UNKNOWN-SENSOR -- A READING FROM A SENSOR NO LONGER
009864* ON THE MASTER.  THE SENSOR IS ADDED AT THE END OF THE TABLE
009865* UNDER ITS SITE'S "*NOT ON MASTER*" LOCATION, IN THE UNIT OF
009866* ITS FIRST READING, SO ITS READINGS PRINT IN THAT PACKAGE.
009867* WITH NO MASTER RECORD THERE ARE NO SHIFTS IT WAS EXPECTED TO
009868* REPORT FOR.  LATER READINGS, EXCEPTIONS AND CHANGES FOR THE
009869* SAME SENSOR FIND THIS ENTRY.
009870*----------------------------------------------------------*
009871 3150-ADD-UNKNOWN-SENSOR.
009872     IF WS-SENSOR-COUNT = WS-SENSOR-LIMIT
009873         DISPLAY "COMPLIANCEPACKAGE - SENSOR MASTER EXCEEDS "
009874             "TABLE LIMIT - RUN REFUSED"
009875         MOVE 16 TO RETURN-CODE
009876         STOP RUN
009877     END-IF.
009878
009879     ADD 1 TO WS-SENSOR-COUNT.
009880     MOVE WS-SENSOR-COUNT TO WS-SENSOR-SUB.
009881     MOVE TA-SITE-CODE     TO WS-SE-SITE-CODE (WS-SENSOR-SUB).
009882     MOVE WS-NOT-ON-MASTER TO WS-SE-LOCATION (WS-SENSOR-SUB).
009883     MOVE TA-SENSOR-ID     TO WS-SE-SENSOR-ID (WS-SENSOR-SUB).
009884     MOVE SPACES           TO WS-SE-DESCRIPTION (WS-SENSOR-SUB).
009885     MOVE TA-INPUT-UNIT    TO WS-SE-EXPECTED-UNIT (WS-SENSOR-SUB).
009886     MOVE 'N'              TO WS-SE-STATUS (WS-SENSOR-SUB).
009887     MOVE 0 TO WS-SE-READING-COUNT (WS-SENSOR-SUB).
009888     MOVE 0 TO WS-SE-MIN-TEMP (WS-SENSOR-SUB).
009889     MOVE 0 TO WS-SE-MAX-TEMP (WS-SENSOR-SUB).
009890     MOVE 0 TO WS-SE-TOTAL-TEMP (WS-SENSOR-SUB).
009891     MOVE 1 TO WS-DAY-SUB.
009892     PERFORM 2120-CLEAR-SENSOR-DAY THRU 2120-EXIT
009893         UNTIL WS-DAY-SUB > 31.
009894
009895     MOVE TA-SITE-CODE     TO WS-WORK-SITE-CODE.
009896     MOVE WS-NOT-ON-MASTER TO WS-WORK-LOCATION.
009897     PERFORM 7600-FIND-LOCATION-ENTRY THRU 7600-EXIT.
009898 3150-EXIT.
009899     EXIT.
009900
009901*----------------------------------------------------------*
009902* 3200-TABLE-CHANGE -- ONE MAINTENANCE RECORD.  A BLANK
009903* TA-BATCH-ID IS A CONFIGURATION CHANGE FOR TA-SITE-CODE (A
009910* BLANK SITE IS THE DEFAULT EVERY SITE FALLS BACK ON).
009920* OTHERWISE TA-BATCH-ID IS THE SENSOR CHANGED, AND THE CHANGE
009930* GOES WITH THAT SENSOR'S LOCATION.
009940*----------------------------------------------------------*
009950 3200-TABLE-CHANGE.
009960     MOVE TA-RUN-DATE TO WS-WORK-DATE.
009970     IF WS-WORK-YYYYMM NOT = WS-PACKAGE-MONTH
009980         GO TO 3200-EXIT
009990     END-IF.
010000
010010     IF WS-CHANGE-COUNT = WS-CHANGE-LIMIT
010020         DISPLAY "COMPLIANCEPACKAGE - MAINTENANCE CHANGES EXCEED "
010030             "TABLE LIMIT - RUN REFUSED"
010040         MOVE 16 TO RETURN-CODE
010050         STOP RUN
010060     END-IF.
010070
010080     IF TA-BATCH-ID = SPACES
010090         IF WS-SELECT-SITE-CODE NOT = SPACES
010100            AND TA-SITE-CODE NOT = SPACES
010110            AND TA-SITE-CODE NOT = WS-SELECT-SITE-CODE
010120             GO TO 3200-EXIT
010130         END-IF
010140         ADD 1 TO WS-CHANGE-COUNT
010150         MOVE 'C'          TO WS-CH-TYPE (WS-CHANGE-COUNT)
010160         MOVE TA-SITE-CODE TO WS-CH-SITE-CODE (WS-CHANGE-COUNT)
010170         MOVE SPACES       TO WS-CH-LOCATION (WS-CHANGE-COUNT)
010180         MOVE SPACES       TO WS-CH-SENSOR-ID (WS-CHANGE-COUNT)
010190         GO TO 3200-DETAIL
010200     END-IF.
010210
010220     MOVE TA-BATCH-ID TO WS-WORK-SENSOR-ID.
010230     PERFORM 7000-FIND-SENSOR-ENTRY THRU 7000-EXIT.
010240     IF WS-SENSOR-FOUND
010250         MOVE WS-SE-SITE-CODE (WS-SENSOR-SUB) TO WS-WORK-SITE-CODE
010260         MOVE WS-SE-LOCATION (WS-SENSOR-SUB)  TO WS-WORK-LOCATION
010270     ELSE
010280         IF WS-SELECT-SITE-CODE NOT = SPACES
010290            AND TA-SITE-CODE NOT = WS-SELECT-SITE-CODE
010300             GO TO 3200-EXIT
010310         END-IF
010320         MOVE TA-SITE-CODE     TO WS-WORK-SITE-CODE
010330         MOVE WS-NOT-ON-MASTER TO WS-WORK-LOCATION
010340         PERFORM 7600-FIND-LOCATION-ENTRY THRU 7600-EXIT
010350     END-IF.
010360
010370     ADD 1 TO WS-CHANGE-COUNT.
010380     MOVE 'S'               TO WS-CH-TYPE (WS-CHANGE-COUNT).
010390     MOVE WS-WORK-SITE-CODE TO WS-CH-SITE-CODE (WS-CHANGE-COUNT).
010400     MOVE WS-WORK-LOCATION  TO WS-CH-LOCATION (WS-CHANGE-COUNT).
010410     MOVE TA-BATCH-ID       TO WS-CH-SENSOR-ID (WS-CHANGE-COUNT).
010420
010430 3200-DETAIL.
010440     MOVE TA-RUN-DATE       TO WS-CH-RUN-DATE (WS-CHANGE-COUNT).
010450     MOVE TA-RUN-TIME (1:6) TO WS-CH-RUN-TIME (WS-CHANGE-COUNT).
010460     MOVE TA-CFG-FIELD-NAME TO WS-CH-FIELD-NAME (WS-CHANGE-COUNT).
010470     MOVE TA-CFG-OLD-VALUE  TO WS-CH-OLD-VALUE (WS-CHANGE-COUNT).
010480     MOVE TA-CFG-NEW-VALUE  TO WS-CH-NEW-VALUE (WS-CHANGE-COUNT).
010490 3200-EXIT.
010500     EXIT.
010510
010520 3300-READ-AUDIT-RECORD.
010530     READ AUDIT-FILE
010540         AT END
010550             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
010560     END-READ.
010570 3300-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------*
010610* 3400-LOAD-REVERSALS -- FIRST PASS OVER THE AUDIT LOG,
010620* TABLING THE SEQUENCE NUMBER EACH REVERSAL RECORD NAMES, THEN
010630* BACK TO THE TOP FOR THE SCAN.  A REVERSAL MAY BE LOGGED DAYS
010640* AFTER ITS ORIGINAL, SO THE TABLE MUST BE COMPLETE FIRST.
010650*----------------------------------------------------------*
010660 3400-LOAD-REVERSALS.
010670     PERFORM 3300-READ-AUDIT-RECORD THRU 3300-EXIT.
010680     PERFORM 3410-TABLE-ONE-REVERSAL THRU 3410-EXIT
010690         UNTIL WS-AUDIT-EOF.
010700
010710     CLOSE AUDIT-FILE.
010720     OPEN INPUT AUDIT-FILE.
010730     IF WS-AUDIT-FILE-STATUS NOT = '00'
010740         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
010750         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
010760         PERFORM 9800-ABEND-RUN
010770     END-IF.
010780     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
010790 3400-EXIT.
010800     EXIT.
010810
010820 3410-TABLE-ONE-REVERSAL.
010830     IF TA-SOURCE-REVERSAL
010840        AND TA-REVERSES-SEQUENCE-NO IS NUMERIC
010850         IF WS-REVERSED-COUNT = WS-REVERSED-LIMIT
010860             DISPLAY "COMPLIANCEPACKAGE - REVERSALS EXCEED "
010870                 "TABLE LIMIT - RUN REFUSED"
010880             MOVE 16 TO RETURN-CODE
010890             STOP RUN
010900         END-IF
010910         ADD 1 TO WS-REVERSED-COUNT
010920         MOVE TA-REVERSES-SEQUENCE-NO
010930             TO WS-REVERSED-SEQ-NO (WS-REVERSED-COUNT)
010940     END-IF.
010950     PERFORM 3300-READ-AUDIT-RECORD THRU 3300-EXIT.
010960 3410-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------*
011000* 4000-LOAD-DISPOSITIONS -- TABLE EVERY DECISION ON THE
011010* DISPOSITION LOG.  A MISSING LOG ONLY MEANS NOTHING HAS EVER
011020* BEEN REVIEWED.  A LOG PAST THE TABLE LIMIT WOULD MAKE THE
011030* MATCHING ANSWER WRONG, SO THE RUN REFUSES.
011040*----------------------------------------------------------*
011050 4000-LOAD-DISPOSITIONS.
011060     OPEN INPUT DISPOSITION-FILE.
011070     IF WS-DISPOSITION-FILE-NOT-FOUND
011080         GO TO 4000-EXIT
011090     END-IF.
011100     IF WS-DISPOSITION-FILE-STATUS NOT = '00'
011110         MOVE "TEMPXDP"  TO WS-ABEND-FILE-NAME
011120         MOVE WS-DISPOSITION-FILE-STATUS TO WS-ABEND-STATUS
011130         PERFORM 9800-ABEND-RUN
011140     END-IF.
011150
011160     PERFORM 4200-READ-DISPOSITION THRU 4200-EXIT.
011170     PERFORM 4100-TABLE-ONE-DISPOSITION THRU 4100-EXIT
011180         UNTIL WS-DISP-EOF.
011190
011200     CLOSE DISPOSITION-FILE.
011210 4000-EXIT.
011220     EXIT.
011230
011240 4100-TABLE-ONE-DISPOSITION.
011250     IF WS-DISP-COUNT = WS-DISP-LIMIT
011260         DISPLAY "COMPLIANCEPACKAGE - DISPOSITION LOG EXCEEDS "
011270             "TABLE LIMIT - RUN REFUSED"
011280         MOVE 16 TO RETURN-CODE
011290         STOP RUN
011300     END-IF.
011310
011320     ADD 1 TO WS-DISP-COUNT.
011330     MOVE TD-SENSOR-ID   TO WS-DP-SENSOR-ID (WS-DISP-COUNT).
011340     MOVE TD-INPUT-TEMP  TO WS-DP-INPUT-TEMP (WS-DISP-COUNT).
011350     MOVE TD-INPUT-UNIT  TO WS-DP-INPUT-UNIT (WS-DISP-COUNT).
011360     MOVE TD-REASON-CODE TO WS-DP-REASON-CODE (WS-DISP-COUNT).
011370     MOVE TD-DISPOSITION TO WS-DP-DISPOSITION (WS-DISP-COUNT).
011380     MOVE TD-REVIEW-DATE TO WS-DP-REVIEW-DATE (WS-DISP-COUNT).
011390     MOVE TD-REVIEWER-INITIALS
011400         TO WS-DP-REVIEWER (WS-DISP-COUNT).
011410     MOVE TD-CORRECTED-TEMP
011420         TO WS-DP-CORRECTED-TEMP (WS-DISP-COUNT).
011430     MOVE TD-CORRECTED-UNIT
011440         TO WS-DP-CORRECTED-UNIT (WS-DISP-COUNT).
011450     MOVE 'N' TO WS-DP-USED-SWITCH (WS-DISP-COUNT).
011460
011470     PERFORM 4200-READ-DISPOSITION THRU 4200-EXIT.
011480 4100-EXIT.
011490     EXIT.
011500
011510 4200-READ-DISPOSITION.
011520     READ DISPOSITION-FILE
011530         AT END
011540             MOVE 'Y' TO WS-DISP-EOF-SWITCH
011550     END-READ.
011560 4200-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------*
011600* 4400-LOAD-QUARANTINE -- ONE PASS OVER THE WHOLE QUARANTINE.
011610* EVERY RECORD, WHATEVER ITS MONTH OR SITE, CONSUMES ITS
011620* MATCHING RELEASE OR REJECT FIRST, SO AN EARLIER IDENTICAL
011630* READING CANNOT BORROW THIS MONTH'S DECISION.  ONLY THE
011640* MONTH'S READINGS FOR THE RUN'S SITE(S) ARE THEN TABLED.  A
011650* MISSING FILE MEANS NOTHING HAS EVER BEEN QUARANTINED.
011660*----------------------------------------------------------*
011670 4400-LOAD-QUARANTINE.
011680     OPEN INPUT EXCEPTION-FILE.
011690     IF WS-EXCEPTION-FILE-NOT-FOUND
011700         GO TO 4400-EXIT
011710     END-IF.
011720     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
011730         MOVE "TEMPEXC"  TO WS-ABEND-FILE-NAME
011740         MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
011750         PERFORM 9800-ABEND-RUN
011760     END-IF.
011770
011780     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
011790     PERFORM 4500-TABLE-ONE-EXCEPTION THRU 4500-EXIT
011800         UNTIL WS-EXC-EOF.
011810
011820     CLOSE EXCEPTION-FILE.
011830 4400-EXIT.
011840     EXIT.
011850
011860 4500-TABLE-ONE-EXCEPTION.
011870     PERFORM 7200-MATCH-DISPOSITION THRU 7200-EXIT.
011880     IF WS-DISP-FOUND
011890         MOVE 'Y' TO WS-DP-USED-SWITCH (WS-DISP-SUB)
011900     END-IF.
011910
011920     IF TX-BUS-DATE IS NUMERIC
011921        AND TX-BUS-DATE NOT = 0
011922         MOVE TX-BUS-DATE TO WS-WORK-DATE
011923     ELSE
011924         MOVE TX-RUN-DATE TO WS-WORK-DATE
011925     END-IF.
011930     IF WS-WORK-YYYYMM NOT = WS-PACKAGE-MONTH
011940         GO TO 4500-NEXT
011950     END-IF.
011960
011970     MOVE TX-SENSOR-ID TO WS-WORK-SENSOR-ID.
011980     PERFORM 7000-FIND-SENSOR-ENTRY THRU 7000-EXIT.
011990     IF WS-SENSOR-FOUND
012000         MOVE WS-SE-SITE-CODE (WS-SENSOR-SUB) TO WS-WORK-SITE-CODE
012010         MOVE WS-SE-LOCATION (WS-SENSOR-SUB)  TO WS-WORK-LOCATION
012020     ELSE
012030         IF WS-SELECT-SITE-CODE NOT = SPACES
012040            AND TX-SITE-CODE NOT = WS-SELECT-SITE-CODE
012050             GO TO 4500-NEXT
012060         END-IF
012070         MOVE TX-SITE-CODE     TO WS-WORK-SITE-CODE
012080         MOVE WS-NOT-ON-MASTER TO WS-WORK-LOCATION
012090         PERFORM 7600-FIND-LOCATION-ENTRY THRU 7600-EXIT
012100     END-IF.
012110
012120     IF WS-QUAR-COUNT = WS-QUAR-LIMIT
012130         DISPLAY "COMPLIANCEPACKAGE - MONTH'S QUARANTINE EXCEEDS "
012140             "TABLE LIMIT - RUN REFUSED"
012150         MOVE 16 TO RETURN-CODE
012160         STOP RUN
012170     END-IF.
012180
012190     ADD 1 TO WS-QUAR-COUNT.
012200     MOVE WS-WORK-SITE-CODE TO WS-QU-SITE-CODE (WS-QUAR-COUNT).
012210     MOVE WS-WORK-LOCATION  TO WS-QU-LOCATION (WS-QUAR-COUNT).
012220     MOVE TX-RUN-DATE       TO WS-QU-RUN-DATE (WS-QUAR-COUNT).
012230     MOVE TX-SENSOR-ID      TO WS-QU-SENSOR-ID (WS-QUAR-COUNT).
012240     MOVE TX-INPUT-TEMP     TO WS-QU-INPUT-TEMP (WS-QUAR-COUNT).
012250     MOVE TX-INPUT-UNIT     TO WS-QU-INPUT-UNIT (WS-QUAR-COUNT).
012260     MOVE TX-REASON-CODE    TO WS-QU-REASON-CODE (WS-QUAR-COUNT).
012270     MOVE SPACE             TO WS-QU-OUTCOME (WS-QUAR-COUNT).
012280     MOVE 0                 TO WS-QU-REVIEW-DATE (WS-QUAR-COUNT).
012290     MOVE SPACES            TO WS-QU-REVIEWER (WS-QUAR-COUNT).
012300     MOVE 0 TO WS-QU-CORRECTED-TEMP (WS-QUAR-COUNT).
012310     MOVE SPACE TO WS-QU-CORRECTED-UNIT (WS-QUAR-COUNT).
012320
012330*----------------------------------------------------------*
012340* A RELEASE OR REJECT IS THE FINAL DISPOSITION.  FAILING
012350* THAT, THE LATEST DEFERRAL SHOWS WHO LAST LOOKED AT IT.
012360*----------------------------------------------------------*
012370     IF WS-DISP-FOUND
012380         MOVE WS-DISP-SUB TO WS-DEFER-SUB
012390     ELSE
012400         PERFORM 7250-FIND-LATEST-DEFERRAL THRU 7250-EXIT
012410     END-IF.
012420     IF WS-DEFER-SUB > 0
012430         MOVE WS-DP-DISPOSITION (WS-DEFER-SUB)
012440             TO WS-QU-OUTCOME (WS-QUAR-COUNT)
012450         MOVE WS-DP-REVIEW-DATE (WS-DEFER-SUB)
012460             TO WS-QU-REVIEW-DATE (WS-QUAR-COUNT)
012470         MOVE WS-DP-REVIEWER (WS-DEFER-SUB)
012480             TO WS-QU-REVIEWER (WS-QUAR-COUNT)
012490         MOVE WS-DP-CORRECTED-TEMP (WS-DEFER-SUB)
012500             TO WS-QU-CORRECTED-TEMP (WS-QUAR-COUNT)
012510         MOVE WS-DP-CORRECTED-UNIT (WS-DEFER-SUB)
012520             TO WS-QU-CORRECTED-UNIT (WS-QUAR-COUNT)
012530     END-IF.
012540
012550 4500-NEXT.
012560     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
012570 4500-EXIT.
012580     EXIT.
012590
012600 4600-READ-EXCEPTION.
012610     READ EXCEPTION-FILE
012620         AT END
012630             MOVE 'Y' TO WS-EXC-EOF-SWITCH
012640     END-READ.
012650 4600-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------*
012690* 4800-LOAD-UNBALANCED-RUNS -- TABLE EVERY RUN IN THE MONTH
012700* THAT DID NOT BALANCE.  A MISSING HISTORY FILE MEANS NO RUN
012710* HAS EVER RECORDED ONE.
012720*----------------------------------------------------------*
012730 4800-LOAD-UNBALANCED-RUNS.
012740     OPEN INPUT RUN-HISTORY-FILE.
012750     IF WS-RUNHIST-FILE-NOT-FOUND
012760         GO TO 4800-EXIT
012770     END-IF.
012780     IF WS-RUNHIST-FILE-STATUS NOT = '00'
012790         MOVE "TEMPRHS"  TO WS-ABEND-FILE-NAME
012800         MOVE WS-RUNHIST-FILE-STATUS TO WS-ABEND-STATUS
012810         PERFORM 9800-ABEND-RUN
012820     END-IF.
012830
012840     PERFORM 4920-READ-RUN-HISTORY THRU 4920-EXIT.
012850     PERFORM 4900-TABLE-ONE-RUN THRU 4900-EXIT
012860         UNTIL WS-RUNHIST-EOF.
012870
012880     CLOSE RUN-HISTORY-FILE.
012890 4800-EXIT.
012900     EXIT.
012910
012920 4900-TABLE-ONE-RUN.
012930     MOVE TU-RUN-DATE TO WS-WORK-DATE.
012940     IF WS-WORK-YYYYMM NOT = WS-PACKAGE-MONTH
012950        OR TU-RECON-BALANCED
012960         GO TO 4900-NEXT
012970     END-IF.
012980     IF WS-SELECT-SITE-CODE NOT = SPACES
012990        AND TU-SITE-CODE NOT = SPACES
013000        AND TU-SITE-CODE NOT = WS-SELECT-SITE-CODE
013010         GO TO 4900-NEXT
013020     END-IF.
013030
013040     IF WS-RUN-COUNT = WS-RUN-LIMIT
013050         DISPLAY "COMPLIANCEPACKAGE - UNBALANCED RUNS EXCEED "
013060             "TABLE LIMIT - RUN REFUSED"
013070         MOVE 16 TO RETURN-CODE
013080         STOP RUN
013090     END-IF.
013100
013110     ADD 1 TO WS-RUN-COUNT.
013120     MOVE TU-SITE-CODE       TO WS-RN-SITE-CODE (WS-RUN-COUNT).
013130     MOVE TU-RUN-DATE        TO WS-RN-RUN-DATE (WS-RUN-COUNT).
013140     MOVE TU-RUN-TIME (1:6)  TO WS-RN-RUN-TIME (WS-RUN-COUNT).
013150     MOVE TU-RUN-MODE        TO WS-RN-RUN-MODE (WS-RUN-COUNT).
013160     MOVE TU-BATCH-ID        TO WS-RN-BATCH-ID (WS-RUN-COUNT).
013170     MOVE TU-BUS-DATE        TO WS-RN-BUS-DATE (WS-RUN-COUNT).
013180     MOVE TU-INPUT-COUNT     TO WS-RN-INPUT-COUNT (WS-RUN-COUNT).
013190     MOVE TU-RESULT-COUNT    TO WS-RN-RESULT-COUNT (WS-RUN-COUNT).
013200     MOVE TU-EXCEPTION-COUNT
013210         TO WS-RN-EXCEPTION-COUNT (WS-RUN-COUNT).
013220     MOVE TU-AUDIT-COUNT     TO WS-RN-AUDIT-COUNT (WS-RUN-COUNT).
013230     MOVE TU-RETURN-CODE     TO WS-RN-RETURN-CODE (WS-RUN-COUNT).
013240
013250 4900-NEXT.
013260     PERFORM 4920-READ-RUN-HISTORY THRU 4920-EXIT.
013270 4900-EXIT.
013280     EXIT.
013290
013300 4920-READ-RUN-HISTORY.
013310     READ RUN-HISTORY-FILE
013320         AT END
013330             MOVE 'Y' TO WS-RUNHIST-EOF-SWITCH
013340     END-READ.
013350 4920-EXIT.
013360     EXIT.
013370
013380*----------------------------------------------------------*
013390* 5000-PRINT-PACKAGES -- ONE PACKAGE PER LOCATION ENTRY, IN
013400* SITE AND LOCATION ORDER.
013410*----------------------------------------------------------*
013420 5000-PRINT-PACKAGES.
013430     MOVE 1 TO WS-LOCATION-SUB.
013440     PERFORM 5100-PRINT-ONE-PACKAGE THRU 5100-EXIT
013450         UNTIL WS-LOCATION-SUB > WS-LOCATION-COUNT.
013460 5000-EXIT.
013470     EXIT.
013480
013490*----------------------------------------------------------*
013500* 5100-PRINT-ONE-PACKAGE -- THE FIVE SECTIONS, THE CLOSING
013510* BLOCK, THE CONTROL LINE AND THE REGISTER RECORD FOR THE
013520* LOCATION IN WS-LOCATION-SUB.  EACH PACKAGE STARTS A NEW PAGE
013530* AND ITS OWN HASH.
013540*----------------------------------------------------------*
013550 5100-PRINT-ONE-PACKAGE.
013560     INITIALIZE WS-PACKAGE-COUNTERS.
013570     MOVE 0  TO WS-PAGE-COUNT.
013580     MOVE 99 TO WS-LINE-COUNT.
013590     MOVE 0  TO WS-HASH-ACCUM.
013600     MOVE WS-LO-SITE-CODE (WS-LOCATION-SUB) TO WS-WORK-SITE-CODE.
013610     MOVE WS-LO-LOCATION (WS-LOCATION-SUB)  TO WS-WORK-LOCATION.
013620
013630     PERFORM 5200-PRINT-READINGS THRU 5200-EXIT.
013640     PERFORM 5300-PRINT-QUARANTINE THRU 5300-EXIT.
013650     PERFORM 5400-PRINT-MISSED-SHIFTS THRU 5400-EXIT.
013660     PERFORM 5500-PRINT-CHANGES THRU 5500-EXIT.
013670     PERFORM 5600-PRINT-UNBALANCED-RUNS THRU 5600-EXIT.
013680     PERFORM 5700-PRINT-CLOSING-BLOCK THRU 5700-EXIT.
013690     PERFORM 5800-REGISTER-PACKAGE THRU 5800-EXIT.
013700
013710     ADD 1 TO WS-PACKAGE-TOTAL.
013720     ADD 1 TO WS-LOCATION-SUB.
013730 5100-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------*
013770* 5200-PRINT-READINGS -- ONE LINE PER SENSOR AT THE LOCATION,
013780* RETIRED ONES INCLUDED, WITH THE MONTH'S READING STATISTICS.
013790*----------------------------------------------------------*
013800 5200-PRINT-READINGS.
013810     MOVE WS-TITLE-READINGS TO WS-PACKAGE-LINE.
013820     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
013830     MOVE WS-READING-HEADING TO WS-PACKAGE-LINE.
013840     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
013850
013860     MOVE 1 TO WS-SENSOR-SUB.
013870     PERFORM 5210-PRINT-ONE-SENSOR THRU 5210-EXIT
013880         UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT.
013890
013900     IF WS-PK-SENSOR-COUNT = 0
013910         MOVE "  NO SENSOR ON THE MASTER AT THIS LOCATION"
013920             TO WS-PACKAGE-LINE
013930         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
013940     END-IF.
013950
013960     MOVE WS-PK-READING-COUNT TO WS-TL-READINGS.
013970     MOVE WS-SENSOR-TOTAL-LINE TO WS-PACKAGE-LINE.
013980     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
013990     MOVE SPACES TO WS-PACKAGE-LINE.
014000     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
014010 5200-EXIT.
014020     EXIT.
014030
014040 5210-PRINT-ONE-SENSOR.
014050     IF WS-SE-SITE-CODE (WS-SENSOR-SUB) NOT = WS-WORK-SITE-CODE
014060        OR WS-SE-LOCATION (WS-SENSOR-SUB) NOT = WS-WORK-LOCATION
014070         GO TO 5210-NEXT
014080     END-IF.
014090
014100     ADD 1 TO WS-PK-SENSOR-COUNT.
014110     ADD WS-SE-READING-COUNT (WS-SENSOR-SUB)
014120         TO WS-PK-READING-COUNT.
014130
014140     MOVE WS-SE-SENSOR-ID (WS-SENSOR-SUB)   TO WS-RL-SENSOR-ID.
014150     MOVE WS-SE-DESCRIPTION (WS-SENSOR-SUB) TO WS-RL-DESCRIPTION.
014160     MOVE WS-SE-EXPECTED-UNIT (WS-SENSOR-SUB) TO WS-RL-UNIT.
014170     IF WS-SE-READING-COUNT (WS-SENSOR-SUB) = 0
014180         MOVE "      NO READINGS THIS MONTH"
014190             TO WS-RL-NO-READINGS
014200     ELSE
014210         COMPUTE WS-AVERAGE-TEMP ROUNDED =
014220             WS-SE-TOTAL-TEMP (WS-SENSOR-SUB)
014230             / WS-SE-READING-COUNT (WS-SENSOR-SUB)
014240         MOVE WS-SE-READING-COUNT (WS-SENSOR-SUB) TO WS-RL-COUNT
014250         MOVE WS-SE-MIN-TEMP (WS-SENSOR-SUB) TO WS-RL-MINIMUM
014260         MOVE WS-SE-MAX-TEMP (WS-SENSOR-SUB) TO WS-RL-MAXIMUM
014270         MOVE WS-AVERAGE-TEMP TO WS-RL-AVERAGE
014280     END-IF.
014290     IF WS-SE-RETIRED (WS-SENSOR-SUB)
014300         MOVE " RETIRED" TO WS-RL-NOTE
014310     ELSE
014320         MOVE SPACES TO WS-RL-NOTE
014330     END-IF.
014340     MOVE WS-READING-LINE TO WS-PACKAGE-LINE.
014350     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
014360
014370 5210-NEXT.
014380     ADD 1 TO WS-SENSOR-SUB.
014390 5210-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------*
014430* 5300-PRINT-QUARANTINE -- EVERY READING QUARANTINED AT THE
014440* LOCATION IN THE MONTH, IN THE ORDER QUARANTINED, WITH ITS
014450* OUTCOME.  DEFERRED AND UNREVIEWED ITEMS ARE STILL OPEN.
014460*----------------------------------------------------------*
014470 5300-PRINT-QUARANTINE.
014480     MOVE WS-TITLE-QUARANTINE TO WS-PACKAGE-LINE.
014490     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
014500     MOVE WS-QUAR-HEADING TO WS-PACKAGE-LINE.
014510     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
014520
014530     MOVE 1 TO WS-QUAR-SUB.
014540     PERFORM 5310-PRINT-ONE-QUARANTINED THRU 5310-EXIT
014550         UNTIL WS-QUAR-SUB > WS-QUAR-COUNT.
014560
014570     IF WS-PK-QUAR-COUNT = 0
014580         MOVE "  NO READING QUARANTINED THIS MONTH"
014590             TO WS-PACKAGE-LINE
014600         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
014610     END-IF.
014620     MOVE SPACES TO WS-PACKAGE-LINE.
014630     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
014640 5300-EXIT.
014650     EXIT.
014660
014670 5310-PRINT-ONE-QUARANTINED.
014680     IF WS-QU-SITE-CODE (WS-QUAR-SUB) NOT = WS-WORK-SITE-CODE
014690        OR WS-QU-LOCATION (WS-QUAR-SUB) NOT = WS-WORK-LOCATION
014700         GO TO 5310-NEXT
014710     END-IF.
014720
014730     ADD 1 TO WS-PK-QUAR-COUNT.
014740     MOVE WS-QU-RUN-DATE (WS-QUAR-SUB)    TO WS-QL-RUN-DATE.
014750     MOVE WS-QU-SENSOR-ID (WS-QUAR-SUB)   TO WS-QL-SENSOR-ID.
014760     MOVE WS-QU-INPUT-TEMP (WS-QUAR-SUB)  TO WS-QL-INPUT-TEMP.
014770     MOVE WS-QU-INPUT-UNIT (WS-QUAR-SUB)  TO WS-QL-INPUT-UNIT.
014780     MOVE WS-QU-REASON-CODE (WS-QUAR-SUB) TO WS-QL-REASON-CODE.
014790     MOVE WS-QU-REVIEW-DATE (WS-QUAR-SUB) TO WS-QL-REVIEW-DATE.
014800     MOVE WS-QU-REVIEWER (WS-QUAR-SUB)    TO WS-QL-REVIEWER.
014810     MOVE SPACES TO WS-QL-NOT-CORRECTED.
014820
014830     EVALUATE TRUE
014840         WHEN WS-QU-RELEASED (WS-QUAR-SUB)
014850             MOVE "RELEASED" TO WS-QL-OUTCOME
014860             MOVE WS-QU-CORRECTED-TEMP (WS-QUAR-SUB)
014870                 TO WS-QL-CORRECTED-TEMP
014880             MOVE WS-QU-CORRECTED-UNIT (WS-QUAR-SUB)
014890                 TO WS-QL-CORRECTED-UNIT
014900         WHEN WS-QU-REJECTED (WS-QUAR-SUB)
014910             MOVE "REJECTED" TO WS-QL-OUTCOME
014920         WHEN WS-QU-DEFERRED (WS-QUAR-SUB)
014930             MOVE "DEFERRED" TO WS-QL-OUTCOME
014940             ADD 1 TO WS-PK-OPEN-COUNT
014950         WHEN OTHER
014960             MOVE "NOT REVIEWED" TO WS-QL-OUTCOME
014970             MOVE SPACES TO WS-QL-REVIEW-DATE
014980             ADD 1 TO WS-PK-OPEN-COUNT
014990     END-EVALUATE.
015000
015010     MOVE WS-QUAR-LINE TO WS-PACKAGE-LINE.
015020     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015030
015040 5310-NEXT.
015050     ADD 1 TO WS-QUAR-SUB.
015060 5310-EXIT.
015070     EXIT.
015080
015090*----------------------------------------------------------*
015100* 5400-PRINT-MISSED-SHIFTS -- FOR EACH ACTIVE SENSOR AT THE
015110* LOCATION, ONE LINE PER BUSINESS DATE THE SITE RAN BUT THE
015120* SENSOR DID NOT REPORT.
015130*----------------------------------------------------------*
015140 5400-PRINT-MISSED-SHIFTS.
015150     MOVE WS-TITLE-MISSED TO WS-PACKAGE-LINE.
015160     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015170
015180     PERFORM 7300-FIND-SHIFT-ENTRY THRU 7300-EXIT.
015190     MOVE 0 TO WS-SITE-SHIFTS.
015200     MOVE 1 TO WS-DAY-SUB.
015210     PERFORM 5440-COUNT-SITE-SHIFT THRU 5440-EXIT
015220         UNTIL WS-DAY-SUB > 31.
015225     MOVE WS-SITE-SHIFTS TO WS-SC-SHIFTS.
015230     MOVE WS-SHIFT-COUNT-LINE TO WS-PACKAGE-LINE.
015240     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015250
015260     MOVE 1 TO WS-SENSOR-SUB.
015270     PERFORM 5410-CHECK-ONE-SENSOR THRU 5410-EXIT
015280         UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT.
015290
015300     IF WS-PK-MISSED-COUNT = 0
015310         MOVE "  NO SHIFT MISSED BY AN ACTIVE SENSOR"
015320             TO WS-PACKAGE-LINE
015330         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
015340     END-IF.
015350     MOVE SPACES TO WS-PACKAGE-LINE.
015360     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015370 5400-EXIT.
015380     EXIT.
015390
015400 5410-CHECK-ONE-SENSOR.
015410     IF WS-SE-SITE-CODE (WS-SENSOR-SUB) NOT = WS-WORK-SITE-CODE
015420        OR WS-SE-LOCATION (WS-SENSOR-SUB) NOT = WS-WORK-LOCATION
015426        OR WS-SE-RETIRED (WS-SENSOR-SUB)
015432        OR WS-SE-NOT-ON-MASTER (WS-SENSOR-SUB)
015440         GO TO 5410-NEXT
015450     END-IF.
015460
015470     MOVE 1 TO WS-DAY-SUB.
015480     PERFORM 5420-CHECK-ONE-DAY THRU 5420-EXIT
015490         UNTIL WS-DAY-SUB > 31.
015500
015510 5410-NEXT.
015520     ADD 1 TO WS-SENSOR-SUB.
015530 5410-EXIT.
015540     EXIT.
015550
015560 5420-CHECK-ONE-DAY.
015570     IF WS-SH-DAY-RUN (WS-SHIFT-SUB, WS-DAY-SUB) = 'Y'
015580        AND WS-SE-DAY-SEEN (WS-SENSOR-SUB, WS-DAY-SUB) NOT = 'Y'
015590         ADD 1 TO WS-PK-MISSED-COUNT
015600         MOVE WS-SE-SENSOR-ID (WS-SENSOR-SUB) TO WS-ML-SENSOR-ID
015610         MOVE WS-SE-DESCRIPTION (WS-SENSOR-SUB)
015620             TO WS-ML-DESCRIPTION
015630         MOVE WS-PACKAGE-MONTH TO WS-WORK-YYYYMM
015640         MOVE WS-DAY-SUB       TO WS-WORK-DD
015650         MOVE WS-WORK-DATE     TO WS-ML-SHIFT-DATE
015660         MOVE WS-MISSED-LINE TO WS-PACKAGE-LINE
015670         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
015680     END-IF.
015690     ADD 1 TO WS-DAY-SUB.
015700 5420-EXIT.
015710     EXIT.
015720
015730 5440-COUNT-SITE-SHIFT.
015740     IF WS-SH-DAY-RUN (WS-SHIFT-SUB, WS-DAY-SUB) = 'Y'
015750         ADD 1 TO WS-SITE-SHIFTS
015760     END-IF.
015770     ADD 1 TO WS-DAY-SUB.
015780 5440-EXIT.
015790     EXIT.
015800
015810*----------------------------------------------------------*
015820* 5500-PRINT-CHANGES -- THE SITE'S CONFIGURATION CHANGES (AND
015830* THE DEFAULT'S) AND THE CHANGES TO THIS LOCATION'S SENSORS,
015840* IN THE ORDER LOGGED.
015850*----------------------------------------------------------*
015860 5500-PRINT-CHANGES.
015870     MOVE WS-TITLE-CHANGES TO WS-PACKAGE-LINE.
015880     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015890     MOVE WS-CHANGE-HEADING TO WS-PACKAGE-LINE.
015900     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
015910
015920     MOVE 1 TO WS-CHANGE-SUB.
015930     PERFORM 5510-PRINT-ONE-CHANGE THRU 5510-EXIT
015940         UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.
015950
015960     IF WS-PK-CHANGE-COUNT = 0
015970         MOVE "  NO CONFIGURATION OR SENSOR CHANGE THIS MONTH"
015980             TO WS-PACKAGE-LINE
015990         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
016000     END-IF.
016010     MOVE SPACES TO WS-PACKAGE-LINE.
016020     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016030 5500-EXIT.
016040     EXIT.
016050
016060 5510-PRINT-ONE-CHANGE.
016070     IF WS-CH-CONFIG (WS-CHANGE-SUB)
016080         IF WS-CH-SITE-CODE (WS-CHANGE-SUB) NOT = SPACES
016090            AND WS-CH-SITE-CODE (WS-CHANGE-SUB)
016100                NOT = WS-WORK-SITE-CODE
016110             GO TO 5510-NEXT
016120         END-IF
016130         MOVE "CONFIG" TO WS-CL-APPLIES-TO
016140     ELSE
016150         IF WS-CH-SITE-CODE (WS-CHANGE-SUB)
016155          NOT = WS-WORK-SITE-CODE
016160            OR WS-CH-LOCATION (WS-CHANGE-SUB)
016170               NOT = WS-WORK-LOCATION
016180             GO TO 5510-NEXT
016190         END-IF
016200         MOVE WS-CH-SENSOR-ID (WS-CHANGE-SUB) TO WS-CL-APPLIES-TO
016210     END-IF.
016220
016230     ADD 1 TO WS-PK-CHANGE-COUNT.
016240     MOVE WS-CH-RUN-DATE (WS-CHANGE-SUB)   TO WS-CL-RUN-DATE.
016250     MOVE WS-CH-RUN-TIME (WS-CHANGE-SUB)   TO WS-CL-RUN-TIME.
016260     MOVE WS-CH-FIELD-NAME (WS-CHANGE-SUB) TO WS-CL-FIELD-NAME.
016270     MOVE WS-CH-OLD-VALUE (WS-CHANGE-SUB)  TO WS-CL-OLD-VALUE.
016280     MOVE WS-CH-NEW-VALUE (WS-CHANGE-SUB)  TO WS-CL-NEW-VALUE.
016290     MOVE WS-CHANGE-LINE TO WS-PACKAGE-LINE.
016300     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016310
016320 5510-NEXT.
016330     ADD 1 TO WS-CHANGE-SUB.
016340 5510-EXIT.
016350     EXIT.
016360
016370*----------------------------------------------------------*
016380* 5600-PRINT-UNBALANCED-RUNS -- EVERY RUN FOR THE SITE (OR
016390* WITH NO SITE RECORDED) THAT DID NOT BALANCE.
016400*----------------------------------------------------------*
016410 5600-PRINT-UNBALANCED-RUNS.
016420     MOVE WS-TITLE-RUNS TO WS-PACKAGE-LINE.
016430     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016440     MOVE WS-RUN-HEADING TO WS-PACKAGE-LINE.
016450     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016460
016470     MOVE 1 TO WS-RUN-SUB.
016480     PERFORM 5610-PRINT-ONE-RUN THRU 5610-EXIT
016490         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
016500
016510     IF WS-PK-RUN-COUNT = 0
016520         MOVE "  EVERY CONVERSION RUN THIS MONTH BALANCED"
016530             TO WS-PACKAGE-LINE
016540         PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT
016550     END-IF.
016560     MOVE SPACES TO WS-PACKAGE-LINE.
016570     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016580 5600-EXIT.
016590     EXIT.
016600
016610 5610-PRINT-ONE-RUN.
016620     IF WS-RN-SITE-CODE (WS-RUN-SUB) NOT = SPACES
016630        AND WS-RN-SITE-CODE (WS-RUN-SUB) NOT = WS-WORK-SITE-CODE
016640         GO TO 5610-NEXT
016650     END-IF.
016660
016670     ADD 1 TO WS-PK-RUN-COUNT.
016680     MOVE WS-RN-RUN-DATE (WS-RUN-SUB)      TO WS-UL-RUN-DATE.
016690     MOVE WS-RN-RUN-TIME (WS-RUN-SUB)      TO WS-UL-RUN-TIME.
016700     MOVE WS-RN-RUN-MODE (WS-RUN-SUB)      TO WS-UL-RUN-MODE.
016710     MOVE WS-RN-BATCH-ID (WS-RUN-SUB)      TO WS-UL-BATCH-ID.
016720     MOVE WS-RN-BUS-DATE (WS-RUN-SUB)      TO WS-UL-BUS-DATE.
016730     MOVE WS-RN-INPUT-COUNT (WS-RUN-SUB)   TO WS-UL-INPUT.
016740     MOVE WS-RN-RESULT-COUNT (WS-RUN-SUB)  TO WS-UL-RESULTS.
016750     MOVE WS-RN-EXCEPTION-COUNT (WS-RUN-SUB)
016760         TO WS-UL-EXCEPTIONS.
016770     MOVE WS-RN-AUDIT-COUNT (WS-RUN-SUB)   TO WS-UL-AUDIT.
016780     MOVE WS-RN-RETURN-CODE (WS-RUN-SUB)   TO WS-UL-RETURN-CODE.
016790     MOVE WS-RUN-LINE TO WS-PACKAGE-LINE.
016800     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
016810
016820 5610-NEXT.
016830     ADD 1 TO WS-RUN-SUB.
016840 5610-EXIT.
016850     EXIT.
016860
016870*----------------------------------------------------------*
016880* 5700-PRINT-CLOSING-BLOCK -- THE PACKAGE SUMMARY, THE
016890* CERTIFICATION STATEMENT AND THE SIGNATURE BLOCK, STARTED ON
016900* A NEW PAGE WHEN THEY WOULD NOT FIT ON THIS ONE SO THE
016910* SIGNATURE NEVER SITS ALONE ON A PAGE.
016920*----------------------------------------------------------*
016930 5700-PRINT-CLOSING-BLOCK.
016940     IF WS-LINE-COUNT + WS-CLOSING-LINES > WS-LINES-PER-PAGE
016950         MOVE 99 TO WS-LINE-COUNT
016960     END-IF.
016970
016980     MOVE WS-PK-SENSOR-COUNT  TO WS-SL-SENSORS.
016990     MOVE WS-PK-READING-COUNT TO WS-SL-READINGS.
017000     MOVE WS-PK-QUAR-COUNT    TO WS-SL-QUARANTINED.
017010     MOVE WS-PK-OPEN-COUNT    TO WS-SL-OPEN.
017020     MOVE WS-SUMMARY-LINE-1 TO WS-PACKAGE-LINE.
017030     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
017040     MOVE WS-PK-MISSED-COUNT  TO WS-SL-MISSED.
017050     MOVE WS-PK-CHANGE-COUNT  TO WS-SL-CHANGES.
017060     MOVE WS-PK-RUN-COUNT     TO WS-SL-RUNS.
017070     MOVE WS-SUMMARY-LINE-2 TO WS-PACKAGE-LINE.
017080     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
017090     MOVE SPACES TO WS-PACKAGE-LINE.
017100     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
017110
017120     MOVE 1 TO WS-CERT-SUB.
017130     PERFORM 5710-PRINT-CERT-LINE THRU 5710-EXIT
017140         UNTIL WS-CERT-SUB > WS-CERT-LINE-COUNT.
017150     MOVE SPACES TO WS-PACKAGE-LINE.
017160     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
017170 5700-EXIT.
017180     EXIT.
017190
017200 5710-PRINT-CERT-LINE.
017210     MOVE WS-CERT-LINE (WS-CERT-SUB) TO WS-PACKAGE-LINE.
017220     PERFORM 8000-WRITE-PACKAGE-LINE THRU 8000-EXIT.
017230     ADD 1 TO WS-CERT-SUB.
017240 5710-EXIT.
017250     EXIT.
017260
017270*----------------------------------------------------------*
017280* 5800-REGISTER-PACKAGE -- PRINT THE CONTROL LINE (ITSELF
017290* OUTSIDE THE HASH) AND APPEND THE SAME FIGURES TO THE
017300* PACKAGE REGISTER.
017310*----------------------------------------------------------*
017320 5800-REGISTER-PACKAGE.
017330     MOVE WS-PAGE-COUNT       TO WS-CT-PAGES.
017340     MOVE WS-PK-LINE-COUNT    TO WS-CT-LINES.
017350     MOVE WS-PK-READING-COUNT TO WS-CT-READINGS.
017360     MOVE WS-HASH-ACCUM       TO WS-CT-HASH.
017370     MOVE WS-CONTROL-LINE TO CP-PRINT-LINE.
017380     WRITE CP-PRINT-LINE.
017390
017400     MOVE SPACES TO TK-PACKAGE-RECORD.
017410     MOVE WS-PACKAGE-MONTH    TO TK-PACKAGE-MONTH.
017420     MOVE WS-WORK-SITE-CODE   TO TK-SITE-CODE.
017430     MOVE WS-WORK-LOCATION    TO TK-LOCATION.
017440     MOVE WS-CURRENT-DATE     TO TK-RUN-DATE.
017450     MOVE WS-CURRENT-TIME     TO TK-RUN-TIME.
017460     MOVE WS-PAGE-COUNT       TO TK-PAGE-COUNT.
017470     MOVE WS-PK-LINE-COUNT    TO TK-LINE-COUNT.
017480     MOVE WS-PK-READING-COUNT TO TK-READING-COUNT.
017490     MOVE WS-HASH-ACCUM       TO TK-PACKAGE-HASH.
017500     WRITE TK-PACKAGE-RECORD.
017510     IF WS-REGISTER-FILE-STATUS NOT = '00'
017520         DISPLAY "COMPLIANCEPACKAGE - PACKAGE REGISTER WRITE "
017530             "FAILED - STATUS " WS-REGISTER-FILE-STATUS
017540         MOVE 16 TO RETURN-CODE
017545         STOP RUN
017550     END-IF.
017560 5800-EXIT.
017570     EXIT.
017580
017590*----------------------------------------------------------*
017600* 7000-FIND-SENSOR-ENTRY -- LINEAR MATCH OF WS-WORK-SENSOR-ID
017610* AGAINST THE SENSOR TABLE, LEAVING THE MATCHED SLOT IN
017620* WS-SENSOR-SUB.  SENSOR IDS ARE UNIQUE ACROSS SITES.
017630*----------------------------------------------------------*
017640 7000-FIND-SENSOR-ENTRY.
017650     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
017660     MOVE 1 TO WS-SENSOR-SUB.
017670     PERFORM 7010-MATCH-SENSOR-ENTRY THRU 7010-EXIT
017680         UNTIL WS-SENSOR-FOUND
017690            OR WS-SENSOR-SUB > WS-SENSOR-COUNT.
017700 7000-EXIT.
017710     EXIT.
017720
017730 7010-MATCH-SENSOR-ENTRY.
017740     IF WS-SE-SENSOR-ID (WS-SENSOR-SUB) = WS-WORK-SENSOR-ID
017750         MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
017760     ELSE
017770         ADD 1 TO WS-SENSOR-SUB
017780     END-IF.
017790 7010-EXIT.
017800     EXIT.
017810
017820*----------------------------------------------------------*
017830* 7100-CHECK-REVERSED -- IS THE CONVERSION IN THE AUDIT AREA
017840* ONE A REVERSAL HAS TAKEN BACK?  RECORDS LOGGED BEFORE THE
017850* AUDIT CHAIN CARRY NO SEQUENCE NUMBER AND CANNOT HAVE BEEN.
017860*----------------------------------------------------------*
017870 7100-CHECK-REVERSED.
017880     MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
017890     IF TA-SEQUENCE-NO IS NOT NUMERIC
017900         GO TO 7100-EXIT
017910     END-IF.
017920     MOVE 1 TO WS-REVERSED-SUB.
017930     PERFORM 7110-MATCH-REVERSED THRU 7110-EXIT
017940         UNTIL WS-REVERSED-FOUND
017950            OR WS-REVERSED-SUB > WS-REVERSED-COUNT.
017960 7100-EXIT.
017970     EXIT.
017980
017990 7110-MATCH-REVERSED.
018000     IF WS-REVERSED-SEQ-NO (WS-REVERSED-SUB) = TA-SEQUENCE-NO
018010         MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
018020     ELSE
018030         ADD 1 TO WS-REVERSED-SUB
018040     END-IF.
018050 7110-EXIT.
018060     EXIT.
018070
018080*----------------------------------------------------------*
018090* 7200-MATCH-DISPOSITION -- FINDS AN UNUSED RELEASE OR REJECT
018100* FOR THE QUARANTINED READING IN THE EXCEPTION RECORD AREA:
018110* SAME SENSOR, VALUE, UNIT AND REASON.  EACH RESOLVES AT MOST
018120* ONE READING.
018130*----------------------------------------------------------*
018140 7200-MATCH-DISPOSITION.
018150     MOVE 'N' TO WS-DISP-FOUND-SWITCH.
018160     MOVE 1 TO WS-DISP-SUB.
018170     PERFORM 7210-MATCH-ONE-DISPOSITION THRU 7210-EXIT
018180         UNTIL WS-DISP-FOUND
018190            OR WS-DISP-SUB > WS-DISP-COUNT.
018200 7200-EXIT.
018210     EXIT.
018220
018230 7210-MATCH-ONE-DISPOSITION.
018240     IF NOT WS-DP-USED (WS-DISP-SUB)
018250        AND NOT WS-DP-DEFERRED (WS-DISP-SUB)
018260        AND WS-DP-SENSOR-ID (WS-DISP-SUB) = TX-SENSOR-ID
018270        AND WS-DP-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
018280        AND WS-DP-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
018290        AND WS-DP-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
018300         MOVE 'Y' TO WS-DISP-FOUND-SWITCH
018310     ELSE
018320         ADD 1 TO WS-DISP-SUB
018330     END-IF.
018340 7210-EXIT.
018350     EXIT.
018360
018370*----------------------------------------------------------*
018380* 7250-FIND-LATEST-DEFERRAL -- THE LAST DEFERRAL ON THE LOG
018390* FOR THE SAME SENSOR, VALUE, UNIT AND REASON, LEFT IN
018400* WS-DEFER-SUB (ZERO WHEN THERE IS NONE).
018410*----------------------------------------------------------*
018420 7250-FIND-LATEST-DEFERRAL.
018430     MOVE 0 TO WS-DEFER-SUB.
018440     MOVE 1 TO WS-DISP-SUB.
018450     PERFORM 7260-CHECK-ONE-DEFERRAL THRU 7260-EXIT
018460         UNTIL WS-DISP-SUB > WS-DISP-COUNT.
018470 7250-EXIT.
018480     EXIT.
018490
018500 7260-CHECK-ONE-DEFERRAL.
018510     IF WS-DP-DEFERRED (WS-DISP-SUB)
018520        AND WS-DP-SENSOR-ID (WS-DISP-SUB) = TX-SENSOR-ID
018530        AND WS-DP-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
018540        AND WS-DP-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
018550        AND WS-DP-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
018560         MOVE WS-DISP-SUB TO WS-DEFER-SUB
018570     END-IF.
018580     ADD 1 TO WS-DISP-SUB.
018590 7260-EXIT.
018600     EXIT.
018610
018620*----------------------------------------------------------*
018630* 7300-FIND-SHIFT-ENTRY -- LOCATES (OR ADDS) THE SHIFT-DAY
018640* ENTRY FOR WS-WORK-SITE-CODE, LEAVING ITS SLOT IN
018650* WS-SHIFT-SUB.  A NEW ENTRY HAS NO SHIFTS RUN.
018660*----------------------------------------------------------*
018670 7300-FIND-SHIFT-ENTRY.
018680     MOVE 'N' TO WS-SHIFT-FOUND-SWITCH.
018690     MOVE 1 TO WS-SHIFT-SUB.
018700     PERFORM 7310-MATCH-SHIFT-ENTRY THRU 7310-EXIT
018710         UNTIL WS-SHIFT-FOUND
018720            OR WS-SHIFT-SUB > WS-SHIFT-COUNT.
018730     IF WS-SHIFT-FOUND
018740         GO TO 7300-EXIT
018750     END-IF.
018760
018770     IF WS-SHIFT-COUNT = WS-SHIFT-LIMIT
018780         DISPLAY "COMPLIANCEPACKAGE - SITES EXCEED "
018790             "TABLE LIMIT - RUN REFUSED"
018800         MOVE 16 TO RETURN-CODE
018810         STOP RUN
018820     END-IF.
018830
018840     ADD 1 TO WS-SHIFT-COUNT.
018850     MOVE WS-SHIFT-COUNT TO WS-SHIFT-SUB.
018860     MOVE WS-WORK-SITE-CODE TO WS-SH-SITE-CODE (WS-SHIFT-SUB).
018870     MOVE 1 TO WS-DAY-SUB.
018880     PERFORM 7320-CLEAR-SHIFT-DAY THRU 7320-EXIT
018890         UNTIL WS-DAY-SUB > 31.
018900 7300-EXIT.
018910     EXIT.
018920
018930 7310-MATCH-SHIFT-ENTRY.
018940     IF WS-SH-SITE-CODE (WS-SHIFT-SUB) = WS-WORK-SITE-CODE
018950         MOVE 'Y' TO WS-SHIFT-FOUND-SWITCH
018960     ELSE
018970         ADD 1 TO WS-SHIFT-SUB
018980     END-IF.
018990 7310-EXIT.
019000     EXIT.
019010
019020 7320-CLEAR-SHIFT-DAY.
019030     MOVE 'N' TO WS-SH-DAY-RUN (WS-SHIFT-SUB, WS-DAY-SUB).
019040     ADD 1 TO WS-DAY-SUB.
019050 7320-EXIT.
019060     EXIT.
019070
019080*----------------------------------------------------------*
019090* 7600-FIND-LOCATION-ENTRY -- LOCATES (OR INSERTS, IN KEY
019100* ORDER) THE PACKAGE ENTRY FOR WS-WORK-LOCATION-KEY.
019110*----------------------------------------------------------*
019120 7600-FIND-LOCATION-ENTRY.
019130     MOVE 'N' TO WS-LOCATION-FOUND-SWITCH.
019140     MOVE 1 TO WS-LOCATION-SUB.
019150     PERFORM 7610-MATCH-LOCATION-ENTRY THRU 7610-EXIT
019160         UNTIL WS-LOCATION-FOUND
019170            OR WS-LOCATION-SUB > WS-LOCATION-COUNT.
019180
019190     IF WS-LOCATION-FOUND
019200         GO TO 7600-EXIT
019210     END-IF.
019220
019230     IF WS-LOCATION-COUNT = WS-LOCATION-LIMIT
019240         DISPLAY "COMPLIANCEPACKAGE - LOCATIONS EXCEED "
019250             "TABLE LIMIT - RUN REFUSED"
019260         MOVE 16 TO RETURN-CODE
019270         STOP RUN
019280     END-IF.
019290
019300     ADD 1 TO WS-LOCATION-COUNT.
019310     MOVE WS-LOCATION-COUNT TO WS-LOCATION-SUB.
019320     MOVE 'N' TO WS-INSERT-DONE-SWITCH.
019330     PERFORM 7620-SHIFT-LOCATION-ENTRY THRU 7620-EXIT
019340         UNTIL WS-INSERT-DONE.
019350
019360     MOVE WS-WORK-LOCATION-KEY TO WS-LO-KEY (WS-LOCATION-SUB).
019370     MOVE 'Y' TO WS-LOCATION-FOUND-SWITCH.
019380 7600-EXIT.
019390     EXIT.
019400
019410 7610-MATCH-LOCATION-ENTRY.
019420     IF WS-LO-KEY (WS-LOCATION-SUB) = WS-WORK-LOCATION-KEY
019430         MOVE 'Y' TO WS-LOCATION-FOUND-SWITCH
019440     ELSE
019450         ADD 1 TO WS-LOCATION-SUB
019460     END-IF.
019470 7610-EXIT.
019480     EXIT.
019490
019500 7620-SHIFT-LOCATION-ENTRY.
019510     IF WS-LOCATION-SUB = 1
019520         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
019530         GO TO 7620-EXIT
019540     END-IF.
019550
019560     IF WS-LO-KEY (WS-LOCATION-SUB - 1) < WS-WORK-LOCATION-KEY
019570         MOVE 'Y' TO WS-INSERT-DONE-SWITCH
019580         GO TO 7620-EXIT
019590     END-IF.
019600
019610     MOVE WS-LOCATION-ENTRY (WS-LOCATION-SUB - 1)
019620         TO WS-LOCATION-ENTRY (WS-LOCATION-SUB).
019630     SUBTRACT 1 FROM WS-LOCATION-SUB.
019640 7620-EXIT.
019650     EXIT.
019660
019670*----------------------------------------------------------*
019680* 8000-WRITE-PACKAGE-LINE -- WRITES WS-PACKAGE-LINE UNDER PAGE
019690* CONTROL, STARTING A NEW PAGE WHEN THE CURRENT ONE IS FULL.
019700*----------------------------------------------------------*
019710 8000-WRITE-PACKAGE-LINE.
019720     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
019730         PERFORM 8100-WRITE-PAGE-HEADING THRU 8100-EXIT
019740     END-IF.
019750     MOVE WS-PACKAGE-LINE TO CP-PRINT-LINE.
019760     PERFORM 8200-PUT-HASHED-LINE THRU 8200-EXIT.
019770 8000-EXIT.
019780     EXIT.
019790
019800 8100-WRITE-PAGE-HEADING.
019810     ADD 1 TO WS-PAGE-COUNT.
019820     MOVE WS-PACKAGE-MONTH  TO WS-PH-MONTH.
019830     MOVE WS-WORK-SITE-CODE TO WS-PH-SITE-CODE.
019840     MOVE WS-PAGE-COUNT     TO WS-PH-PAGE.
019850     MOVE WS-WORK-LOCATION  TO WS-PH-LOCATION.
019860     MOVE WS-CURRENT-DATE   TO WS-PH-RUN-DATE.
019870
019880     MOVE 0 TO WS-LINE-COUNT.
019890     MOVE WS-PAGE-HEADING-1 TO CP-PRINT-LINE.
019900     PERFORM 8200-PUT-HASHED-LINE THRU 8200-EXIT.
019910     MOVE WS-PAGE-HEADING-2 TO CP-PRINT-LINE.
019920     PERFORM 8200-PUT-HASHED-LINE THRU 8200-EXIT.
019930     MOVE SPACES TO CP-PRINT-LINE.
019940     PERFORM 8200-PUT-HASHED-LINE THRU 8200-EXIT.
019950 8100-EXIT.
019960     EXIT.
019970
019980*----------------------------------------------------------*
019990* 8200-PUT-HASHED-LINE -- FOLDS EVERY BYTE OF CP-PRINT-LINE
020000* INTO THE PACKAGE HASH, THEN WRITES AND COUNTS THE LINE.
020010*----------------------------------------------------------*
020020 8200-PUT-HASHED-LINE.
020030     MOVE 1 TO WS-HASH-BYTE-SUB.
020040     PERFORM 8210-HASH-ONE-BYTE THRU 8210-EXIT
020050         UNTIL WS-HASH-BYTE-SUB > WS-HASH-LINE-LENGTH.
020060     WRITE CP-PRINT-LINE.
020070     ADD 1 TO WS-LINE-COUNT.
020080     ADD 1 TO WS-PK-LINE-COUNT.
020090 8200-EXIT.
020100     EXIT.
020110
020120 8210-HASH-ONE-BYTE.
020130     MOVE CP-PRINT-LINE (WS-HASH-BYTE-SUB:1) TO WS-HASH-BYTE-LOW.
020140     COMPUTE WS-HASH-PRODUCT =
020150         WS-HASH-ACCUM * WS-HASH-MULTIPLIER
020160         + WS-HASH-BYTE-HALFWORD.
020170     DIVIDE WS-HASH-PRODUCT BY WS-HASH-MODULUS
020180         GIVING WS-HASH-QUOTIENT
020190         REMAINDER WS-HASH-ACCUM.
020200     ADD 1 TO WS-HASH-BYTE-SUB.
020210 8210-EXIT.
020220     EXIT.
020230
020240*----------------------------------------------------------*
020250* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
020260* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
020270* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
020280* WITH A NON-ZERO RETURN CODE.
020290*----------------------------------------------------------*
020300 9800-ABEND-RUN.
020310     DISPLAY "COMPLIANCEPACKAGE - FILE OPEN FAILED - "
020320         WS-ABEND-MESSAGE.
020330     MOVE 16 TO RETURN-CODE.
020340     STOP RUN.
