000010*================================================================
000020* PROGRAM      ConversionReverify
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* RE-VERIFICATION OF HISTORICAL CONVERSIONS.  READS THE AUDIT
000080* LOG -- THE LIVE FILE OR ONE OR MORE AUDARCH GENERATIONS
000090* CONCATENATED UNDER THE TEMPAUD DD -- AND PUTS EVERY LOGGED
000100* CONVERSION'S INPUT VALUE, INPUT UNIT AND OUTPUT UNIT BACK
000110* THROUGH THE TEMPCNV SUBPROGRAM NOW IN THE LOAD LIBRARY, UNDER
000120* THE ROUNDING MODE, PRECISION AND LIMIT SET CHOSEN IN THE PARM.
000130* THE ANSWER IS COMPARED WITH THE TA-OUTPUT-TEMP THAT WAS LOGGED.
000140* CHANGE CONTROL RUNS IT WITH A CANDIDATE TEMPCNV OR CANDIDATE
000150* SETTINGS BEFORE A CHANGE GOES IN; COMPLIANCE RUNS IT AFTER.
000160*
000170* THE REPORT LISTS EVERY CONVERSION THAT NOW COMES OUT
000180* DIFFERENTLY, WITH THE CHANGE, AND EVERY ONE THAT WOULD NOW BE
000190* REFUSED, WITH TEMPCNV'S REASON CODE; THEN COUNTS BY
000200* CONVERSION DIRECTION (INPUT UNIT TO OUTPUT UNIT) OF RECORDS
000210* CHECKED, UNCHANGED, NOW HIGHER, NOW LOWER AND NOW REJECTED,
000220* AND THE LARGEST DEVIATION FOUND.
000230*
000240* THE INPUT VALUE ON A BATCH RECORD IS THE CALIBRATED VALUE
000250* THAT WAS CONVERTED, SO NO CALIBRATION IS APPLIED AGAIN.
000260* MAINTENANCE RECORDS ARE NOT CONVERSIONS; REVERSAL RECORDS
000270* ONLY REPEAT THE CONVERSION THEY TAKE BACK, WHICH IS CHECKED
000280* IN ITS OWN RIGHT.  BOTH ARE COUNTED AND SKIPPED.  THE
000290* CONVERSION PROGRAM'S SENSOR-LIMIT CHECK IS NOT PART OF TEMPCNV
000300* AND IS NOT REPEATED HERE.
000310*
000320* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000330*   POS  1     ROUNDING MODE: 'N' NEAREST (DEFAULT), 'T' TRUNCATE
000340*   POS  2     DECIMAL PLACES KEPT: 0, 1 OR 2 (DEFAULT 2)
000350*   POS  3     LIMIT SET:
000360*              'C' (DEFAULT) - EACH RECORD'S SITE LIMITS ON THE
000370*                  CURRENT TEMPCFG FILE, ELSE THE BLANK-SITE
000380*                  DEFAULT RECORD, ELSE THE STANDARD LIMITS
000390*              'S' - THE STANDARD PHYSICAL LIMITS BUILT INTO
000400*                  TEMPCNV
000410*              'L' - THE LIMITS GIVEN IN POS 5-11 AND 13-19
000420*   POS  5-11  MINIMUM VALID TEMPERATURE C FOR LIMIT SET 'L':
000430*              SIGN AND HUNDREDTHS, E.G. -027315 = -273.15
000440*   POS 13-19  MAXIMUM, E.G. +085000 = 850.00
000450*   THE BATCH CONVERSION JOB RUNS NEAREST AT TWO PLACES, SO THE
000460*   DEFAULTS RE-RUN THE LOG AS PRODUCTION CONVERTS TODAY.
000470*
000480* RETURN CODES:
000490*   0   EVERY CONVERSION REPRODUCED EXACTLY
000500*   8   ONE OR MORE CONVERSIONS NOW DIFFER OR WOULD BE REJECTED
000510*   16  FILE ERROR, BAD PARM OR TABLE OVERFLOW
000520*
000530* MODIFICATION HISTORY
000540* 10/15/2026  JH   ORIGINAL CONVERSION RE-VERIFICATION RUN.
000550*================================================================
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. ConversionReverify.
000580 AUTHOR. J HENDERSON.
000590 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000600 DATE-WRITTEN. 10/15/2026.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000690
000700     SELECT CONFIG-FILE ASSIGN TO "TEMPCFG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000730
000740     SELECT REVERIFY-PRINT-FILE ASSIGN TO "TEMPRVR"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PRINT-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  AUDIT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TEMPAUD.
000830
000840 FD  CONFIG-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY TEMPCFG.
000870
000880 FD  REVERIFY-PRINT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  RV-PRINT-LINE               PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
000940 01  WS-CONFIG-FILE-STATUS    PIC X(02) VALUE '00'.
000950     88  WS-CONFIG-FILE-NOT-FOUND       VALUE '35'.
000960 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
000970
000980 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000990     88  WS-AUDIT-EOF                   VALUE 'Y'.
001000 01  WS-CONFIG-EOF-SWITCH     PIC X(01) VALUE 'N'.
001010     88  WS-CONFIG-EOF                  VALUE 'Y'.
001020
001030 01  WS-ABEND-MESSAGE.
001040     05  WS-ABEND-FILE-NAME   PIC X(10).
001050     05  FILLER               PIC X(01) VALUE SPACE.
001060     05  WS-ABEND-STATUS      PIC X(02).
001070
001080 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001090
001100*----------------------------------------------------------*
001110* WS-REVERIFY-SETTINGS -- THE ROUNDING MODE, PRECISION AND
001120* LIMIT SET TAKEN FROM THE PARM.  WS-RUN-MIN/MAX-VALID-C ARE
001130* THE LIMITS FOR SET 'L'; SET 'S' PASSES ZEROS, WHICH TEMPCNV
001140* TAKES AS ITS STANDARD PHYSICAL LIMITS.
001150*----------------------------------------------------------*
001160 01  WS-REVERIFY-SETTINGS.
001170     05  WS-ROUND-MODE        PIC X(01) VALUE 'N'.
001180         88  WS-ROUND-NEAREST           VALUE 'N'.
001190         88  WS-ROUND-TRUNCATE          VALUE 'T'.
001200     05  WS-DECIMAL-PLACES    PIC 9(01) VALUE 2.
001210     05  WS-LIMIT-SET         PIC X(01) VALUE 'C'.
001220         88  WS-LIMITS-CONFIG           VALUE 'C'.
001230         88  WS-LIMITS-STANDARD         VALUE 'S'.
001240         88  WS-LIMITS-PARM             VALUE 'L'.
001250     05  WS-RUN-MIN-VALID-C   PIC S9(4)V9(2) VALUE 0.
001260     05  WS-RUN-MAX-VALID-C   PIC S9(4)V9(2) VALUE 0.
001270
001280*----------------------------------------------------------*
001290* WS-PARM-TEXT -- THE PARM AS PASSED, PADDED WITH SPACES, SO
001300* A POSITION BEYOND THE LENGTH GIVEN READS AS BLANK.
001310*----------------------------------------------------------*
001320 01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
001330 01  WS-PARM-USED-LENGTH      PIC S9(4) COMP VALUE 0.
001340 01  WS-PARM-LIMIT.
001350     05  WS-PARM-LIMIT-SIGN   PIC X(01).
001360     05  WS-PARM-LIMIT-DIGITS PIC X(06).
001370     05  WS-PARM-LIMIT-VALUE REDEFINES WS-PARM-LIMIT-DIGITS
001380                              PIC 9(04)V9(02).
001390 01  WS-PARM-LIMIT-C          PIC S9(4)V9(2) VALUE 0.
001400 01  WS-PARM-ERROR-SWITCH     PIC X(01) VALUE 'N'.
001410     88  WS-PARM-ERROR                  VALUE 'Y'.
001420
001430*----------------------------------------------------------*
001440* TL-CONVERT-PARMS -- EVERY LOGGED CONVERSION IS PUT BACK
001450* THROUGH THE TEMPCNV SUBPROGRAM, THE SAME CALL THE CONVERSION
001460* PROGRAM MAKES.
001470*----------------------------------------------------------*
001480 COPY TEMPLNK.
001490
001500*----------------------------------------------------------*
001510* WS-SITE-CONFIG-TABLE -- EVERY RECORD ON THE TEMPCFG FILE,
001520* FOR LIMIT SET 'C'.  A RECORD IS CHECKED UNDER ITS OWN SITE'S
001530* LIMITS, ELSE THE BLANK-SITE DEFAULT RECORD'S, ELSE THE
001540* STANDARD LIMITS -- THE ORDER THE CONVERSION PROGRAM PUTS A
001550* SITE'S SETTINGS INTO FORCE.  TWENTY ENTRIES, AS THERE.
001560*----------------------------------------------------------*
001570 01  WS-SITE-CONFIG-CONTROL.
001580     05  WS-SC-COUNT              PIC 9(04) COMP VALUE 0.
001590     05  WS-SC-SUB                PIC 9(04) COMP VALUE 0.
001600     05  WS-SC-LIMIT              PIC 9(04) COMP VALUE 20.
001610     05  WS-SC-SITE-SUB           PIC 9(04) COMP VALUE 0.
001620     05  WS-SC-DEFAULT-SUB        PIC 9(04) COMP VALUE 0.
001630     05  WS-SC-APPLIED-SITE       PIC X(03) VALUE HIGH-VALUES.
001640     05  WS-SITE-MIN-VALID-C      PIC S9(4)V9(2) VALUE 0.
001650     05  WS-SITE-MAX-VALID-C      PIC S9(4)V9(2) VALUE 0.
001660
001670 01  WS-SITE-CONFIG-TABLE.
001680     05  WS-SC-ENTRY OCCURS 20 TIMES.
001690         10  WS-SC-SITE-CODE      PIC X(03).
001700         10  WS-SC-MIN-VALID-C    PIC S9(4)V9(2).
001710         10  WS-SC-MAX-VALID-C    PIC S9(4)V9(2).
001720
001730*----------------------------------------------------------*
001740* WS-DIRECTION-TABLE -- THE COUNTS FOR EACH CONVERSION
001750* DIRECTION (INPUT UNIT, OUTPUT UNIT) IN THE ORDER FIRST SEEN.
001760* FOUR UNITS GIVE SIXTEEN DIRECTIONS; A LOG WITH MORE THAN
001770* TWENTY IS DAMAGED AND THE RUN IS REFUSED.
001780*----------------------------------------------------------*
001790 01  WS-DIRECTION-CONTROL.
001800     05  WS-DIR-COUNT             PIC 9(04) COMP VALUE 0.
001810     05  WS-DIR-SUB               PIC 9(04) COMP VALUE 0.
001820     05  WS-DIR-LIMIT             PIC 9(04) COMP VALUE 20.
001830     05  WS-DIR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001840         88  WS-DIR-FOUND               VALUE 'Y'.
001850     05  WS-WORK-DIRECTION.
001860         10  WS-WORK-FROM-UNIT    PIC X(01).
001870         10  WS-WORK-TO-UNIT      PIC X(01).
001880
001890 01  WS-DIRECTION-TABLE.
001900     05  WS-DR-ENTRY OCCURS 20 TIMES.
001910         10  WS-DR-DIRECTION.
001920             15  WS-DR-FROM-UNIT  PIC X(01).
001930             15  WS-DR-TO-UNIT    PIC X(01).
001940         10  WS-DR-CHECKED        PIC 9(09).
001950         10  WS-DR-UNCHANGED      PIC 9(09).
001960         10  WS-DR-HIGHER         PIC 9(09).
001970         10  WS-DR-LOWER          PIC 9(09).
001980         10  WS-DR-REJECTED       PIC 9(09).
001990
002000*----------------------------------------------------------*
002010* WS-DEVIATION-WORK -- THE CHANGE FOR THE RECORD IN HAND
002020* (CURRENT ANSWER LESS LOGGED ANSWER) AND THE LARGEST CHANGE
002030* EITHER WAY SO FAR, WITH THE INPUT RECORD IT CAME FROM.
002040*----------------------------------------------------------*
002050 01  WS-DEVIATION-WORK.
002060     05  WS-DEVIATION         PIC S9(5)V9(2) VALUE 0.
002070     05  WS-ABS-DEVIATION     PIC S9(5)V9(2) VALUE 0.
002080     05  WS-LARGEST-ABS       PIC S9(5)V9(2) VALUE 0.
002090     05  WS-LARGEST-DEVIATION PIC S9(5)V9(2) VALUE 0.
002100     05  WS-LARGEST-RECORD-NO PIC 9(09) VALUE 0.
002110
002120 01  WS-REVERIFY-COUNTERS.
002130     05  WS-INPUT-RECORD-NO   PIC 9(09) VALUE 0.
002140     05  WS-CHECKED-COUNT     PIC 9(09) VALUE 0.
002150     05  WS-UNCHANGED-COUNT   PIC 9(09) VALUE 0.
002160     05  WS-CHANGED-COUNT     PIC 9(09) VALUE 0.
002170     05  WS-REJECTED-COUNT    PIC 9(09) VALUE 0.
002180     05  WS-MAINTENANCE-COUNT PIC 9(09) VALUE 0.
002190     05  WS-REVERSAL-COUNT    PIC 9(09) VALUE 0.
002200     05  WS-DAMAGED-COUNT     PIC 9(09) VALUE 0.
002210     05  WS-DIFFERENCE-COUNT  PIC 9(09) VALUE 0.
002220
002230 01  WS-PRINT-HEADING.
002240     05  FILLER               PIC X(40)
002250             VALUE "CONVERSION RE-VERIFICATION  RUN ".
002260     05  WS-PH-RUN-DATE       PIC 9(08).
002270     05  FILLER               PIC X(32) VALUE SPACES.
002280
002290 01  WS-PRINT-SETTINGS-LINE.
002300     05  FILLER               PIC X(09) VALUE "ROUNDING ".
002310     05  WS-PS-ROUND-MODE     PIC X(08).
002320     05  FILLER               PIC X(09) VALUE "  PLACES ".
002330     05  WS-PS-PLACES         PIC 9(01).
002340     05  FILLER               PIC X(10) VALUE "  LIMITS ".
002350     05  WS-PS-LIMITS         PIC X(43).
002360
002370 01  WS-PARM-LIMITS-TEXT.
002380     05  WS-PLT-MIN           PIC -(4)9.99.
002390     05  FILLER               PIC X(04) VALUE " TO ".
002400     05  WS-PLT-MAX           PIC -(4)9.99.
002410     05  FILLER               PIC X(23) VALUE " C FROM PARM".
002420
002430 01  WS-COLUMN-HEADING.
002440     05  FILLER               PIC X(40)
002450             VALUE "INPUT REC  SEQUENCE BUS DATE SITE   INPU".
002460     05  FILLER               PIC X(40)
002470             VALUE "T DIR   LOGGED  CURRENT   CHANGE RSN    ".
002480
002490 01  WS-PRINT-DETAIL-LINE.
002500     05  WS-PD-INPUT-RECORD   PIC Z(8)9.
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  WS-PD-SEQUENCE-NO    PIC Z(8)9 BLANK WHEN ZERO.
002530     05  FILLER               PIC X(01) VALUE SPACE.
002540     05  WS-PD-BUS-DATE       PIC X(08).
002550     05  FILLER               PIC X(01) VALUE SPACE.
002560     05  WS-PD-SITE-CODE      PIC X(03).
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  WS-PD-INPUT-TEMP     PIC -(4)9.99.
002590     05  WS-PD-INPUT-TEMP-X REDEFINES WS-PD-INPUT-TEMP
002600                              PIC X(08).
002610     05  FILLER               PIC X(01) VALUE SPACE.
002620     05  WS-PD-FROM-UNIT      PIC X(01).
002630     05  FILLER               PIC X(01) VALUE ">".
002640     05  WS-PD-TO-UNIT        PIC X(01).
002650     05  FILLER               PIC X(01) VALUE SPACE.
002660     05  WS-PD-LOGGED-TEMP    PIC -(4)9.99.
002670     05  WS-PD-LOGGED-TEMP-X REDEFINES WS-PD-LOGGED-TEMP
002680                              PIC X(08).
002690     05  FILLER               PIC X(01) VALUE SPACE.
002700     05  WS-PD-CURRENT-TEMP   PIC -(4)9.99.
002710     05  WS-PD-CURRENT-TEMP-X REDEFINES WS-PD-CURRENT-TEMP
002720                              PIC X(08).
002730     05  FILLER               PIC X(01) VALUE SPACE.
002740     05  WS-PD-CHANGE         PIC -(4)9.99.
002750     05  WS-PD-CHANGE-X REDEFINES WS-PD-CHANGE
002760                              PIC X(08).
002770     05  FILLER               PIC X(01) VALUE SPACE.
002780     05  WS-PD-REASON         PIC X(04).
002790     05  FILLER               PIC X(03) VALUE SPACES.
002800
002810 01  WS-DIRECTION-HEADING.
002820     05  FILLER               PIC X(40)
002830             VALUE "  DIR          CHECKED     UNCHANGED    ".
002840     05  FILLER               PIC X(40)
002850             VALUE "    HIGHER         LOWER      REJECTED  ".
002860
002870 01  WS-PRINT-DIRECTION-LINE.
002880     05  FILLER               PIC X(02) VALUE SPACES.
002890     05  WS-PX-FROM-UNIT      PIC X(01).
002900     05  FILLER               PIC X(01) VALUE ">".
002910     05  WS-PX-TO-UNIT        PIC X(01).
002920     05  FILLER               PIC X(06) VALUE SPACES.
002930     05  WS-PX-CHECKED        PIC ZZZ,ZZZ,ZZ9.
002940     05  FILLER               PIC X(03) VALUE SPACES.
002950     05  WS-PX-UNCHANGED      PIC ZZZ,ZZZ,ZZ9.
002960     05  FILLER               PIC X(03) VALUE SPACES.
002970     05  WS-PX-HIGHER         PIC ZZZ,ZZZ,ZZ9.
002980     05  FILLER               PIC X(03) VALUE SPACES.
002990     05  WS-PX-LOWER          PIC ZZZ,ZZZ,ZZ9.
003000     05  FILLER               PIC X(03) VALUE SPACES.
003010     05  WS-PX-REJECTED       PIC ZZZ,ZZZ,ZZ9.
003020     05  FILLER               PIC X(02) VALUE SPACES.
003030
003040 01  WS-PRINT-LARGEST-LINE.
003050     05  FILLER               PIC X(40)
003060             VALUE "LARGEST DEVIATION".
003070     05  WS-PL-DEVIATION      PIC -(5)9.99.
003080     05  FILLER               PIC X(17)
003090             VALUE "  AT INPUT REC ".
003100     05  WS-PL-INPUT-RECORD   PIC Z(8)9.
003110     05  FILLER               PIC X(05) VALUE SPACES.
003120
003130 01  WS-PRINT-TOTAL-LINE.
003140     05  WS-PT-LABEL          PIC X(40).
003150     05  WS-PT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003160     05  FILLER               PIC X(29) VALUE SPACES.
003170
003180 LINKAGE SECTION.
003190 01  RV-PARM-AREA.
003200     05  RV-PARM-LENGTH       PIC S9(4) COMP.
003210     05  RV-PARM-DATA         PIC X(20).
003220
003230 PROCEDURE DIVISION USING RV-PARM-AREA.
003240*----------------------------------------------------------*
003250* 0000-MAINLINE
003260*----------------------------------------------------------*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290
003300     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003310     PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
003320         UNTIL WS-AUDIT-EOF.
003330
003340     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
003350
003360     CLOSE AUDIT-FILE.
003370     CLOSE REVERIFY-PRINT-FILE.
003380
003390     IF WS-DIFFERENCE-COUNT > 0
003400         MOVE 8 TO RETURN-CODE
003410         DISPLAY "CONVERSIONREVERIFY - " WS-DIFFERENCE-COUNT
003420             " CONVERSION(S) NOW DIFFER OR WOULD BE REJECTED - "
003430             "SEE TEMPRVR"
003440     ELSE
003450         DISPLAY "CONVERSIONREVERIFY - " WS-CHECKED-COUNT
003460             " CONVERSIONS RE-RUN - EVERY ONE REPRODUCED"
003470     END-IF.
003480     STOP RUN.
003490
003500*----------------------------------------------------------*
003510* 1000-INITIALIZE -- EDIT THE PARM, LOAD THE SITE LIMITS WHEN
003520* THEY ARE WANTED, OPEN THE LOG AND THE REPORT, AND PRINT THE
003530* HEADINGS WITH THE SETTINGS THE RUN WAS MADE UNDER.
003540*----------------------------------------------------------*
003550 1000-INITIALIZE.
003560     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
003570     IF WS-PARM-ERROR
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610
003620     IF WS-LIMITS-CONFIG
003630         PERFORM 1200-LOAD-SITE-CONFIG THRU 1200-EXIT
003640     END-IF.
003650
003660     OPEN INPUT AUDIT-FILE.
003670     IF WS-AUDIT-FILE-STATUS NOT = '00'
003680         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
003690         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
003700         PERFORM 9800-ABEND-RUN
003710     END-IF.
003720
003730     OPEN OUTPUT REVERIFY-PRINT-FILE.
003740     IF WS-PRINT-FILE-STATUS NOT = '00'
003750         MOVE "TEMPRVR"  TO WS-ABEND-FILE-NAME
003760         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
003770         PERFORM 9800-ABEND-RUN
003780     END-IF.
003790
003800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003810     MOVE WS-CURRENT-DATE  TO WS-PH-RUN-DATE.
003820     MOVE WS-PRINT-HEADING TO RV-PRINT-LINE.
003830     WRITE RV-PRINT-LINE.
003840
003850     IF WS-ROUND-TRUNCATE
003860         MOVE "TRUNCATE" TO WS-PS-ROUND-MODE
003870     ELSE
003880         MOVE "NEAREST"  TO WS-PS-ROUND-MODE
003890     END-IF.
003900     MOVE WS-DECIMAL-PLACES TO WS-PS-PLACES.
003910     EVALUATE TRUE
003920         WHEN WS-LIMITS-STANDARD
003930             MOVE "STANDARD PHYSICAL LIMITS" TO WS-PS-LIMITS
003940         WHEN WS-LIMITS-PARM
003950             MOVE WS-RUN-MIN-VALID-C TO WS-PLT-MIN
003960             MOVE WS-RUN-MAX-VALID-C TO WS-PLT-MAX
003970             MOVE WS-PARM-LIMITS-TEXT TO WS-PS-LIMITS
003980         WHEN OTHER
003990             MOVE "EACH SITE'S LIMITS ON TEMPCFG" TO WS-PS-LIMITS
004000     END-EVALUATE.
004010     MOVE WS-PRINT-SETTINGS-LINE TO RV-PRINT-LINE.
004020     WRITE RV-PRINT-LINE.
004030     MOVE SPACES TO RV-PRINT-LINE.
004040     WRITE RV-PRINT-LINE.
004050     MOVE WS-COLUMN-HEADING TO RV-PRINT-LINE.
004060     WRITE RV-PRINT-LINE.
004070 1000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------*
004110* 1100-EDIT-PARM -- A BLANK POSITION TAKES ITS DEFAULT; ANY
004120* OTHER VALUE MUST BE ONE OF THE CHOICES, BECAUSE A RUN UNDER
004130* SETTINGS NOBODY ASKED FOR IS NO EVIDENCE OF ANYTHING.
004140*----------------------------------------------------------*
004150 1100-EDIT-PARM.
004160     IF RV-PARM-LENGTH < 1
004170         GO TO 1100-EXIT
004180     END-IF.
004190     MOVE RV-PARM-LENGTH TO WS-PARM-USED-LENGTH.
004200     IF WS-PARM-USED-LENGTH > 20
004210         MOVE 20 TO WS-PARM-USED-LENGTH
004220     END-IF.
004230     MOVE RV-PARM-DATA (1:WS-PARM-USED-LENGTH)
004240         TO WS-PARM-TEXT.
004250
004260     EVALUATE WS-PARM-TEXT (1:1)
004270         WHEN SPACE
004280         WHEN 'N'
004290             MOVE 'N' TO WS-ROUND-MODE
004300         WHEN 'T'
004310             MOVE 'T' TO WS-ROUND-MODE
004320         WHEN OTHER
004330             DISPLAY "CONVERSIONREVERIFY - PARM POSITION 1 MUST "
004340                 "BE N OR T - RUN REFUSED"
004350             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004360     END-EVALUATE.
004370
004380     EVALUATE WS-PARM-TEXT (2:1)
004390         WHEN SPACE
004400             MOVE 2 TO WS-DECIMAL-PLACES
004410         WHEN '0'
004420         WHEN '1'
004430         WHEN '2'
004440             MOVE WS-PARM-TEXT (2:1) TO WS-DECIMAL-PLACES
004450         WHEN OTHER
004460             DISPLAY "CONVERSIONREVERIFY - PARM POSITION 2 MUST "
004470                 "BE 0, 1 OR 2 - RUN REFUSED"
004480             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004490     END-EVALUATE.
004500
004510     EVALUATE WS-PARM-TEXT (3:1)
004520         WHEN SPACE
004530         WHEN 'C'
004540             MOVE 'C' TO WS-LIMIT-SET
004550         WHEN 'S'
004560             MOVE 'S' TO WS-LIMIT-SET
004570         WHEN 'L'
004580             MOVE 'L' TO WS-LIMIT-SET
004590         WHEN OTHER
004600             DISPLAY "CONVERSIONREVERIFY - PARM POSITION 3 MUST "
004610                 "BE C, S OR L - RUN REFUSED"
004620             MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004630     END-EVALUATE.
004640
004650     IF NOT WS-LIMITS-PARM
004660         GO TO 1100-EXIT
004670     END-IF.
004680
004690     MOVE WS-PARM-TEXT (5:7) TO WS-PARM-LIMIT.
004700     PERFORM 1150-EDIT-PARM-LIMIT THRU 1150-EXIT.
004710     MOVE WS-PARM-LIMIT-C TO WS-RUN-MIN-VALID-C.
004720     MOVE WS-PARM-TEXT (13:7) TO WS-PARM-LIMIT.
004730     PERFORM 1150-EDIT-PARM-LIMIT THRU 1150-EXIT.
004740     MOVE WS-PARM-LIMIT-C TO WS-RUN-MAX-VALID-C.
004750
004760     IF NOT WS-PARM-ERROR
004770        AND WS-RUN-MIN-VALID-C NOT < WS-RUN-MAX-VALID-C
004780         DISPLAY "CONVERSIONREVERIFY - PARM MINIMUM LIMIT IS NOT "
004790             "BELOW THE MAXIMUM - RUN REFUSED"
004800         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004810     END-IF.
004820 1100-EXIT.
004830     EXIT.
004840
004850 1150-EDIT-PARM-LIMIT.
004860     MOVE 0 TO WS-PARM-LIMIT-C.
004870     IF (WS-PARM-LIMIT-SIGN NOT = '+'
004880         AND WS-PARM-LIMIT-SIGN NOT = '-')
004890        OR WS-PARM-LIMIT-DIGITS IS NOT NUMERIC
004900         DISPLAY "CONVERSIONREVERIFY - PARM LIMITS MUST BE SIGN "
004910             "AND SIX DIGITS (HUNDREDTHS) - RUN REFUSED"
004920         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
004930         GO TO 1150-EXIT
004940     END-IF.
004950     MOVE WS-PARM-LIMIT-VALUE TO WS-PARM-LIMIT-C.
004960     IF WS-PARM-LIMIT-SIGN = '-'
004970         COMPUTE WS-PARM-LIMIT-C = 0 - WS-PARM-LIMIT-C
004980     END-IF.
004990 1150-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030* 1200-LOAD-SITE-CONFIG -- TABLE EVERY TEMPCFG RECORD.  NO
005040* FILE MEANS EVERY SITE RUNS ON THE STANDARD LIMITS.
005050*----------------------------------------------------------*
005060 1200-LOAD-SITE-CONFIG.
005070     OPEN INPUT CONFIG-FILE.
005080     IF WS-CONFIG-FILE-NOT-FOUND
005090         GO TO 1200-EXIT
005100     END-IF.
005110     IF WS-CONFIG-FILE-STATUS NOT = '00'
005120         MOVE "TEMPCFG"  TO WS-ABEND-FILE-NAME
005130         MOVE WS-CONFIG-FILE-STATUS TO WS-ABEND-STATUS
005140         PERFORM 9800-ABEND-RUN
005150     END-IF.
005160
005170     PERFORM 1220-READ-CONFIG-RECORD THRU 1220-EXIT.
005180     PERFORM 1230-TABLE-ONE-CONFIG THRU 1230-EXIT
005190         UNTIL WS-CONFIG-EOF.
005200     CLOSE CONFIG-FILE.
005210 1200-EXIT.
005220     EXIT.
005230
005240 1220-READ-CONFIG-RECORD.
005250     READ CONFIG-FILE
005260         AT END
005270             MOVE 'Y' TO WS-CONFIG-EOF-SWITCH
005280     END-READ.
005290 1220-EXIT.
005300     EXIT.
005310
005320 1230-TABLE-ONE-CONFIG.
005330     IF WS-SC-COUNT = WS-SC-LIMIT
005340         DISPLAY "CONVERSIONREVERIFY - TEMPCFG SITES EXCEED "
005350             "TABLE LIMIT - RUN REFUSED"
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     ADD 1 TO WS-SC-COUNT.
005400     MOVE TF-SITE-CODE
005410         TO WS-SC-SITE-CODE (WS-SC-COUNT).
005420     MOVE TF-MIN-VALID-TEMP-C
005430         TO WS-SC-MIN-VALID-C (WS-SC-COUNT).
005440     MOVE TF-MAX-VALID-TEMP-C
005450         TO WS-SC-MAX-VALID-C (WS-SC-COUNT).
005460     PERFORM 1220-READ-CONFIG-RECORD THRU 1220-EXIT.
005470 1230-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510* 2000-CHECK-ONE-RECORD -- PUT ONE LOGGED CONVERSION BACK
005520* THROUGH TEMPCNV AND COMPARE THE ANSWERS.  A RECORD WHOSE
005530* VALUES ARE NOT NUMERIC CANNOT BE RE-RUN; IT IS LISTED AND
005540* COUNTED AS DAMAGED (THE AUDIT VERIFICATION RUN SAYS HOW IT
005550* GOT THAT WAY) BUT DOES NOT COUNT AS A DIFFERENCE.
005560*----------------------------------------------------------*
005570 2000-CHECK-ONE-RECORD.
005580     IF TA-SOURCE-MAINTENANCE
005590         ADD 1 TO WS-MAINTENANCE-COUNT
005600         GO TO 2000-NEXT
005610     END-IF.
005620     IF TA-SOURCE-REVERSAL
005630         ADD 1 TO WS-REVERSAL-COUNT
005640         GO TO 2000-NEXT
005650     END-IF.
005660
005670     IF TA-INPUT-TEMP IS NOT NUMERIC
005680        OR TA-OUTPUT-TEMP IS NOT NUMERIC
005690         ADD 1 TO WS-DAMAGED-COUNT
005700         PERFORM 2900-SET-RECORD-LINE THRU 2900-EXIT
005710         MOVE "DATA" TO WS-PD-REASON
005720         PERFORM 2950-PRINT-RECORD-LINE THRU 2950-EXIT
005730         GO TO 2000-NEXT
005740     END-IF.
005750
005760     IF WS-LIMITS-CONFIG
005770         PERFORM 2200-APPLY-SITE-LIMITS THRU 2200-EXIT
005780     END-IF.
005790
005800     MOVE SPACES            TO TL-CONVERT-PARMS.
005810     MOVE TA-INPUT-TEMP     TO TL-INPUT-TEMP.
005820     MOVE TA-INPUT-UNIT     TO TL-INPUT-UNIT.
005830     MOVE TA-OUTPUT-UNIT    TO TL-TARGET-UNIT.
005840     MOVE WS-ROUND-MODE     TO TL-ROUND-MODE.
005850     MOVE WS-DECIMAL-PLACES TO TL-DECIMAL-PLACES.
005860     EVALUATE TRUE
005870         WHEN WS-LIMITS-CONFIG
005880             MOVE WS-SITE-MIN-VALID-C TO TL-MIN-VALID-TEMP-C
005890             MOVE WS-SITE-MAX-VALID-C TO TL-MAX-VALID-TEMP-C
005900         WHEN WS-LIMITS-PARM
005910             MOVE WS-RUN-MIN-VALID-C  TO TL-MIN-VALID-TEMP-C
005920             MOVE WS-RUN-MAX-VALID-C  TO TL-MAX-VALID-TEMP-C
005930         WHEN OTHER
005940             MOVE 0 TO TL-MIN-VALID-TEMP-C
005950             MOVE 0 TO TL-MAX-VALID-TEMP-C
005960     END-EVALUATE.
005970     CALL 'TEMPCNV' USING TL-CONVERT-PARMS.
005980
005990     PERFORM 2300-FIND-DIRECTION THRU 2300-EXIT.
006000     ADD 1 TO WS-CHECKED-COUNT.
006010     ADD 1 TO WS-DR-CHECKED (WS-DIR-SUB).
006020
006030     IF TL-REASON-CODE NOT = SPACES
006040         ADD 1 TO WS-REJECTED-COUNT
006050         ADD 1 TO WS-DR-REJECTED (WS-DIR-SUB)
006060         ADD 1 TO WS-DIFFERENCE-COUNT
006070         PERFORM 2900-SET-RECORD-LINE THRU 2900-EXIT
006080         MOVE TL-REASON-CODE TO WS-PD-REASON
006090         PERFORM 2950-PRINT-RECORD-LINE THRU 2950-EXIT
006100         GO TO 2000-NEXT
006110     END-IF.
006120
006130     COMPUTE WS-DEVIATION = TL-OUTPUT-TEMP - TA-OUTPUT-TEMP.
006140     IF WS-DEVIATION = 0
006150         ADD 1 TO WS-UNCHANGED-COUNT
006160         ADD 1 TO WS-DR-UNCHANGED (WS-DIR-SUB)
006170         GO TO 2000-NEXT
006180     END-IF.
006190
006200     ADD 1 TO WS-CHANGED-COUNT.
006210     ADD 1 TO WS-DIFFERENCE-COUNT.
006220     IF WS-DEVIATION > 0
006230         ADD 1 TO WS-DR-HIGHER (WS-DIR-SUB)
006240         MOVE WS-DEVIATION TO WS-ABS-DEVIATION
006250     ELSE
006260         ADD 1 TO WS-DR-LOWER (WS-DIR-SUB)
006270         COMPUTE WS-ABS-DEVIATION = 0 - WS-DEVIATION
006280     END-IF.
006290     IF WS-ABS-DEVIATION > WS-LARGEST-ABS
006300         MOVE WS-ABS-DEVIATION   TO WS-LARGEST-ABS
006310         MOVE WS-DEVIATION       TO WS-LARGEST-DEVIATION
006320         MOVE WS-INPUT-RECORD-NO TO WS-LARGEST-RECORD-NO
006330     END-IF.
006340
006350     PERFORM 2900-SET-RECORD-LINE THRU 2900-EXIT.
006360     MOVE TL-OUTPUT-TEMP TO WS-PD-CURRENT-TEMP.
006370     MOVE WS-DEVIATION   TO WS-PD-CHANGE.
006380     PERFORM 2950-PRINT-RECORD-LINE THRU 2950-EXIT.
006390
006400 2000-NEXT.
006410     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
006420 2000-EXIT.
006430     EXIT.
006440
006450 2100-READ-AUDIT-RECORD.
006460     READ AUDIT-FILE
006470         AT END
006480             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006490     END-READ.
006500     IF NOT WS-AUDIT-EOF
006510         ADD 1 TO WS-INPUT-RECORD-NO
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------*
006570* 2200-APPLY-SITE-LIMITS -- LIMIT SET 'C': THE LIMITS OF THE
006580* RECORD'S SITE, ELSE THE BLANK-SITE DEFAULT, ELSE ZEROS (THE
006590* STANDARD LIMITS).  NOTHING IS DONE WHEN THE SITE HAS NOT
006600* CHANGED SINCE THE LAST RECORD.
006610*----------------------------------------------------------*
006620 2200-APPLY-SITE-LIMITS.
006630     IF TA-SITE-CODE = WS-SC-APPLIED-SITE
006640         GO TO 2200-EXIT
006650     END-IF.
006660     MOVE TA-SITE-CODE TO WS-SC-APPLIED-SITE.
006670
006680     MOVE 0 TO WS-SC-SITE-SUB.
006690     MOVE 0 TO WS-SC-DEFAULT-SUB.
006700     MOVE 1 TO WS-SC-SUB.
006710     PERFORM 2250-FIND-SITE-CONFIG THRU 2250-EXIT
006720         UNTIL WS-SC-SUB > WS-SC-COUNT.
006730     IF WS-SC-SITE-SUB = 0
006740         MOVE WS-SC-DEFAULT-SUB TO WS-SC-SITE-SUB
006750     END-IF.
006760
006770     IF WS-SC-SITE-SUB = 0
006780         MOVE 0 TO WS-SITE-MIN-VALID-C
006790         MOVE 0 TO WS-SITE-MAX-VALID-C
006800     ELSE
006810         MOVE WS-SC-MIN-VALID-C (WS-SC-SITE-SUB)
006820             TO WS-SITE-MIN-VALID-C
006830         MOVE WS-SC-MAX-VALID-C (WS-SC-SITE-SUB)
006840             TO WS-SITE-MAX-VALID-C
006850     END-IF.
006860 2200-EXIT.
006870     EXIT.
006880
006890 2250-FIND-SITE-CONFIG.
006900     IF WS-SC-SITE-CODE (WS-SC-SUB) = TA-SITE-CODE
006910         MOVE WS-SC-SUB TO WS-SC-SITE-SUB
006920     END-IF.
006930     IF WS-SC-SITE-CODE (WS-SC-SUB) = SPACES
006940         MOVE WS-SC-SUB TO WS-SC-DEFAULT-SUB
006950     END-IF.
006960     ADD 1 TO WS-SC-SUB.
006970 2250-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------*
007010* 2300-FIND-DIRECTION -- POINT WS-DIR-SUB AT THE RECORD'S
007020* DIRECTION ENTRY, ADDING IT THE FIRST TIME IT IS SEEN.
007030*----------------------------------------------------------*
007040 2300-FIND-DIRECTION.
007050     MOVE TA-INPUT-UNIT  TO WS-WORK-FROM-UNIT.
007060     MOVE TA-OUTPUT-UNIT TO WS-WORK-TO-UNIT.
007070     MOVE 'N' TO WS-DIR-FOUND-SWITCH.
007080     MOVE 1 TO WS-DIR-SUB.
007090     PERFORM 2350-MATCH-DIRECTION THRU 2350-EXIT
007100         UNTIL WS-DIR-FOUND
007110            OR WS-DIR-SUB > WS-DIR-COUNT.
007120     IF WS-DIR-FOUND
007130         GO TO 2300-EXIT
007140     END-IF.
007150
007160     IF WS-DIR-COUNT = WS-DIR-LIMIT
007170         DISPLAY "CONVERSIONREVERIFY - CONVERSION DIRECTIONS "
007180             "EXCEED TABLE LIMIT - RUN REFUSED"
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     ADD 1 TO WS-DIR-COUNT.
007230     MOVE WS-DIR-COUNT TO WS-DIR-SUB.
007240     MOVE WS-WORK-DIRECTION TO WS-DR-DIRECTION (WS-DIR-SUB).
007250     MOVE 0 TO WS-DR-CHECKED (WS-DIR-SUB).
007260     MOVE 0 TO WS-DR-UNCHANGED (WS-DIR-SUB).
007270     MOVE 0 TO WS-DR-HIGHER (WS-DIR-SUB).
007280     MOVE 0 TO WS-DR-LOWER (WS-DIR-SUB).
007290     MOVE 0 TO WS-DR-REJECTED (WS-DIR-SUB).
007300 2300-EXIT.
007310     EXIT.
007320
007330 2350-MATCH-DIRECTION.
007340     IF WS-DR-DIRECTION (WS-DIR-SUB) = WS-WORK-DIRECTION
007350         MOVE 'Y' TO WS-DIR-FOUND-SWITCH
007360     ELSE
007370         ADD 1 TO WS-DIR-SUB
007380     END-IF.
007390 2350-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------*
007430* 2900-SET-RECORD-LINE -- THE FIELDS OF THE LISTING LINE THAT
007440* COME FROM THE AUDIT RECORD ITSELF.  THE CURRENT ANSWER AND
007450* THE CHANGE ARE LEFT BLANK FOR THE CALLER TO FILL IN WHEN
007460* THERE IS ONE.  2950 PRINTS THE LINE.
007470*----------------------------------------------------------*
007480 2900-SET-RECORD-LINE.
007490     MOVE WS-INPUT-RECORD-NO TO WS-PD-INPUT-RECORD.
007500     IF TA-SEQUENCE-NO IS NUMERIC
007510         MOVE TA-SEQUENCE-NO TO WS-PD-SEQUENCE-NO
007520     ELSE
007530         MOVE 0 TO WS-PD-SEQUENCE-NO
007540     END-IF.
007550     IF TA-BUS-DATE IS NUMERIC
007560        AND TA-BUS-DATE > 0
007570         MOVE TA-BUS-DATE TO WS-PD-BUS-DATE
007580     ELSE
007590         MOVE TA-RUN-DATE TO WS-PD-BUS-DATE
007600     END-IF.
007610     MOVE TA-SITE-CODE   TO WS-PD-SITE-CODE.
007620     IF TA-INPUT-TEMP IS NUMERIC
007630         MOVE TA-INPUT-TEMP TO WS-PD-INPUT-TEMP
007640     ELSE
007650         MOVE SPACES TO WS-PD-INPUT-TEMP-X
007660     END-IF.
007670     MOVE TA-INPUT-UNIT  TO WS-PD-FROM-UNIT.
007680     MOVE TA-OUTPUT-UNIT TO WS-PD-TO-UNIT.
007690     IF TA-OUTPUT-TEMP IS NUMERIC
007700         MOVE TA-OUTPUT-TEMP TO WS-PD-LOGGED-TEMP
007710     ELSE
007720         MOVE SPACES TO WS-PD-LOGGED-TEMP-X
007730     END-IF.
007740     MOVE SPACES TO WS-PD-CURRENT-TEMP-X.
007750     MOVE SPACES TO WS-PD-CHANGE-X.
007760     MOVE SPACES TO WS-PD-REASON.
007770 2900-EXIT.
007780     EXIT.
007790
007800 2950-PRINT-RECORD-LINE.
007810     MOVE WS-PRINT-DETAIL-LINE TO RV-PRINT-LINE.
007820     WRITE RV-PRINT-LINE.
007830 2950-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------*
007870* 4000-PRINT-TOTALS -- THE COUNTS BY DIRECTION, THE LARGEST
007880* DEVIATION, THE RUN TOTALS, THEN THE VERDICT.
007890*----------------------------------------------------------*
007900 4000-PRINT-TOTALS.
007910     MOVE SPACES TO RV-PRINT-LINE.
007920     WRITE RV-PRINT-LINE.
007930     MOVE WS-DIRECTION-HEADING TO RV-PRINT-LINE.
007940     WRITE RV-PRINT-LINE.
007950     MOVE 1 TO WS-DIR-SUB.
007960     PERFORM 4200-PRINT-DIRECTION-LINE THRU 4200-EXIT
007970         UNTIL WS-DIR-SUB > WS-DIR-COUNT.
007980
007990     MOVE SPACES TO RV-PRINT-LINE.
008000     WRITE RV-PRINT-LINE.
008010     IF WS-CHANGED-COUNT > 0
008020         MOVE WS-LARGEST-DEVIATION TO WS-PL-DEVIATION
008030         MOVE WS-LARGEST-RECORD-NO TO WS-PL-INPUT-RECORD
008040         MOVE WS-PRINT-LARGEST-LINE TO RV-PRINT-LINE
008050     ELSE
008060         MOVE "LARGEST DEVIATION - NONE" TO RV-PRINT-LINE
008070     END-IF.
008080     WRITE RV-PRINT-LINE.
008090
008100     MOVE SPACES TO RV-PRINT-LINE.
008110     WRITE RV-PRINT-LINE.
008120     MOVE "RECORDS READ" TO WS-PT-LABEL.
008130     MOVE WS-INPUT-RECORD-NO TO WS-PT-VALUE.
008140     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008150     MOVE "CONVERSIONS RE-RUN" TO WS-PT-LABEL.
008160     MOVE WS-CHECKED-COUNT TO WS-PT-VALUE.
008170     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008180     MOVE "  REPRODUCED EXACTLY" TO WS-PT-LABEL.
008190     MOVE WS-UNCHANGED-COUNT TO WS-PT-VALUE.
008200     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008210     MOVE "  NOW DIFFERENT" TO WS-PT-LABEL.
008220     MOVE WS-CHANGED-COUNT TO WS-PT-VALUE.
008230     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008240     MOVE "  NOW REJECTED" TO WS-PT-LABEL.
008250     MOVE WS-REJECTED-COUNT TO WS-PT-VALUE.
008260     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008270     MOVE "MAINTENANCE RECORDS SKIPPED" TO WS-PT-LABEL.
008280     MOVE WS-MAINTENANCE-COUNT TO WS-PT-VALUE.
008290     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008300     MOVE "REVERSAL RECORDS SKIPPED" TO WS-PT-LABEL.
008310     MOVE WS-REVERSAL-COUNT TO WS-PT-VALUE.
008320     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008330     MOVE "DAMAGED RECORDS NOT RE-RUN" TO WS-PT-LABEL.
008340     MOVE WS-DAMAGED-COUNT TO WS-PT-VALUE.
008350     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
008360
008370     MOVE SPACES TO RV-PRINT-LINE.
008380     WRITE RV-PRINT-LINE.
008390     IF WS-DIFFERENCE-COUNT > 0
008400         MOVE "*** CONVERSIONS DIFFER - CHANGE NOT PROVEN ***"
008410             TO RV-PRINT-LINE
008420     ELSE
008430         MOVE "EVERY CONVERSION REPRODUCED" TO RV-PRINT-LINE
008440     END-IF.
008450     WRITE RV-PRINT-LINE.
008460 4000-EXIT.
008470     EXIT.
008480
008490 4100-PRINT-TOTAL-LINE.
008500     MOVE WS-PRINT-TOTAL-LINE TO RV-PRINT-LINE.
008510     WRITE RV-PRINT-LINE.
008520 4100-EXIT.
008530     EXIT.
008540
008550 4200-PRINT-DIRECTION-LINE.
008560     MOVE WS-DR-FROM-UNIT (WS-DIR-SUB) TO WS-PX-FROM-UNIT.
008570     MOVE WS-DR-TO-UNIT (WS-DIR-SUB)   TO WS-PX-TO-UNIT.
008580     MOVE WS-DR-CHECKED (WS-DIR-SUB)   TO WS-PX-CHECKED.
008590     MOVE WS-DR-UNCHANGED (WS-DIR-SUB) TO WS-PX-UNCHANGED.
008600     MOVE WS-DR-HIGHER (WS-DIR-SUB)    TO WS-PX-HIGHER.
008610     MOVE WS-DR-LOWER (WS-DIR-SUB)     TO WS-PX-LOWER.
008620     MOVE WS-DR-REJECTED (WS-DIR-SUB)  TO WS-PX-REJECTED.
008630     MOVE WS-PRINT-DIRECTION-LINE TO RV-PRINT-LINE.
008640     WRITE RV-PRINT-LINE.
008650     ADD 1 TO WS-DIR-SUB.
008660 4200-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------*
008700* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
008710* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
008720* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
008730* WITH A NON-ZERO RETURN CODE, WHICH ALSO HOLDS A PROMOTION.
008740*----------------------------------------------------------*
008750 9800-ABEND-RUN.
008760     DISPLAY "CONVERSIONREVERIFY - FILE OPEN FAILED - "
008770         WS-ABEND-MESSAGE.
008780     MOVE 16 TO RETURN-CODE.
008790     STOP RUN.
