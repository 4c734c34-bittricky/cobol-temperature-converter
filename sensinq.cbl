000010*================================================================
000020* PROGRAM      SensorInquiry
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* READ-ONLY OPERATOR SCREEN ANSWERING "WHAT IS GOING ON WITH
000080* THIS INSTRUMENT?" FROM EVERY FILE KEPT ABOUT IT, SO THE
000090* QUESTION NO LONGER TAKES THE AUDIT INQUIRY, THE SENSOR
000100* MAINTENANCE SCREEN, THE AGING REPORT AND THE NEXT COVERAGE
000110* REPORT.  KEYED BY SENSOR ID (AND OPTIONALLY ITS SITE), IT
000120* SHOWS ON ONE SCREEN:
000130*
000140*   - THE SENSOR MASTER RECORD AND ITS STATUS (TEMPSEN);
000150*   - THE LAST ACCEPTED READING (TEMPLRD);
000160*   - THE CONSECUTIVE MISSED SHIFTS FROM THE COVERAGE STATE
000170*     FILE (TEMPCVS);
000180*   - THE SENSOR'S OPEN QUARANTINE ITEMS (TEMPEXC), EACH WITH
000190*     ITS LATEST DISPOSITION (TEMPXDP).  AN ITEM IS OPEN WHEN
000200*     NO RELEASE OR REJECTION MATCHES IT, THE SAME TEST THE
000210*     AGING REPORT APPLIES, SO A DEFERRED ITEM IS STILL OPEN;
000220*   - THE SENSOR'S MOST RECENT CONVERSIONS FROM THE KEYED AUDIT
000230*     INQUIRY FILE (TEMPAUK), READ THROUGH ITS SENSOR ID
000240*     ALTERNATE INDEX, NEWEST FIRST, A PAGE AT A TIME.
000250*
000260* THE OPERATOR PAGES THE CONVERSIONS FORWARD (OLDER) AND BACK
000270* (NEWER), AND MAY PRINT THE WHOLE PICTURE -- EVERY OPEN ITEM
000280* AND EVERY CONVERSION HELD -- TO THE TEMPSIR PRINT FILE.
000290* NOTHING IS WRITTEN TO ANY OTHER FILE.  AN ABSENT LAST-READING,
000300* COVERAGE, QUARANTINE, DISPOSITION OR INQUIRY FILE ONLY MEANS
000310* THERE IS NOTHING OF THAT KIND TO SHOW.
000320*
000330* MODIFICATION HISTORY
000340* 10/15/2026  JH   ORIGINAL SENSOR STATUS INQUIRY.
000350*================================================================
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SensorInquiry.
000380 AUTHOR. J HENDERSON.
000390 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TM-SENSOR-KEY
000500         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000510
000520     SELECT LAST-READING-FILE ASSIGN TO "TEMPLRD"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS TN-SENSOR-ID
000560         FILE STATUS IS WS-LAST-READING-FILE-STATUS.
000570
000580     SELECT COVER-STATE-FILE ASSIGN TO "TEMPCVS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-COVER-FILE-STATUS.
000610
000620     SELECT EXCEPTION-FILE ASSIGN TO "TEMPEXC"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000650
000660     SELECT DISPOSITION-FILE ASSIGN TO "TEMPXDP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DISPOSITION-FILE-STATUS.
000690
000700     SELECT KEYED-AUDIT-FILE ASSIGN TO "TEMPAUK"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS TQ-KEY
000740         ALTERNATE RECORD KEY IS TQ-SENSOR-ID WITH DUPLICATES
000750         FILE STATUS IS WS-KEYED-FILE-STATUS.
000760
000770     SELECT STATUS-PRINT-FILE ASSIGN TO "TEMPSIR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PRINT-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  SENSOR-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY TEMPSEN.
000860
000870 FD  LAST-READING-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY TEMPLRD.
000900
000910 FD  COVER-STATE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TEMPCVS.
000940
000950 FD  EXCEPTION-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY TEMPEXC.
000980
000990 FD  DISPOSITION-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY TEMPXDP.
001020
001030 FD  KEYED-AUDIT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY TEMPAUK.
001060
001070 FD  STATUS-PRINT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  SI-PRINT-LINE               PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
001130     88  WS-SENSOR-KEY-NOT-FOUND        VALUE '23'.
001140 01  WS-LAST-READING-FILE-STATUS PIC X(02) VALUE '00'.
001150     88  WS-LAST-READING-FILE-NOT-FOUND VALUE '35'.
001160 01  WS-COVER-FILE-STATUS     PIC X(02) VALUE '00'.
001170     88  WS-COVER-FILE-NOT-FOUND        VALUE '35'.
001180 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
001190     88  WS-EXCEPTION-FILE-NOT-FOUND    VALUE '35'.
001200 01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE '00'.
001210     88  WS-DISPOSITION-FILE-NOT-FOUND  VALUE '35'.
001220 01  WS-KEYED-FILE-STATUS     PIC X(02) VALUE '00'.
001230     88  WS-KEYED-FILE-NOT-FOUND        VALUE '35'.
001240     88  WS-KEYED-END-OF-SET            VALUE '10' '23' '46'.
001250 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
001260
001270 01  WS-ABEND-MESSAGE.
001280     05  WS-ABEND-FILE-NAME   PIC X(10).
001290     05  FILLER               PIC X(01) VALUE SPACE.
001300     05  WS-ABEND-STATUS      PIC X(02).
001310
001320 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001330
001340*----------------------------------------------------------*
001350* WS-FILE-SWITCHES -- WHICH OF THE KEYED FILES OPENED.  THE
001360* LAST-READING AND INQUIRY FILES ARE OPTIONAL: A PLANT THAT HAS
001370* NEVER RUN A BATCH, OR A MONTH NOT YET RELOADED, HAS NONE.
001380*----------------------------------------------------------*
001390 01  WS-FILE-SWITCHES.
001400     05  WS-LRD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001410         88  WS-LRD-OPEN                VALUE 'Y'.
001420     05  WS-AUK-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001430         88  WS-AUK-OPEN                VALUE 'Y'.
001440
001450 01  WS-EOF-SWITCHES.
001460     05  WS-COVER-EOF-SWITCH  PIC X(01) VALUE 'N'.
001470         88  WS-COVER-EOF               VALUE 'Y'.
001480     05  WS-EXC-EOF-SWITCH    PIC X(01) VALUE 'N'.
001490         88  WS-EXC-EOF                 VALUE 'Y'.
001500     05  WS-DISP-EOF-SWITCH   PIC X(01) VALUE 'N'.
001510         88  WS-DISP-EOF                VALUE 'Y'.
001520     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001530         88  WS-HIST-EOF                VALUE 'Y'.
001540
001550*----------------------------------------------------------*
001560* WS-KEY-FIELDS -- THE SENSOR ID, SITE AND ACTION FROM THE KEY
001570* SCREEN.  A BLANK SITE SEARCHES EVERY SITE (SENSOR IDS ARE
001580* UNIQUE ACROSS SITES).  'X' ENDS THE SESSION.
001590*----------------------------------------------------------*
001600 01  WS-KEY-FIELDS.
001610     05  WS-KEY-SENSOR-ID     PIC X(08) VALUE SPACES.
001620     05  WS-KEY-SITE-CODE     PIC X(03) VALUE SPACES.
001630     05  WS-KEY-ACTION        PIC X(01) VALUE SPACE.
001640         88  WS-ACTION-INQUIRE          VALUE 'I' 'i'.
001650         88  WS-ACTION-END              VALUE 'X' 'x'.
001660
001670*----------------------------------------------------------*
001680* WS-COMMAND -- THE OPERATOR'S CHOICE ON THE STATUS SCREEN.
001690*----------------------------------------------------------*
001700 01  WS-COMMAND               PIC X(01) VALUE SPACE.
001710     88  WS-COMMAND-OLDER               VALUE 'F' 'f'.
001720     88  WS-COMMAND-NEWER               VALUE 'B' 'b'.
001730     88  WS-COMMAND-PRINT               VALUE 'P' 'p'.
001740     88  WS-COMMAND-NEXT-SENSOR         VALUE 'N' 'n'.
001750     88  WS-COMMAND-END                 VALUE 'X' 'x'.
001760
001770 01  WS-SESSION-SWITCHES.
001780     05  WS-SESSION-DONE-SWITCH PIC X(01) VALUE 'N'.
001790         88  WS-SESSION-DONE            VALUE 'Y'.
001800     05  WS-SENSOR-DONE-SWITCH PIC X(01) VALUE 'N'.
001810         88  WS-SENSOR-DONE             VALUE 'Y'.
001820     05  WS-ENTRY-OK-SWITCH   PIC X(01) VALUE 'N'.
001830         88  WS-ENTRY-OK                VALUE 'Y'.
001840     05  WS-SENSOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
001850         88  WS-SENSOR-FOUND            VALUE 'Y'.
001860
001870 01  WS-SCREEN-ERROR          PIC X(40) VALUE SPACES.
001880
001890 01  WS-SESSION-COUNTERS.
001900     05  WS-INQUIRY-COUNT     PIC 9(06) VALUE 0.
001910     05  WS-PRINTED-COUNT     PIC 9(06) VALUE 0.
001920
001930*----------------------------------------------------------*
001940* WS-SITE-SEARCH -- THE SEARCH OF EVERY SITE FOR A SENSOR
001950* KEYED WITHOUT ITS SITE.  THE MASTER IS SITE-MAJOR, SO THE
001960* SEARCH STEPS FROM SITE TO SITE, TRYING ONE KEYED READ AT
001970* EACH, THE WAY THE DEGREE-DAY EXTRACT DOES.
001980*----------------------------------------------------------*
001990 01  WS-SITE-SEARCH.
002000     05  WS-SEARCH-SITE-CODE  PIC X(03) VALUE SPACES.
002010     05  WS-SEARCH-DONE-SWITCH PIC X(01) VALUE 'N'.
002020         88  WS-SEARCH-DONE             VALUE 'Y'.
002030
002040*----------------------------------------------------------*
002050* WS-SHOW-FIELDS -- THE SENSOR IN VIEW, AS THE STATUS SCREEN
002060* AND THE PRINT SHOW IT.
002070*----------------------------------------------------------*
002080 01  WS-SHOW-FIELDS.
002090     05  WS-SHOW-SITE-CODE    PIC X(03).
002100     05  WS-SHOW-SENSOR-ID    PIC X(08).
002110     05  WS-SHOW-LOCATION     PIC X(20).
002120     05  WS-SHOW-DESCRIPTION  PIC X(24).
002130     05  WS-SHOW-UNIT         PIC X(01).
002140     05  WS-SHOW-LOW-LIMIT    PIC S9(4)V9(2).
002150     05  WS-SHOW-HIGH-LIMIT   PIC S9(4)V9(2).
002160     05  WS-SHOW-MAX-DELTA    PIC 9(4)V9(2).
002170     05  WS-SHOW-STATUS       PIC X(08).
002180     05  WS-SHOW-LAST-READING PIC X(40).
002190     05  WS-SHOW-COVERAGE     PIC X(40).
002200     05  WS-SHOW-OPEN-NOTE    PIC X(40).
002210     05  WS-SHOW-HIST-NOTE    PIC X(30).
002220
002230 01  WS-LAST-READING-TEXT.
002240     05  WS-LR-READ-DATE      PIC 9(08).
002250     05  FILLER               PIC X(01) VALUE SPACE.
002260     05  WS-LR-READ-TIME      PIC 9(08).
002270     05  FILLER               PIC X(02) VALUE SPACES.
002280     05  WS-LR-TEMP-C         PIC -ZZZ9.99.
002290     05  FILLER               PIC X(02) VALUE " C".
002300     05  FILLER               PIC X(11) VALUE SPACES.
002310
002320 01  WS-COVERAGE-TEXT.
002330     05  WS-CV-MISSED-SHIFTS  PIC ZZZ9.
002340     05  FILLER               PIC X(13) VALUE "   LAST SEEN ".
002350     05  WS-CV-LAST-SEEN-DATE PIC 9(08).
002360     05  FILLER               PIC X(15) VALUE SPACES.
002370
002380*----------------------------------------------------------*
002390* WS-DISP-TABLE -- EVERY DISPOSITION ON THE LOG FOR THE SENSOR
002400* IN VIEW, IN LOG ORDER.  A RELEASE OR REJECTION RESOLVES ONE
002410* QUARANTINED READING (SAME VALUE, UNIT AND REASON) AND IS THEN
002420* USED UP, AS ON THE AGING REPORT.  DEFERRALS RESOLVE NOTHING
002430* BUT ARE KEPT, SINCE ONE MAY BE AN OPEN ITEM'S LATEST WORD.
002440*----------------------------------------------------------*
002450 01  WS-DISP-CONTROL.
002460     05  WS-DISP-COUNT        PIC 9(04) COMP VALUE 0.
002470     05  WS-DISP-SUB          PIC 9(04) COMP VALUE 0.
002480     05  WS-DISP-LIMIT        PIC 9(04) COMP VALUE 1000.
002490     05  WS-DISP-LATEST-SUB   PIC 9(04) COMP VALUE 0.
002500     05  WS-DISP-FOUND-SWITCH PIC X(01) VALUE 'N'.
002510         88  WS-DISP-FOUND              VALUE 'Y'.
002520
002530 01  WS-DISP-TABLE.
002540     05  WS-DISP-ENTRY OCCURS 1000 TIMES.
002550         10  WS-DP-INPUT-TEMP     PIC S9(4)V9(2).
002560         10  WS-DP-INPUT-UNIT     PIC X(01).
002570         10  WS-DP-REASON-CODE    PIC X(04).
002580         10  WS-DP-DISPOSITION    PIC X(01).
002590             88  WS-DP-DEFERRED             VALUE 'D'.
002600         10  WS-DP-REVIEW-DATE    PIC 9(08).
002610         10  WS-DP-REVIEWER       PIC X(03).
002620         10  WS-DP-USED-SWITCH    PIC X(01).
002630             88  WS-DP-USED                 VALUE 'Y'.
002640
002650*----------------------------------------------------------*
002660* WS-OPEN-TABLE -- THE SENSOR'S OPEN QUARANTINE ITEMS, EACH
002670* HELD AS ITS FORMATTED LINE, IN THE ORDER QUARANTINED.
002680*----------------------------------------------------------*
002690 01  WS-OPEN-CONTROL.
002700     05  WS-OPEN-COUNT        PIC 9(04) COMP VALUE 0.
002710     05  WS-OPEN-SUB          PIC 9(04) COMP VALUE 0.
002720     05  WS-OPEN-LIMIT        PIC 9(04) COMP VALUE 200.
002730
002740 01  WS-OPEN-TABLE.
002750     05  WS-OPEN-LINE OCCURS 200 TIMES PIC X(78).
002760
002770 01  WS-OPEN-ITEM-LINE.
002780     05  WS-OI-RUN-DATE       PIC 9(08).
002790     05  FILLER               PIC X(02) VALUE SPACES.
002800     05  WS-OI-REASON-CODE    PIC X(04).
002810     05  FILLER               PIC X(01) VALUE SPACE.
002820     05  WS-OI-INPUT-TEMP     PIC -ZZZ9.99.
002830     05  FILLER               PIC X(01) VALUE SPACE.
002840     05  WS-OI-INPUT-UNIT     PIC X(01).
002850     05  FILLER               PIC X(02) VALUE SPACES.
002860     05  WS-OI-DISPOSITION    PIC X(16).
002870     05  FILLER               PIC X(01) VALUE SPACE.
002880     05  WS-OI-REVIEW-DATE    PIC X(08).
002890     05  FILLER               PIC X(01) VALUE SPACE.
002900     05  WS-OI-REVIEWER       PIC X(03).
002910     05  FILLER               PIC X(02) VALUE SPACES.
002920     05  WS-OI-REASON-TEXT    PIC X(20).
002930
002940*----------------------------------------------------------*
002950* WS-HIST-TABLE -- THE SENSOR'S MOST RECENT CONVERSIONS ON THE
002960* INQUIRY FILE, HELD OLDEST FIRST AS THEIR FORMATTED LINES AND
002970* SHOWN NEWEST FIRST.  THE ALTERNATE INDEX GIVES THEM OLDEST
002980* FIRST, SO A SENSOR WITH MORE THAN THE TABLE HOLDS IS COUNTED
002990* ON A FIRST PASS AND THE OLDEST SKIPPED ON THE SECOND.
003000*----------------------------------------------------------*
003010 01  WS-HIST-CONTROL.
003020     05  WS-HIST-COUNT        PIC 9(04) COMP VALUE 0.
003030     05  WS-HIST-SUB          PIC 9(04) COMP VALUE 0.
003040     05  WS-HIST-LIMIT        PIC 9(04) COMP VALUE 300.
003050     05  WS-HIST-ON-FILE      PIC 9(06) COMP VALUE 0.
003060     05  WS-HIST-SKIP         PIC 9(06) COMP VALUE 0.
003070     05  WS-HIST-READ-COUNT   PIC 9(06) COMP VALUE 0.
003080
003090 01  WS-HIST-TABLE.
003100     05  WS-HIST-LINE OCCURS 300 TIMES PIC X(78).
003110
003120 01  WS-HISTORY-LINE.
003130     05  WS-HL-RUN-DATE       PIC 9(08).
003140     05  FILLER               PIC X(01) VALUE SPACE.
003150     05  WS-HL-RUN-TIME       PIC 9(08).
003160     05  FILLER               PIC X(02) VALUE SPACES.
003170     05  WS-HL-INPUT-TEMP     PIC -ZZZ9.99.
003180     05  FILLER               PIC X(01) VALUE SPACE.
003190     05  WS-HL-INPUT-UNIT     PIC X(01).
003200     05  FILLER               PIC X(04) VALUE " -> ".
003210     05  WS-HL-OUTPUT-TEMP    PIC -ZZZ9.99.
003220     05  FILLER               PIC X(01) VALUE SPACE.
003230     05  WS-HL-OUTPUT-UNIT    PIC X(01).
003240     05  FILLER               PIC X(03) VALUE SPACES.
003250     05  WS-HL-SOURCE-MODE    PIC X(01).
003260     05  FILLER               PIC X(03) VALUE SPACES.
003270     05  WS-HL-BATCH-ID       PIC X(08).
003280     05  FILLER               PIC X(20) VALUE SPACES.
003290
003300 01  WS-HISTORY-CAPTION.
003310     05  FILLER               PIC X(36)
003320             VALUE "RUN DATE RUN TIME      INPUT        ".
003330     05  FILLER               PIC X(42)
003340             VALUE "OUTPUT   MODE BATCH".
003350
003360*----------------------------------------------------------*
003370* WS-PAGE-CONTROL -- THE PAGE OF CONVERSIONS ON THE SCREEN.
003380* PAGE 1 IS THE NEWEST.  THE SCREEN LINES ARE NAMED FOR THE
003390* SCREEN SECTION AND REDEFINED AS A TABLE TO FILL THEM.
003400*----------------------------------------------------------*
003410 01  WS-PAGE-CONTROL.
003420     05  WS-PAGE-NO           PIC 9(03) VALUE 0.
003430     05  WS-PAGE-COUNT        PIC 9(03) VALUE 0.
003440     05  WS-PAGE-SIZE         PIC 9(04) COMP VALUE 7.
003450     05  WS-PAGE-LINE-SUB     PIC 9(04) COMP VALUE 0.
003460     05  WS-PAGE-ENTRY-NO     PIC 9(04) COMP VALUE 0.
003470     05  WS-OPEN-SHOWN        PIC 9(04) COMP VALUE 3.
003480
003490 01  WS-SHOW-OPEN-LINES.
003500     05  WS-SHOW-OPEN-1       PIC X(78).
003510     05  WS-SHOW-OPEN-2       PIC X(78).
003520     05  WS-SHOW-OPEN-3       PIC X(78).
003530 01  WS-SHOW-OPEN-TABLE REDEFINES WS-SHOW-OPEN-LINES.
003540     05  WS-SHOW-OPEN-LINE OCCURS 3 TIMES PIC X(78).
003550
003560 01  WS-SHOW-HIST-LINES.
003570     05  WS-SHOW-HIST-1       PIC X(78).
003580     05  WS-SHOW-HIST-2       PIC X(78).
003590     05  WS-SHOW-HIST-3       PIC X(78).
003600     05  WS-SHOW-HIST-4       PIC X(78).
003610     05  WS-SHOW-HIST-5       PIC X(78).
003620     05  WS-SHOW-HIST-6       PIC X(78).
003630     05  WS-SHOW-HIST-7       PIC X(78).
003640 01  WS-SHOW-HIST-TABLE REDEFINES WS-SHOW-HIST-LINES.
003650     05  WS-SHOW-HIST-LINE OCCURS 7 TIMES PIC X(78).
003660
003670*----------------------------------------------------------*
003680* PRINT LINES FOR THE TEMPSIR STATUS PRINT.
003690*----------------------------------------------------------*
003700 01  WS-PRINT-HEADING.
003710     05  FILLER               PIC X(24)
003720             VALUE "SENSOR STATUS  SENSOR ".
003730     05  WS-PH-SENSOR-ID      PIC X(08).
003740     05  FILLER               PIC X(07) VALUE "  SITE ".
003750     05  WS-PH-SITE-CODE      PIC X(03).
003760     05  FILLER               PIC X(08) VALUE "  AS OF ".
003770     05  WS-PH-RUN-DATE       PIC 9(08).
003780     05  FILLER               PIC X(22) VALUE SPACES.
003790
003800 01  WS-PRINT-MASTER-LINE.
003810     05  FILLER               PIC X(10) VALUE "LOCATION  ".
003820     05  WS-PM-LOCATION       PIC X(20).
003830     05  FILLER               PIC X(02) VALUE SPACES.
003840     05  WS-PM-DESCRIPTION    PIC X(24).
003850     05  FILLER               PIC X(09) VALUE "  STATUS ".
003860     05  WS-PM-STATUS         PIC X(08).
003870     05  FILLER               PIC X(07) VALUE SPACES.
003880
003890 01  WS-PRINT-LIMIT-LINE.
003900     05  FILLER               PIC X(10) VALUE "UNIT      ".
003910     05  WS-PL-UNIT           PIC X(01).
003920     05  FILLER               PIC X(10) VALUE "  LIMITS  ".
003930     05  WS-PL-LOW-LIMIT      PIC -ZZZ9.99.
003940     05  FILLER               PIC X(04) VALUE " TO ".
003950     05  WS-PL-HIGH-LIMIT     PIC -ZZZ9.99.
003960     05  FILLER               PIC X(15) VALUE "  MAX DELTA C  ".
003970     05  WS-PL-MAX-DELTA      PIC ZZZ9.99.
003980     05  FILLER               PIC X(17) VALUE SPACES.
003990
004000 01  WS-PRINT-LABEL-LINE.
004010     05  WS-PB-LABEL          PIC X(24).
004020     05  WS-PB-TEXT           PIC X(56).
004030
004040 01  WS-PRINT-COUNT-LINE.
004050     05  WS-PC-LABEL          PIC X(24).
004060     05  WS-PC-COUNT          PIC ZZZ,ZZ9.
004070     05  FILLER               PIC X(02) VALUE SPACES.
004080     05  WS-PC-NOTE           PIC X(47).
004090
004100 SCREEN SECTION.
004110*----------------------------------------------------------*
004120* WS-KEY-SCREEN -- WHICH INSTRUMENT.
004130*----------------------------------------------------------*
004140 01  WS-KEY-SCREEN.
004150     05  BLANK SCREEN.
004160     05  LINE 01 COLUMN 01
004170             VALUE "PLANT TEMPERATURE CONVERSION - SENSOR".
004180     05  LINE 01 COLUMN 39 VALUE "STATUS INQUIRY".
004190     05  LINE 03 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
004200     05  LINE 03 COLUMN 27 PIC X(03) USING WS-KEY-SITE-CODE.
004210     05  LINE 03 COLUMN 37 VALUE "(BLANK = ANY SITE)".
004220     05  LINE 04 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
004230     05  LINE 04 COLUMN 27 PIC X(08) USING WS-KEY-SENSOR-ID.
004240     05  LINE 05 COLUMN 01 VALUE "ACTION (I/X) . . . . . . :".
004250     05  LINE 05 COLUMN 27 PIC X(01) USING WS-KEY-ACTION.
004260     05  LINE 05 COLUMN 31 VALUE "I=INQUIRE X=END".
004270     05  LINE 08 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
004280     05  LINE 08 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
004290
004300*----------------------------------------------------------*
004310* WS-STATUS-SCREEN -- EVERYTHING ON FILE ABOUT THE SENSOR.
004320* ONLY THE COMMAND IS OPEN FOR ENTRY.
004330*----------------------------------------------------------*
004340 01  WS-STATUS-SCREEN.
004350     05  BLANK SCREEN.
004360     05  LINE 01 COLUMN 01
004370             VALUE "PLANT TEMPERATURE CONVERSION - SENSOR".
004380     05  LINE 01 COLUMN 39 VALUE "STATUS INQUIRY".
004390     05  LINE 02 COLUMN 01 VALUE "SITE / SENSOR ID . . . . :".
004400     05  LINE 02 COLUMN 27 PIC X(03) FROM WS-SHOW-SITE-CODE.
004410     05  LINE 02 COLUMN 31 PIC X(08) FROM WS-SHOW-SENSOR-ID.
004420     05  LINE 02 COLUMN 41 PIC X(20) FROM WS-SHOW-LOCATION.
004430     05  LINE 03 COLUMN 01 VALUE "DESCRIPTION. . . . . . . :".
004440     05  LINE 03 COLUMN 27 PIC X(24) FROM WS-SHOW-DESCRIPTION.
004450     05  LINE 03 COLUMN 53 VALUE "STATUS".
004460     05  LINE 03 COLUMN 60 PIC X(08) FROM WS-SHOW-STATUS.
004470     05  LINE 04 COLUMN 01 VALUE "EXPECTED UNIT / LIMITS . :".
004480     05  LINE 04 COLUMN 27 PIC X(01) FROM WS-SHOW-UNIT.
004490     05  LINE 04 COLUMN 30 PIC -ZZZ9.99 FROM WS-SHOW-LOW-LIMIT.
004500     05  LINE 04 COLUMN 39 VALUE "TO".
004510     05  LINE 04 COLUMN 42 PIC -ZZZ9.99 FROM WS-SHOW-HIGH-LIMIT.
004520     05  LINE 04 COLUMN 53 VALUE "MAX DELTA C".
004530     05  LINE 04 COLUMN 65 PIC ZZZ9.99 FROM WS-SHOW-MAX-DELTA.
004540     05  LINE 05 COLUMN 01 VALUE "LAST ACCEPTED READING. . :".
004550     05  LINE 05 COLUMN 27 PIC X(40) FROM WS-SHOW-LAST-READING.
004560     05  LINE 06 COLUMN 01 VALUE "MISSED SHIFTS. . . . . . :".
004570     05  LINE 06 COLUMN 27 PIC X(40) FROM WS-SHOW-COVERAGE.
004580     05  LINE 08 COLUMN 01 VALUE "OPEN QUARANTINE ITEMS. . :".
004590     05  LINE 08 COLUMN 27 PIC ZZZ9 FROM WS-OPEN-COUNT.
004600     05  LINE 08 COLUMN 33 PIC X(40) FROM WS-SHOW-OPEN-NOTE.
004610     05  LINE 09 COLUMN 01 PIC X(78) FROM WS-SHOW-OPEN-1.
004620     05  LINE 10 COLUMN 01 PIC X(78) FROM WS-SHOW-OPEN-2.
004630     05  LINE 11 COLUMN 01 PIC X(78) FROM WS-SHOW-OPEN-3.
004640     05  LINE 13 COLUMN 01 VALUE "RECENT CONVERSIONS . . . :".
004650     05  LINE 13 COLUMN 27 VALUE "PAGE".
004660     05  LINE 13 COLUMN 32 PIC ZZ9 FROM WS-PAGE-NO.
004670     05  LINE 13 COLUMN 36 VALUE "OF".
004680     05  LINE 13 COLUMN 39 PIC ZZ9 FROM WS-PAGE-COUNT.
004690     05  LINE 13 COLUMN 44 PIC X(30) FROM WS-SHOW-HIST-NOTE.
004700     05  LINE 14 COLUMN 01 PIC X(78) FROM WS-HISTORY-CAPTION.
004710     05  LINE 15 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-1.
004720     05  LINE 16 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-2.
004730     05  LINE 17 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-3.
004740     05  LINE 18 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-4.
004750     05  LINE 19 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-5.
004760     05  LINE 20 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-6.
004770     05  LINE 21 COLUMN 01 PIC X(78) FROM WS-SHOW-HIST-7.
004780     05  LINE 22 COLUMN 01 VALUE "COMMAND (F/B/P/N/X). . . :".
004790     05  LINE 22 COLUMN 27 PIC X(01) USING WS-COMMAND.
004800     05  LINE 22 COLUMN 31
004810             VALUE "F=OLDER B=NEWER P=PRINT N=NEXT SENSOR X=END".
004820     05  LINE 24 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
004830     05  LINE 24 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
004840
004850 PROCEDURE DIVISION.
004860*----------------------------------------------------------*
004870* 0000-MAINLINE
004880*----------------------------------------------------------*
004890 0000-MAINLINE.
004900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004910
004920     PERFORM 2000-PROCESS-ONE-SENSOR THRU 2000-EXIT
004930         UNTIL WS-SESSION-DONE.
004940
004950     CLOSE SENSOR-FILE.
004960     IF WS-LRD-OPEN
004970         CLOSE LAST-READING-FILE
004980     END-IF.
004990     IF WS-AUK-OPEN
005000         CLOSE KEYED-AUDIT-FILE
005010     END-IF.
005020     CLOSE STATUS-PRINT-FILE.
005030
005040     DISPLAY "SENSORINQUIRY - " WS-INQUIRY-COUNT
005050         " SENSOR(S) VIEWED, " WS-PRINTED-COUNT
005060         " PRINTED - SEE TEMPSIR".
005070     STOP RUN.
005080
005090*----------------------------------------------------------*
005100* 1000-INITIALIZE -- OPEN THE KEYED FILES FOR LOOKUP AND THE
005110* PRINT FILE.  THE SENSOR MASTER MUST EXIST; THE LAST-READING
005120* AND INQUIRY FILES MAY NOT YET.  THE SEQUENTIAL FILES ARE
005130* OPENED AND CLOSED FOR EACH SENSOR, SINCE EACH IS READ FROM
005140* THE TOP EVERY TIME.
005150*----------------------------------------------------------*
005160 1000-INITIALIZE.
005170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005180
005190     OPEN INPUT SENSOR-FILE.
005200     IF WS-SENSOR-FILE-STATUS NOT = '00'
005210         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
005220         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
005230         PERFORM 9800-ABEND-RUN
005240     END-IF.
005250
005260     OPEN INPUT LAST-READING-FILE.
005270     IF WS-LAST-READING-FILE-STATUS = '00'
005280         MOVE 'Y' TO WS-LRD-OPEN-SWITCH
005290     ELSE
005300         IF NOT WS-LAST-READING-FILE-NOT-FOUND
005310             MOVE "TEMPLRD"  TO WS-ABEND-FILE-NAME
005320             MOVE WS-LAST-READING-FILE-STATUS TO WS-ABEND-STATUS
005330             PERFORM 9800-ABEND-RUN
005340         END-IF
005350     END-IF.
005360
005370     OPEN INPUT KEYED-AUDIT-FILE.
005380     IF WS-KEYED-FILE-STATUS = '00'
005390         MOVE 'Y' TO WS-AUK-OPEN-SWITCH
005400     ELSE
005410         IF NOT WS-KEYED-FILE-NOT-FOUND
005420             MOVE "TEMPAUK"  TO WS-ABEND-FILE-NAME
005430             MOVE WS-KEYED-FILE-STATUS TO WS-ABEND-STATUS
005440             PERFORM 9800-ABEND-RUN
005450         END-IF
005460     END-IF.
005470
005480     OPEN OUTPUT STATUS-PRINT-FILE.
005490     IF WS-PRINT-FILE-STATUS NOT = '00'
005500         MOVE "TEMPSIR"  TO WS-ABEND-FILE-NAME
005510         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
005520         PERFORM 9800-ABEND-RUN
005530     END-IF.
005540 1000-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580* 2000-PROCESS-ONE-SENSOR -- THE KEY SCREEN PICKS THE SENSOR,
005590* EVERY FILE IS GATHERED FOR IT, AND THE STATUS SCREEN STAYS UP
005600* UNTIL THE OPERATOR MOVES ON TO THE NEXT SENSOR OR ENDS.
005610*----------------------------------------------------------*
005620 2000-PROCESS-ONE-SENSOR.
005630     MOVE SPACES TO WS-KEY-SENSOR-ID.
005640     MOVE SPACE  TO WS-KEY-ACTION.
005650     MOVE SPACES TO WS-SCREEN-ERROR.
005660
005670     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
005680     PERFORM 2100-PROMPT-KEY THRU 2100-EXIT
005690         UNTIL WS-ENTRY-OK.
005700
005710     IF WS-SESSION-DONE
005720         GO TO 2000-EXIT
005730     END-IF.
005740
005750     PERFORM 3000-GATHER-STATUS THRU 3000-EXIT.
005760     ADD 1 TO WS-INQUIRY-COUNT.
005770
005780     MOVE 1 TO WS-PAGE-NO.
005790     MOVE SPACE TO WS-COMMAND.
005800     MOVE 'N' TO WS-SENSOR-DONE-SWITCH.
005810     PERFORM 5000-SHOW-STATUS THRU 5000-EXIT
005820         UNTIL WS-SENSOR-DONE.
005830 2000-EXIT.
005840     EXIT.
005850
005860 2100-PROMPT-KEY.
005870     DISPLAY WS-KEY-SCREEN.
005880     ACCEPT WS-KEY-SCREEN.
005890
005900     MOVE SPACES TO WS-SCREEN-ERROR.
005910
005920     IF WS-ACTION-END
005930         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
005940         MOVE 'Y' TO WS-ENTRY-OK-SWITCH
005950         GO TO 2100-EXIT
005960     END-IF.
005970
005980     IF NOT WS-ACTION-INQUIRE
005990         MOVE "ACTION MUST BE I OR X" TO WS-SCREEN-ERROR
006000         GO TO 2100-EXIT
006010     END-IF.
006020
006030     IF WS-KEY-SENSOR-ID = SPACES
006040         MOVE "SENSOR ID IS REQUIRED" TO WS-SCREEN-ERROR
006050         GO TO 2100-EXIT
006060     END-IF.
006070
006080     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
006090     IF WS-KEY-SITE-CODE = SPACES
006100         PERFORM 2200-FIND-SENSOR-AT-ANY-SITE THRU 2200-EXIT
006110     ELSE
006120         MOVE WS-KEY-SITE-CODE TO TM-SITE-CODE
006130         MOVE WS-KEY-SENSOR-ID TO TM-SENSOR-ID
006140         READ SENSOR-FILE
006150             INVALID KEY
006160                 CONTINUE
006170             NOT INVALID KEY
006180                 MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
006190         END-READ
006200     END-IF.
006210
006220     IF NOT WS-SENSOR-FOUND
006230         MOVE "SENSOR IS NOT ON THE MASTER" TO WS-SCREEN-ERROR
006240         GO TO 2100-EXIT
006250     END-IF.
006260
006270     MOVE 'Y' TO WS-ENTRY-OK-SWITCH.
006280 2100-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------*
006320* 2200-FIND-SENSOR-AT-ANY-SITE -- STEPS THROUGH THE SITES ON
006330* THE MASTER, TRYING A KEYED READ OF THE SENSOR AT EACH.
006340*----------------------------------------------------------*
006350 2200-FIND-SENSOR-AT-ANY-SITE.
006360     MOVE 'N' TO WS-SEARCH-DONE-SWITCH.
006370     MOVE LOW-VALUES TO TM-SENSOR-KEY.
006380     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
006390         INVALID KEY
006400             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006410     END-START.
006420     PERFORM 2210-SEARCH-ONE-SITE THRU 2210-EXIT
006430         UNTIL WS-SEARCH-DONE.
006440 2200-EXIT.
006450     EXIT.
006460
006470 2210-SEARCH-ONE-SITE.
006480     READ SENSOR-FILE NEXT RECORD
006490         AT END
006500             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006510             GO TO 2210-EXIT
006520     END-READ.
006530     MOVE TM-SITE-CODE TO WS-SEARCH-SITE-CODE.
006540
006550     MOVE WS-KEY-SENSOR-ID TO TM-SENSOR-ID.
006560     READ SENSOR-FILE
006570         INVALID KEY
006580             CONTINUE
006590         NOT INVALID KEY
006600             MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
006610             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006620             GO TO 2210-EXIT
006630     END-READ.
006640
006650     MOVE WS-SEARCH-SITE-CODE TO TM-SITE-CODE.
006660     MOVE HIGH-VALUES TO TM-SENSOR-ID.
006670     START SENSOR-FILE KEY > TM-SENSOR-KEY
006680         INVALID KEY
006690             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006700     END-START.
006710 2210-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------*
006750* 3000-GATHER-STATUS -- THE MASTER RECORD IS IN HAND FROM THE
006760* KEY SCREEN; EACH OTHER FILE IS READ FOR THE SENSOR IN TURN.
006770*----------------------------------------------------------*
006780 3000-GATHER-STATUS.
006790     MOVE TM-SITE-CODE     TO WS-SHOW-SITE-CODE.
006800     MOVE TM-SENSOR-ID     TO WS-SHOW-SENSOR-ID.
006810     MOVE TM-LOCATION      TO WS-SHOW-LOCATION.
006820     MOVE TM-DESCRIPTION   TO WS-SHOW-DESCRIPTION.
006830     MOVE TM-EXPECTED-UNIT TO WS-SHOW-UNIT.
006840     MOVE TM-LOW-LIMIT     TO WS-SHOW-LOW-LIMIT.
006850     MOVE TM-HIGH-LIMIT    TO WS-SHOW-HIGH-LIMIT.
006860     IF TM-MAX-DELTA-C IS NUMERIC
006870         MOVE TM-MAX-DELTA-C TO WS-SHOW-MAX-DELTA
006880     ELSE
006890         MOVE 0 TO WS-SHOW-MAX-DELTA
006900     END-IF.
006910     IF TM-SENSOR-RETIRED
006920         MOVE "RETIRED" TO WS-SHOW-STATUS
006930     ELSE
006940         MOVE "ACTIVE"  TO WS-SHOW-STATUS
006950     END-IF.
006960
006970     PERFORM 3100-READ-LAST-READING THRU 3100-EXIT.
006980     PERFORM 3200-READ-COVERAGE THRU 3200-EXIT.
006990     PERFORM 3300-LOAD-DISPOSITIONS THRU 3300-EXIT.
007000     PERFORM 3400-LOAD-OPEN-ITEMS THRU 3400-EXIT.
007010     PERFORM 3500-LOAD-HISTORY THRU 3500-EXIT.
007020 3000-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------*
007060* 3100-READ-LAST-READING -- THE LAST ACCEPTED READING, THE
007070* BASELINE THE NEXT READING'S DELTA CHECK WILL USE.
007080*----------------------------------------------------------*
007090 3100-READ-LAST-READING.
007100     MOVE "NONE ON FILE" TO WS-SHOW-LAST-READING.
007110     IF NOT WS-LRD-OPEN
007120         GO TO 3100-EXIT
007130     END-IF.
007140
007150     MOVE WS-SHOW-SENSOR-ID TO TN-SENSOR-ID.
007160     READ LAST-READING-FILE
007170         INVALID KEY
007180             GO TO 3100-EXIT
007190     END-READ.
007200
007210     MOVE TN-READ-DATE        TO WS-LR-READ-DATE.
007220     MOVE TN-READ-TIME        TO WS-LR-READ-TIME.
007230     MOVE TN-CANONICAL-TEMP-C TO WS-LR-TEMP-C.
007240     MOVE WS-LAST-READING-TEXT TO WS-SHOW-LAST-READING.
007250 3100-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------*
007290* 3200-READ-COVERAGE -- THE CONSECUTIVE SHIFTS MISSED AS OF
007300* THE LAST COVERAGE REPORT RUN.
007310*----------------------------------------------------------*
007320 3200-READ-COVERAGE.
007330     MOVE "NOT ON THE COVERAGE STATE FILE" TO WS-SHOW-COVERAGE.
007340     OPEN INPUT COVER-STATE-FILE.
007350     IF WS-COVER-FILE-NOT-FOUND
007360         GO TO 3200-EXIT
007370     END-IF.
007380     IF WS-COVER-FILE-STATUS NOT = '00'
007390         MOVE "TEMPCVS"  TO WS-ABEND-FILE-NAME
007400         MOVE WS-COVER-FILE-STATUS TO WS-ABEND-STATUS
007410         PERFORM 9800-ABEND-RUN
007420     END-IF.
007430
007440     MOVE 'N' TO WS-COVER-EOF-SWITCH.
007450     PERFORM 3210-CHECK-ONE-COVERAGE THRU 3210-EXIT
007460         UNTIL WS-COVER-EOF.
007470     CLOSE COVER-STATE-FILE.
007480 3200-EXIT.
007490     EXIT.
007500
007510 3210-CHECK-ONE-COVERAGE.
007520     READ COVER-STATE-FILE
007530         AT END
007540             MOVE 'Y' TO WS-COVER-EOF-SWITCH
007550             GO TO 3210-EXIT
007560     END-READ.
007570
007580     IF TC-SENSOR-ID = WS-SHOW-SENSOR-ID
007590         MOVE TC-MISSED-SHIFTS  TO WS-CV-MISSED-SHIFTS
007600         MOVE TC-LAST-SEEN-DATE TO WS-CV-LAST-SEEN-DATE
007610         MOVE WS-COVERAGE-TEXT  TO WS-SHOW-COVERAGE
007620         MOVE 'Y' TO WS-COVER-EOF-SWITCH
007630     END-IF.
007640 3210-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------*
007680* 3300-LOAD-DISPOSITIONS -- TABLE THE SENSOR'S DISPOSITIONS.
007690* A LOG PAST THE TABLE LIMIT WOULD MAKE THE OPEN-ITEM ANSWER
007700* WRONG, SO THE RUN REFUSES AS THE AGING REPORT DOES.
007710*----------------------------------------------------------*
007720 3300-LOAD-DISPOSITIONS.
007730     MOVE 0 TO WS-DISP-COUNT.
007740     OPEN INPUT DISPOSITION-FILE.
007750     IF WS-DISPOSITION-FILE-NOT-FOUND
007760         GO TO 3300-EXIT
007770     END-IF.
007780     IF WS-DISPOSITION-FILE-STATUS NOT = '00'
007790         MOVE "TEMPXDP"  TO WS-ABEND-FILE-NAME
007800         MOVE WS-DISPOSITION-FILE-STATUS TO WS-ABEND-STATUS
007810         PERFORM 9800-ABEND-RUN
007820     END-IF.
007830
007840     MOVE 'N' TO WS-DISP-EOF-SWITCH.
007850     PERFORM 3310-TABLE-ONE-DISPOSITION THRU 3310-EXIT
007860         UNTIL WS-DISP-EOF.
007870     CLOSE DISPOSITION-FILE.
007880 3300-EXIT.
007890     EXIT.
007900
007910 3310-TABLE-ONE-DISPOSITION.
007920     READ DISPOSITION-FILE
007930         AT END
007940             MOVE 'Y' TO WS-DISP-EOF-SWITCH
007950             GO TO 3310-EXIT
007960     END-READ.
007970
007980     IF TD-SENSOR-ID NOT = WS-SHOW-SENSOR-ID
007990         GO TO 3310-EXIT
008000     END-IF.
008010
008020     IF WS-DISP-COUNT = WS-DISP-LIMIT
008030         DISPLAY "SENSORINQUIRY - DISPOSITION LOG EXCEEDS "
008040             "TABLE LIMIT - RUN REFUSED"
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080
008090     ADD 1 TO WS-DISP-COUNT.
008100     MOVE TD-INPUT-TEMP   TO WS-DP-INPUT-TEMP (WS-DISP-COUNT).
008110     MOVE TD-INPUT-UNIT   TO WS-DP-INPUT-UNIT (WS-DISP-COUNT).
008120     MOVE TD-REASON-CODE  TO WS-DP-REASON-CODE (WS-DISP-COUNT).
008130     MOVE TD-DISPOSITION  TO WS-DP-DISPOSITION (WS-DISP-COUNT).
008140     MOVE TD-REVIEW-DATE  TO WS-DP-REVIEW-DATE (WS-DISP-COUNT).
008150     MOVE TD-REVIEWER-INITIALS TO WS-DP-REVIEWER (WS-DISP-COUNT).
008160     MOVE 'N' TO WS-DP-USED-SWITCH (WS-DISP-COUNT).
008170 3310-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210* 3400-LOAD-OPEN-ITEMS -- ONE PASS OVER THE QUARANTINE.  EACH
008220* OF THE SENSOR'S RECORDS EITHER USES UP A MATCHING RELEASE OR
008230* REJECTION (RESOLVED) OR IS TABLED AS OPEN WITH ITS LATEST
008240* DEFERRAL, IF ANY.
008250*----------------------------------------------------------*
008260 3400-LOAD-OPEN-ITEMS.
008270     MOVE 0 TO WS-OPEN-COUNT.
008280     OPEN INPUT EXCEPTION-FILE.
008290     IF WS-EXCEPTION-FILE-NOT-FOUND
008300         GO TO 3400-EXIT
008310     END-IF.
008320     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
008330         MOVE "TEMPEXC"  TO WS-ABEND-FILE-NAME
008340         MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
008350         PERFORM 9800-ABEND-RUN
008360     END-IF.
008370
008380     MOVE 'N' TO WS-EXC-EOF-SWITCH.
008390     PERFORM 3410-CHECK-ONE-EXCEPTION THRU 3410-EXIT
008400         UNTIL WS-EXC-EOF.
008410     CLOSE EXCEPTION-FILE.
008420 3400-EXIT.
008430     EXIT.
008440
008450 3410-CHECK-ONE-EXCEPTION.
008460     READ EXCEPTION-FILE
008470         AT END
008480             MOVE 'Y' TO WS-EXC-EOF-SWITCH
008490             GO TO 3410-EXIT
008500     END-READ.
008510
008520     IF TX-SENSOR-ID NOT = WS-SHOW-SENSOR-ID
008530         GO TO 3410-EXIT
008540     END-IF.
008550
008560     PERFORM 7000-MATCH-DISPOSITION THRU 7000-EXIT.
008570     IF WS-DISP-FOUND
008580         MOVE 'Y' TO WS-DP-USED-SWITCH (WS-DISP-SUB)
008590         GO TO 3410-EXIT
008600     END-IF.
008610
008620     IF WS-OPEN-COUNT = WS-OPEN-LIMIT
008630         DISPLAY "SENSORINQUIRY - OPEN ITEMS EXCEED "
008640             "TABLE LIMIT - RUN REFUSED"
008650         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008670     END-IF.
008680
008690     PERFORM 7100-FIND-LATEST-DEFERRAL THRU 7100-EXIT.
008700
008710     MOVE TX-RUN-DATE     TO WS-OI-RUN-DATE.
008720     MOVE TX-REASON-CODE  TO WS-OI-REASON-CODE.
008730     MOVE TX-INPUT-TEMP   TO WS-OI-INPUT-TEMP.
008740     MOVE TX-INPUT-UNIT   TO WS-OI-INPUT-UNIT.
008750     MOVE TX-REASON-TEXT  TO WS-OI-REASON-TEXT.
008760     IF WS-DISP-LATEST-SUB = 0
008770         MOVE "NOT YET REVIEWED" TO WS-OI-DISPOSITION
008780         MOVE SPACES TO WS-OI-REVIEW-DATE
008790         MOVE SPACES TO WS-OI-REVIEWER
008800     ELSE
008810         MOVE "DEFERRED" TO WS-OI-DISPOSITION
008820         MOVE WS-DP-REVIEW-DATE (WS-DISP-LATEST-SUB)
008830             TO WS-OI-REVIEW-DATE
008840         MOVE WS-DP-REVIEWER (WS-DISP-LATEST-SUB)
008850             TO WS-OI-REVIEWER
008860     END-IF.
008870
008880     ADD 1 TO WS-OPEN-COUNT.
008890     MOVE WS-OPEN-ITEM-LINE TO WS-OPEN-LINE (WS-OPEN-COUNT).
008900 3410-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------*
008940* 3500-LOAD-HISTORY -- THE SENSOR'S CONVERSIONS THROUGH THE
008950* SENSOR ID ALTERNATE INDEX.  THE FIRST PASS COUNTS THEM; THE
008960* SECOND SKIPS ALL BUT THE MOST RECENT THE TABLE HOLDS.
008970*----------------------------------------------------------*
008980 3500-LOAD-HISTORY.
008990     MOVE 0 TO WS-HIST-COUNT.
009000     MOVE 0 TO WS-HIST-ON-FILE.
009010     MOVE SPACES TO WS-SHOW-HIST-NOTE.
009020     IF NOT WS-AUK-OPEN
009030         MOVE "INQUIRY FILE NOT LOADED" TO WS-SHOW-HIST-NOTE
009040         GO TO 3500-EXIT
009050     END-IF.
009060
009070     PERFORM 3510-START-SENSOR THRU 3510-EXIT.
009080     PERFORM 3520-COUNT-ONE-CONVERSION THRU 3520-EXIT
009090         UNTIL WS-HIST-EOF.
009100
009110     MOVE 0 TO WS-HIST-SKIP.
009120     IF WS-HIST-ON-FILE > WS-HIST-LIMIT
009130         COMPUTE WS-HIST-SKIP = WS-HIST-ON-FILE - WS-HIST-LIMIT
009140         MOVE "OLDER ONES VIA AUDIT INQUIRY" TO WS-SHOW-HIST-NOTE
009150     END-IF.
009160
009170     MOVE 0 TO WS-HIST-READ-COUNT.
009180     PERFORM 3510-START-SENSOR THRU 3510-EXIT.
009190     PERFORM 3530-TABLE-ONE-CONVERSION THRU 3530-EXIT
009200         UNTIL WS-HIST-EOF.
009210
009220     IF WS-HIST-COUNT = 0
009230         MOVE "NONE ON THE INQUIRY FILE" TO WS-SHOW-HIST-NOTE
009240     END-IF.
009250 3500-EXIT.
009260     EXIT.
009270
009280 3510-START-SENSOR.
009290     MOVE 'N' TO WS-HIST-EOF-SWITCH.
009300     MOVE WS-SHOW-SENSOR-ID TO TQ-SENSOR-ID.
009310     START KEYED-AUDIT-FILE KEY = TQ-SENSOR-ID
009320         INVALID KEY
009330             MOVE 'Y' TO WS-HIST-EOF-SWITCH
009340     END-START.
009350 3510-EXIT.
009360     EXIT.
009370
009380 3520-COUNT-ONE-CONVERSION.
009390     PERFORM 3540-READ-NEXT-CONVERSION THRU 3540-EXIT.
009400     IF NOT WS-HIST-EOF
009410         ADD 1 TO WS-HIST-ON-FILE
009420     END-IF.
009430 3520-EXIT.
009440     EXIT.
009450
009460 3530-TABLE-ONE-CONVERSION.
009470     PERFORM 3540-READ-NEXT-CONVERSION THRU 3540-EXIT.
009480     IF WS-HIST-EOF
009490         GO TO 3530-EXIT
009500     END-IF.
009510
009520     ADD 1 TO WS-HIST-READ-COUNT.
009530     IF WS-HIST-READ-COUNT NOT > WS-HIST-SKIP
009540         GO TO 3530-EXIT
009550     END-IF.
009560
009570     MOVE TQ-RUN-DATE    TO WS-HL-RUN-DATE.
009580     MOVE TQ-RUN-TIME    TO WS-HL-RUN-TIME.
009590     MOVE TQ-INPUT-TEMP  TO WS-HL-INPUT-TEMP.
009600     MOVE TQ-INPUT-UNIT  TO WS-HL-INPUT-UNIT.
009610     MOVE TQ-OUTPUT-TEMP TO WS-HL-OUTPUT-TEMP.
009620     MOVE TQ-OUTPUT-UNIT TO WS-HL-OUTPUT-UNIT.
009630     MOVE TQ-SOURCE-MODE TO WS-HL-SOURCE-MODE.
009640     MOVE TQ-BATCH-ID    TO WS-HL-BATCH-ID.
009650     ADD 1 TO WS-HIST-COUNT.
009660     MOVE WS-HISTORY-LINE TO WS-HIST-LINE (WS-HIST-COUNT).
009670 3530-EXIT.
009680     EXIT.
009690
009700 3540-READ-NEXT-CONVERSION.
009710     READ KEYED-AUDIT-FILE NEXT RECORD
009720         AT END
009730             MOVE 'Y' TO WS-HIST-EOF-SWITCH
009740     END-READ.
009750     IF WS-KEYED-END-OF-SET
009760         MOVE 'Y' TO WS-HIST-EOF-SWITCH
009770     END-IF.
009780     IF NOT WS-HIST-EOF
009790        AND TQ-SENSOR-ID NOT = WS-SHOW-SENSOR-ID
009800         MOVE 'Y' TO WS-HIST-EOF-SWITCH
009810     END-IF.
009820 3540-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------*
009860* 5000-SHOW-STATUS -- BUILD THE PAGE IN VIEW, SHOW IT, AND ACT
009870* ON THE OPERATOR'S COMMAND.
009880*----------------------------------------------------------*
009890 5000-SHOW-STATUS.
009900     PERFORM 5100-BUILD-PAGE THRU 5100-EXIT.
009910
009920     DISPLAY WS-STATUS-SCREEN.
009930     ACCEPT WS-STATUS-SCREEN.
009940
009950     MOVE SPACES TO WS-SCREEN-ERROR.
009960
009970     EVALUATE TRUE
009980         WHEN WS-COMMAND-OLDER
009990             IF WS-PAGE-NO < WS-PAGE-COUNT
010000                 ADD 1 TO WS-PAGE-NO
010010             ELSE
010020                 MOVE "NO OLDER CONVERSIONS" TO WS-SCREEN-ERROR
010030             END-IF
010040         WHEN WS-COMMAND-NEWER
010050             IF WS-PAGE-NO > 1
010060                 SUBTRACT 1 FROM WS-PAGE-NO
010070             ELSE
010080                 MOVE "NO NEWER CONVERSIONS" TO WS-SCREEN-ERROR
010090             END-IF
010100         WHEN WS-COMMAND-PRINT
010110             PERFORM 6000-PRINT-STATUS THRU 6000-EXIT
010120             MOVE "PRINTED TO TEMPSIR" TO WS-SCREEN-ERROR
010130         WHEN WS-COMMAND-NEXT-SENSOR
010140             MOVE 'Y' TO WS-SENSOR-DONE-SWITCH
010150         WHEN WS-COMMAND-END
010160             MOVE 'Y' TO WS-SENSOR-DONE-SWITCH
010170             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
010180         WHEN OTHER
010190             MOVE "COMMAND MUST BE F, B, P, N OR X"
010200                 TO WS-SCREEN-ERROR
010210     END-EVALUATE.
010220     MOVE SPACE TO WS-COMMAND.
010230 5000-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------*
010270* 5100-BUILD-PAGE -- THE FIRST OPEN ITEMS AND THE PAGE OF
010280* CONVERSIONS IN VIEW, NEWEST FIRST.  LINE N OF PAGE P SHOWS
010290* TABLE ENTRY COUNT - ((P - 1) * PAGE SIZE) - N + 1.
010300*----------------------------------------------------------*
010310 5100-BUILD-PAGE.
010320     MOVE SPACES TO WS-SHOW-OPEN-LINES.
010330     MOVE SPACES TO WS-SHOW-OPEN-NOTE.
010340     IF WS-OPEN-COUNT = 0
010350         MOVE "NONE" TO WS-SHOW-OPEN-1
010360     END-IF.
010370     IF WS-OPEN-COUNT > WS-OPEN-SHOWN
010380         MOVE "FIRST 3 SHOWN - PRINT FOR ALL"
010390             TO WS-SHOW-OPEN-NOTE
010400     END-IF.
010410     MOVE 1 TO WS-OPEN-SUB.
010420     PERFORM 5110-SHOW-ONE-OPEN-ITEM THRU 5110-EXIT
010430         UNTIL WS-OPEN-SUB > WS-OPEN-SHOWN
010440            OR WS-OPEN-SUB > WS-OPEN-COUNT.
010450
010460     COMPUTE WS-PAGE-COUNT =
010470         (WS-HIST-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
010480     IF WS-PAGE-COUNT = 0
010490         MOVE 1 TO WS-PAGE-COUNT
010500     END-IF.
010510
010520     MOVE SPACES TO WS-SHOW-HIST-LINES.
010530     MOVE 1 TO WS-PAGE-LINE-SUB.
010540     PERFORM 5120-SHOW-ONE-HISTORY-LINE THRU 5120-EXIT
010550         UNTIL WS-PAGE-LINE-SUB > WS-PAGE-SIZE.
010560 5100-EXIT.
010570     EXIT.
010580
010590 5110-SHOW-ONE-OPEN-ITEM.
010600     MOVE WS-OPEN-LINE (WS-OPEN-SUB)
010610         TO WS-SHOW-OPEN-LINE (WS-OPEN-SUB).
010620     ADD 1 TO WS-OPEN-SUB.
010630 5110-EXIT.
010640     EXIT.
010650
010660 5120-SHOW-ONE-HISTORY-LINE.
010670     IF WS-HIST-COUNT - ((WS-PAGE-NO - 1) * WS-PAGE-SIZE)
010680           < WS-PAGE-LINE-SUB
010690         GO TO 5120-NEXT
010700     END-IF.
010710     COMPUTE WS-PAGE-ENTRY-NO =
010720         WS-HIST-COUNT - ((WS-PAGE-NO - 1) * WS-PAGE-SIZE)
010730         - WS-PAGE-LINE-SUB + 1.
010740     MOVE WS-HIST-LINE (WS-PAGE-ENTRY-NO)
010750         TO WS-SHOW-HIST-LINE (WS-PAGE-LINE-SUB).
010760 5120-NEXT.
010770     ADD 1 TO WS-PAGE-LINE-SUB.
010780 5120-EXIT.
010790     EXIT.
010800
010810*----------------------------------------------------------*
010820* 6000-PRINT-STATUS -- THE WHOLE PICTURE TO TEMPSIR: THE
010830* MASTER, LAST READING AND COVERAGE, EVERY OPEN ITEM AND EVERY
010840* CONVERSION HELD, NEWEST FIRST.
010850*----------------------------------------------------------*
010860 6000-PRINT-STATUS.
010870     MOVE WS-SHOW-SENSOR-ID TO WS-PH-SENSOR-ID.
010880     MOVE WS-SHOW-SITE-CODE TO WS-PH-SITE-CODE.
010890     MOVE WS-CURRENT-DATE   TO WS-PH-RUN-DATE.
010900     MOVE WS-PRINT-HEADING  TO SI-PRINT-LINE.
010910     WRITE SI-PRINT-LINE.
010920     MOVE SPACES TO SI-PRINT-LINE.
010930     WRITE SI-PRINT-LINE.
010940
010950     MOVE WS-SHOW-LOCATION    TO WS-PM-LOCATION.
010960     MOVE WS-SHOW-DESCRIPTION TO WS-PM-DESCRIPTION.
010970     MOVE WS-SHOW-STATUS      TO WS-PM-STATUS.
010980     MOVE WS-PRINT-MASTER-LINE TO SI-PRINT-LINE.
010990     WRITE SI-PRINT-LINE.
011000
011010     MOVE WS-SHOW-UNIT       TO WS-PL-UNIT.
011020     MOVE WS-SHOW-LOW-LIMIT  TO WS-PL-LOW-LIMIT.
011030     MOVE WS-SHOW-HIGH-LIMIT TO WS-PL-HIGH-LIMIT.
011040     MOVE WS-SHOW-MAX-DELTA  TO WS-PL-MAX-DELTA.
011050     MOVE WS-PRINT-LIMIT-LINE TO SI-PRINT-LINE.
011060     WRITE SI-PRINT-LINE.
011070
011080     MOVE "LAST ACCEPTED READING" TO WS-PB-LABEL.
011090     MOVE WS-SHOW-LAST-READING TO WS-PB-TEXT.
011100     MOVE WS-PRINT-LABEL-LINE TO SI-PRINT-LINE.
011110     WRITE SI-PRINT-LINE.
011120
011130     MOVE "MISSED SHIFTS" TO WS-PB-LABEL.
011140     MOVE WS-SHOW-COVERAGE TO WS-PB-TEXT.
011150     MOVE WS-PRINT-LABEL-LINE TO SI-PRINT-LINE.
011160     WRITE SI-PRINT-LINE.
011170     MOVE SPACES TO SI-PRINT-LINE.
011180     WRITE SI-PRINT-LINE.
011190
011200     MOVE "OPEN QUARANTINE ITEMS" TO WS-PC-LABEL.
011210     MOVE WS-OPEN-COUNT TO WS-PC-COUNT.
011220     MOVE SPACES TO WS-PC-NOTE.
011230     MOVE WS-PRINT-COUNT-LINE TO SI-PRINT-LINE.
011240     WRITE SI-PRINT-LINE.
011250     MOVE 1 TO WS-OPEN-SUB.
011260     PERFORM 6100-PRINT-ONE-OPEN-ITEM THRU 6100-EXIT
011270         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
011280     MOVE SPACES TO SI-PRINT-LINE.
011290     WRITE SI-PRINT-LINE.
011300
011310     MOVE "RECENT CONVERSIONS" TO WS-PC-LABEL.
011320     MOVE WS-HIST-COUNT TO WS-PC-COUNT.
011330     MOVE WS-SHOW-HIST-NOTE TO WS-PC-NOTE.
011340     MOVE WS-PRINT-COUNT-LINE TO SI-PRINT-LINE.
011350     WRITE SI-PRINT-LINE.
011360     MOVE WS-HISTORY-CAPTION TO SI-PRINT-LINE.
011370     WRITE SI-PRINT-LINE.
011380     MOVE WS-HIST-COUNT TO WS-HIST-SUB.
011390     PERFORM 6200-PRINT-ONE-HISTORY-LINE THRU 6200-EXIT
011400         UNTIL WS-HIST-SUB = 0.
011410     MOVE SPACES TO SI-PRINT-LINE.
011420     WRITE SI-PRINT-LINE.
011430
011440     ADD 1 TO WS-PRINTED-COUNT.
011450 6000-EXIT.
011460     EXIT.
011470
011480 6100-PRINT-ONE-OPEN-ITEM.
011490     MOVE WS-OPEN-LINE (WS-OPEN-SUB) TO SI-PRINT-LINE.
011500     WRITE SI-PRINT-LINE.
011510     ADD 1 TO WS-OPEN-SUB.
011520 6100-EXIT.
011530     EXIT.
011540
011550 6200-PRINT-ONE-HISTORY-LINE.
011560     MOVE WS-HIST-LINE (WS-HIST-SUB) TO SI-PRINT-LINE.
011570     WRITE SI-PRINT-LINE.
011580     SUBTRACT 1 FROM WS-HIST-SUB.
011590 6200-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------*
011630* 7000-MATCH-DISPOSITION -- FINDS AN UNUSED RELEASE OR
011640* REJECTION FOR THE QUARANTINED READING IN THE EXCEPTION
011650* RECORD AREA: SAME VALUE, UNIT AND REASON.
011660*----------------------------------------------------------*
011670 7000-MATCH-DISPOSITION.
011680     MOVE 'N' TO WS-DISP-FOUND-SWITCH.
011690     MOVE 1 TO WS-DISP-SUB.
011700     PERFORM 7010-MATCH-ONE-DISPOSITION THRU 7010-EXIT
011710         UNTIL WS-DISP-FOUND
011720            OR WS-DISP-SUB > WS-DISP-COUNT.
011730 7000-EXIT.
011740     EXIT.
011750
011760 7010-MATCH-ONE-DISPOSITION.
011770     IF NOT WS-DP-USED (WS-DISP-SUB)
011780        AND NOT WS-DP-DEFERRED (WS-DISP-SUB)
011790        AND WS-DP-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
011800        AND WS-DP-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
011810        AND WS-DP-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
011820         MOVE 'Y' TO WS-DISP-FOUND-SWITCH
011830     ELSE
011840         ADD 1 TO WS-DISP-SUB
011850     END-IF.
011860 7010-EXIT.
011870     EXIT.
011880
011890*----------------------------------------------------------*
011900* 7100-FIND-LATEST-DEFERRAL -- THE LAST DEFERRAL ON THE LOG
011910* FOR THE OPEN READING (SAME VALUE, UNIT AND REASON), LEFT IN
011920* WS-DISP-LATEST-SUB; ZERO WHEN IT HAS NEVER BEEN REVIEWED.
011930*----------------------------------------------------------*
011940 7100-FIND-LATEST-DEFERRAL.
011950     MOVE 0 TO WS-DISP-LATEST-SUB.
011960     MOVE 1 TO WS-DISP-SUB.
011970     PERFORM 7110-CHECK-ONE-DEFERRAL THRU 7110-EXIT
011980         UNTIL WS-DISP-SUB > WS-DISP-COUNT.
011990 7100-EXIT.
012000     EXIT.
012010
012020 7110-CHECK-ONE-DEFERRAL.
012030     IF WS-DP-DEFERRED (WS-DISP-SUB)
012040        AND WS-DP-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
012050        AND WS-DP-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
012060        AND WS-DP-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
012070         MOVE WS-DISP-SUB TO WS-DISP-LATEST-SUB
012080     END-IF.
012090     ADD 1 TO WS-DISP-SUB.
012100 7110-EXIT.
012110     EXIT.
012120
012130*----------------------------------------------------------*
012140* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
012150* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
012160* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
012170* WITH A NON-ZERO RETURN CODE.
012180*----------------------------------------------------------*
012190 9800-ABEND-RUN.
012200     DISPLAY "SENSORINQUIRY - FILE ERROR - "
012210         WS-ABEND-MESSAGE.
012220     MOVE 16 TO RETURN-CODE.
012230     STOP RUN.
