000010*================================================================
000020* PROGRAM      PeriodClose
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* END-OF-DAY BUSINESS-DATE CLOSE.  MARKS A BUSINESS DATE CLOSED
000080* FOR A SITE ON THE PERIOD CONTROL FILE (TEMPPER), WITH THE
000090* CLOSING COUNTS AND WHO CLOSED IT.  THE COUNTS ARE THE TOTALS
000100* OF THE DATE'S ENTRIES ON THE PROCESSED-BATCH REGISTER
000110* (TEMPREG): BATCHES, READINGS, RESULTS AND EXCEPTIONS.  ONCE A
000120* DATE IS CLOSED THE CONVERSION PROGRAM SETS ASIDE ANY LATER
000130* BATCH FOR IT THAT DOES NOT CARRY A SUPERVISOR REOPEN
000140* AUTHORIZATION, AND THE DEGREE-DAY EXTRACT WILL BILL IT.
000150*
000160* A DATE ALREADY CLOSED AND UNTOUCHED SINCE IS LEFT AS IT IS.
000170* A DATE THAT AN AUTHORIZED BATCH HAS POSTED INTO SINCE IT WAS
000180* CLOSED (STATUS 'R') IS CLOSED AGAIN WITH FRESH COUNTS, WHICH
000190* RELEASES IT TO THE DEGREE-DAY EXTRACT ONCE MORE.
000200*
000210* REGISTER ENTRIES WRITTEN BEFORE SITE CODES EXISTED CARRY NO
000220* SITE AND BELONG TO NO SITE'S CLOSE; THEY ARE NOT COUNTED.
000230*
000240* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000250*   POS  1-8   BUSINESS DATE TO CLOSE, YYYYMMDD (REQUIRED; NOT
000260*              LATER THAN TODAY)
000270*   POS 10-12  SITE CODE (OPTIONAL; BLANK CLOSES THE DATE FOR
000280*              EVERY SITE WITH A BATCH REGISTERED UNDER IT)
000290*   POS 14-21  WHO IS CLOSING THE DATE (REQUIRED)
000300*
000310* RETURN CODES:
000320*   0   EVERY SITE NAMED OR FOUND WAS CLOSED
000330*   4   NOTHING TO CLOSE FOR SOME SITE: ALREADY CLOSED, OR NO
000340*       SITE GIVEN AND NO BATCH REGISTERED FOR THE DATE
000350*   16  FILE ERROR, BAD PARM OR TABLE OVERFLOW
000360*
000370* MODIFICATION HISTORY
000380* 10/15/2026  JH   ORIGINAL BUSINESS-DATE CLOSE.
000390*================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PeriodClose.
000420 AUTHOR. J HENDERSON.
000430 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REGISTER-FILE ASSIGN TO "TEMPREG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000530
000540     SELECT PERIOD-FILE ASSIGN TO "TEMPPER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS TPC-PERIOD-KEY
000580         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REGISTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TEMPREG.
000650
000660 FD  PERIOD-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TEMPPER.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-REGISTER-FILE-STATUS  PIC X(02) VALUE '00'.
000720     88  WS-REGISTER-FILE-NOT-FOUND     VALUE '35'.
000730 01  WS-PERIOD-FILE-STATUS    PIC X(02) VALUE '00'.
000740     88  WS-PERIOD-FILE-NOT-FOUND       VALUE '35'.
000750     88  WS-PERIOD-KEY-NOT-FOUND        VALUE '23'.
000760
000770 01  WS-REGISTER-EOF-SWITCH   PIC X(01) VALUE 'N'.
000780     88  WS-REGISTER-EOF                VALUE 'Y'.
000790
000800 01  WS-ABEND-MESSAGE.
000810     05  WS-ABEND-FILE-NAME   PIC X(10).
000820     05  FILLER               PIC X(01) VALUE SPACE.
000830     05  WS-ABEND-STATUS      PIC X(02).
000840
000850 01  WS-CURRENT-DATE-TIME.
000860     05  WS-CURRENT-DATE      PIC 9(08).
000870     05  WS-CURRENT-TIME      PIC 9(08).
000880
000890*----------------------------------------------------------*
000900* WS-CLOSE-REQUEST -- THE DATE, SITE AND CLOSER FROM THE
000910* PARM.
000920*----------------------------------------------------------*
000930 01  WS-CLOSE-REQUEST.
000940     05  WS-CLOSE-BUS-DATE    PIC 9(08) VALUE 0.
000950     05  WS-CLOSE-SITE-CODE   PIC X(03) VALUE SPACES.
000960     05  WS-CLOSED-BY         PIC X(08) VALUE SPACES.
000970     05  WS-CLOSER-LENGTH     PIC 9(04) COMP VALUE 0.
000980
000990*----------------------------------------------------------*
001000* WS-SITE-TABLE -- ONE ENTRY PER SITE BEING CLOSED, WITH THE
001010* TOTALS OF ITS REGISTER ENTRIES FOR THE DATE.  WITH A SITE ON
001020* THE PARM THE TABLE HOLDS THAT ONE SITE, EVEN IF NOTHING RAN
001030* FOR IT (A SHUT-DOWN DAY STILL CLOSES, WITH ZERO COUNTS).
001040* FIFTY SITES IS WELL PAST THE PLANTS IN THE COMPANY; A
001050* REGISTER WITH MORE FOR ONE DATE IS REFUSED RATHER THAN
001060* LEAVING A SITE'S DATE OPEN WITHOUT SAYING SO.
001070*----------------------------------------------------------*
001080 01  WS-SITE-CONTROL.
001090     05  WS-SITE-COUNT        PIC 9(04) COMP VALUE 0.
001100     05  WS-SITE-SUB          PIC 9(04) COMP VALUE 0.
001110     05  WS-SITE-LIMIT        PIC 9(04) COMP VALUE 50.
001120     05  WS-SITE-FOUND-SWITCH PIC X(01) VALUE 'N'.
001130         88  WS-SITE-FOUND              VALUE 'Y'.
001140
001150 01  WS-SITE-TABLE.
001160     05  WS-SITE-ENTRY OCCURS 50 TIMES.
001170         10  WS-SE-SITE-CODE      PIC X(03).
001180         10  WS-SE-BATCH-COUNT    PIC 9(04).
001190         10  WS-SE-DETAIL-COUNT   PIC 9(08).
001200         10  WS-SE-RESULT-COUNT   PIC 9(08).
001210         10  WS-SE-EXCEPTION-COUNT PIC 9(08).
001220
001230 01  WS-CLOSE-COUNTERS.
001240     05  WS-CLOSED-COUNT      PIC 9(04) VALUE 0.
001250     05  WS-RECLOSED-COUNT    PIC 9(04) VALUE 0.
001260     05  WS-ALREADY-COUNT     PIC 9(04) VALUE 0.
001270
001280 LINKAGE SECTION.
001290 01  PC-PARM-AREA.
001300     05  PC-PARM-LENGTH       PIC S9(4) COMP.
001310     05  PC-PARM-DATA         PIC X(30).
001320
001330 PROCEDURE DIVISION USING PC-PARM-AREA.
001340*----------------------------------------------------------*
001350* 0000-MAINLINE
001360*----------------------------------------------------------*
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-TOTAL-REGISTER THRU 2000-EXIT.
001400     PERFORM 3000-CLOSE-PERIODS THRU 3000-EXIT.
001410
001420     CLOSE PERIOD-FILE.
001430
001440     IF WS-SITE-COUNT = 0
001450         DISPLAY "PERIODCLOSE - NO BATCH REGISTERED FOR "
001460             WS-CLOSE-BUS-DATE " - NOTHING CLOSED"
001470         MOVE 4 TO RETURN-CODE
001480     END-IF.
001490     IF WS-ALREADY-COUNT > 0
001500         MOVE 4 TO RETURN-CODE
001510     END-IF.
001520
001530     DISPLAY "PERIODCLOSE - " WS-CLOSE-BUS-DATE
001540         " CLOSED " WS-CLOSED-COUNT
001550         " RE-CLOSED " WS-RECLOSED-COUNT
001560         " ALREADY CLOSED " WS-ALREADY-COUNT.
001570     STOP RUN.
001580
001590*----------------------------------------------------------*
001600* 1000-INITIALIZE -- EDIT THE PARM AND OPEN THE PERIOD
001610* CONTROL FILE FOR UPDATE.  THE FIRST CLOSE EVER RUN FINDS NO
001620* FILE AND CREATES IT.  A DATE LATER THAN TODAY CANNOT HAVE
001630* FINISHED AND IS REFUSED.
001640*----------------------------------------------------------*
001650 1000-INITIALIZE.
001660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001670     ACCEPT WS-CURRENT-TIME FROM TIME.
001680
001690     IF PC-PARM-LENGTH < 14
001700        OR PC-PARM-DATA (1:8) IS NOT NUMERIC
001710         DISPLAY "PERIODCLOSE - PARM MUST GIVE THE BUSINESS "
001720             "DATE (YYYYMMDD), SITE AND CLOSER"
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF.
001760     MOVE PC-PARM-DATA (1:8)  TO WS-CLOSE-BUS-DATE.
001770     MOVE PC-PARM-DATA (10:3) TO WS-CLOSE-SITE-CODE.
001780     COMPUTE WS-CLOSER-LENGTH = PC-PARM-LENGTH - 13.
001790     IF WS-CLOSER-LENGTH > 8
001800         MOVE 8 TO WS-CLOSER-LENGTH
001810     END-IF.
001820     MOVE PC-PARM-DATA (14:WS-CLOSER-LENGTH) TO WS-CLOSED-BY.
001830
001840     IF WS-CLOSE-BUS-DATE = 0
001850        OR WS-CLOSE-BUS-DATE > WS-CURRENT-DATE
001860         DISPLAY "PERIODCLOSE - BUSINESS DATE "
001870             WS-CLOSE-BUS-DATE " IS NOT A PAST OR CURRENT DATE"
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     IF WS-CLOSED-BY = SPACES
001920         DISPLAY "PERIODCLOSE - PARM POSITIONS 14-21 MUST NAME "
001930             "WHO IS CLOSING THE DATE"
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970
001980     IF WS-CLOSE-SITE-CODE NOT = SPACES
001990         MOVE 1 TO WS-SITE-COUNT
002000         MOVE WS-CLOSE-SITE-CODE TO WS-SE-SITE-CODE (1)
002010         MOVE 0 TO WS-SE-BATCH-COUNT (1)
002020         MOVE 0 TO WS-SE-DETAIL-COUNT (1)
002030         MOVE 0 TO WS-SE-RESULT-COUNT (1)
002040         MOVE 0 TO WS-SE-EXCEPTION-COUNT (1)
002050     END-IF.
002060
002070     OPEN I-O PERIOD-FILE.
002080     IF WS-PERIOD-FILE-NOT-FOUND
002090         OPEN OUTPUT PERIOD-FILE
002100         CLOSE PERIOD-FILE
002110         OPEN I-O PERIOD-FILE
002120     END-IF.
002130     IF WS-PERIOD-FILE-STATUS NOT = '00'
002140         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
002150         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
002160         PERFORM 9800-ABEND-RUN
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------*
002220* 2000-TOTAL-REGISTER -- ONE PASS OVER THE PROCESSED-BATCH
002230* REGISTER, ADDING EVERY ENTRY FOR THE DATE INTO ITS SITE'S
002240* TOTALS.  NO REGISTER YET MEANS NOTHING HAS EVER RUN.
002250*----------------------------------------------------------*
002260 2000-TOTAL-REGISTER.
002270     OPEN INPUT REGISTER-FILE.
002280     IF WS-REGISTER-FILE-NOT-FOUND
002290         GO TO 2000-EXIT
002300     END-IF.
002310     IF WS-REGISTER-FILE-STATUS NOT = '00'
002320         MOVE "TEMPREG"  TO WS-ABEND-FILE-NAME
002330         MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
002340         PERFORM 9800-ABEND-RUN
002350     END-IF.
002360
002370     PERFORM 2300-READ-REGISTER THRU 2300-EXIT.
002380     PERFORM 2100-ADD-ONE-ENTRY THRU 2100-EXIT
002390         UNTIL WS-REGISTER-EOF.
002400
002410     CLOSE REGISTER-FILE.
002420 2000-EXIT.
002430     EXIT.
002440
002450 2100-ADD-ONE-ENTRY.
002460     IF TG-BUS-DATE NOT = WS-CLOSE-BUS-DATE
002470        OR TG-SITE-CODE = SPACES
002480         GO TO 2100-NEXT
002490     END-IF.
002500     IF WS-CLOSE-SITE-CODE NOT = SPACES
002510        AND TG-SITE-CODE NOT = WS-CLOSE-SITE-CODE
002520         GO TO 2100-NEXT
002530     END-IF.
002540
002550     PERFORM 2200-FIND-SITE-ENTRY THRU 2200-EXIT.
002560     ADD 1 TO WS-SE-BATCH-COUNT (WS-SITE-SUB).
002570     ADD TG-DETAIL-COUNT    TO WS-SE-DETAIL-COUNT (WS-SITE-SUB).
002580     ADD TG-RESULT-COUNT    TO WS-SE-RESULT-COUNT (WS-SITE-SUB).
002590     ADD TG-EXCEPTION-COUNT
002600         TO WS-SE-EXCEPTION-COUNT (WS-SITE-SUB).
002610
002620 2100-NEXT.
002630     PERFORM 2300-READ-REGISTER THRU 2300-EXIT.
002640 2100-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------*
002680* 2200-FIND-SITE-ENTRY -- LOCATES (OR ADDS) THE TABLE ENTRY
002690* FOR THE REGISTER ENTRY'S SITE, LEAVING ITS SLOT IN
002700* WS-SITE-SUB.
002710*----------------------------------------------------------*
002720 2200-FIND-SITE-ENTRY.
002730     MOVE 'N' TO WS-SITE-FOUND-SWITCH.
002740     MOVE 1 TO WS-SITE-SUB.
002750     PERFORM 2210-MATCH-SITE-ENTRY THRU 2210-EXIT
002760         UNTIL WS-SITE-FOUND
002770            OR WS-SITE-SUB > WS-SITE-COUNT.
002780     IF WS-SITE-FOUND
002790         GO TO 2200-EXIT
002800     END-IF.
002810
002820     IF WS-SITE-COUNT = WS-SITE-LIMIT
002830         DISPLAY "PERIODCLOSE - SITE TABLE EXCEEDS TABLE "
002840             "LIMIT - RUN REFUSED"
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     ADD 1 TO WS-SITE-COUNT.
002890     MOVE WS-SITE-COUNT TO WS-SITE-SUB.
002900     MOVE TG-SITE-CODE TO WS-SE-SITE-CODE (WS-SITE-SUB).
002910     MOVE 0 TO WS-SE-BATCH-COUNT (WS-SITE-SUB).
002920     MOVE 0 TO WS-SE-DETAIL-COUNT (WS-SITE-SUB).
002930     MOVE 0 TO WS-SE-RESULT-COUNT (WS-SITE-SUB).
002940     MOVE 0 TO WS-SE-EXCEPTION-COUNT (WS-SITE-SUB).
002950 2200-EXIT.
002960     EXIT.
002970
002980 2210-MATCH-SITE-ENTRY.
002990     IF WS-SE-SITE-CODE (WS-SITE-SUB) = TG-SITE-CODE
003000         MOVE 'Y' TO WS-SITE-FOUND-SWITCH
003010     ELSE
003020         ADD 1 TO WS-SITE-SUB
003030     END-IF.
003040 2210-EXIT.
003050     EXIT.
003060
003070 2300-READ-REGISTER.
003080     READ REGISTER-FILE
003090         AT END
003100             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
003110     END-READ.
003120 2300-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160* 3000-CLOSE-PERIODS -- ONE PERIOD CONTROL RECORD PER SITE IN
003170* THE TABLE: WRITTEN FOR A DATE NEVER CLOSED, REWRITTEN WITH
003180* FRESH COUNTS FOR A DATE REOPENED SINCE ITS LAST CLOSE, LEFT
003190* ALONE FOR A DATE ALREADY CLOSED.
003200*----------------------------------------------------------*
003210 3000-CLOSE-PERIODS.
003220     MOVE 1 TO WS-SITE-SUB.
003230     PERFORM 3100-CLOSE-ONE-PERIOD THRU 3100-EXIT
003240         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
003250 3000-EXIT.
003260     EXIT.
003270
003280 3100-CLOSE-ONE-PERIOD.
003290     MOVE WS-SE-SITE-CODE (WS-SITE-SUB) TO TPC-SITE-CODE.
003300     MOVE WS-CLOSE-BUS-DATE             TO TPC-BUS-DATE.
003310     READ PERIOD-FILE
003320         INVALID KEY
003330             CONTINUE
003340     END-READ.
003350     IF NOT WS-PERIOD-KEY-NOT-FOUND
003360        AND WS-PERIOD-FILE-STATUS NOT = '00'
003370         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
003380         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
003390         PERFORM 9800-ABEND-RUN
003400     END-IF.
003410
003420     IF WS-PERIOD-KEY-NOT-FOUND
003430         MOVE SPACES TO TPC-PERIOD-RECORD
003440         MOVE WS-SE-SITE-CODE (WS-SITE-SUB) TO TPC-SITE-CODE
003450         MOVE WS-CLOSE-BUS-DATE             TO TPC-BUS-DATE
003460         MOVE 0 TO TPC-CLOSE-COUNT
003470         MOVE 0 TO TPC-REOPEN-COUNT
003480         PERFORM 3200-SET-CLOSING-FIELDS THRU 3200-EXIT
003490         WRITE TPC-PERIOD-RECORD
003500             INVALID KEY
003510                 MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
003520                 MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
003530                 PERFORM 9800-ABEND-RUN
003540         END-WRITE
003550         ADD 1 TO WS-CLOSED-COUNT
003560         DISPLAY "PERIODCLOSE - SITE " TPC-SITE-CODE
003570             " DATE " TPC-BUS-DATE " CLOSED BY " TPC-CLOSED-BY
003580         GO TO 3100-SHOW-COUNTS
003590     END-IF.
003600
003610     IF TPC-PERIOD-CLOSED
003620         ADD 1 TO WS-ALREADY-COUNT
003630         DISPLAY "PERIODCLOSE - SITE " TPC-SITE-CODE
003640             " DATE " TPC-BUS-DATE " ALREADY CLOSED BY "
003650             TPC-CLOSED-BY " ON " TPC-CLOSE-DATE
003660         GO TO 3100-NEXT
003670     END-IF.
003680
003690     PERFORM 3200-SET-CLOSING-FIELDS THRU 3200-EXIT.
003700     REWRITE TPC-PERIOD-RECORD
003710         INVALID KEY
003720             MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
003730             MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
003740             PERFORM 9800-ABEND-RUN
003750     END-REWRITE.
003760     ADD 1 TO WS-RECLOSED-COUNT.
003770     DISPLAY "PERIODCLOSE - SITE " TPC-SITE-CODE
003780         " DATE " TPC-BUS-DATE " RE-CLOSED BY " TPC-CLOSED-BY
003790         " AFTER " TPC-REOPEN-COUNT " REOPEN(S)".
003800
003810 3100-SHOW-COUNTS.
003820     DISPLAY "PERIODCLOSE -   BATCHES " TPC-BATCH-COUNT
003830         " READINGS " TPC-DETAIL-COUNT
003840         " RESULTS " TPC-RESULT-COUNT
003850         " EXCEPTIONS " TPC-EXCEPTION-COUNT.
003860
003870 3100-NEXT.
003880     ADD 1 TO WS-SITE-SUB.
003890 3100-EXIT.
003900     EXIT.
003910
003920 3200-SET-CLOSING-FIELDS.
003930     MOVE 'C'                  TO TPC-STATUS.
003940     MOVE WS-CLOSED-BY         TO TPC-CLOSED-BY.
003950     MOVE WS-CURRENT-DATE      TO TPC-CLOSE-DATE.
003960     MOVE WS-CURRENT-TIME      TO TPC-CLOSE-TIME.
003970     MOVE WS-SE-BATCH-COUNT (WS-SITE-SUB)  TO TPC-BATCH-COUNT.
003980     MOVE WS-SE-DETAIL-COUNT (WS-SITE-SUB) TO TPC-DETAIL-COUNT.
003990     MOVE WS-SE-RESULT-COUNT (WS-SITE-SUB) TO TPC-RESULT-COUNT.
004000     MOVE WS-SE-EXCEPTION-COUNT (WS-SITE-SUB)
004010         TO TPC-EXCEPTION-COUNT.
004020     ADD 1 TO TPC-CLOSE-COUNT.
004030 3200-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------*
004070* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
004080* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
004090* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
004100* WITH A NON-ZERO RETURN CODE.
004110*----------------------------------------------------------*
004120 9800-ABEND-RUN.
004130     DISPLAY "PERIODCLOSE - FILE OPEN FAILED - "
004140         WS-ABEND-MESSAGE.
004150     MOVE 16 TO RETURN-CODE.
004160     STOP RUN.
