000190* CELSIUS THROUGH THE SAME TEMPCNV SUBPROGRAM EVERY OTHER
000200* PLANT APPLICATION CALLS.
000210*
000211* THE ROLL-UP IS BY BUSINESS DATE, SITE AND LOCATION, SO TWO
000212* PLANTS' LOCATIONS OF THE SAME NAME BILL SEPARATELY.  THE SITE
000213* IS THE ONE ON THE AUDIT RECORD; A READING LOGGED BEFORE SITE
000214* CODES EXISTED TAKES ITS SENSOR'S SITE FROM THE MASTER.
000215*
000216* ONLY BUSINESS DATES THE END-OF-DAY CLOSE HAS CLOSED FOR THE
000217* SITE (STATUS 'C' ON THE PERIOD CONTROL FILE) ARE EXTRACTED,
000218* SO BILLING NEVER LOADS A DAY THAT CAN STILL TAKE READINGS.
000219* A DATE REOPENED FOR A LATE BATCH IS HELD BACK UNTIL IT IS
000220* CLOSED AGAIN.  READINGS HELD BACK ARE COUNTED ON THE LOG.
000221* A READING WITH NO SITE AT ALL (AN INTERACTIVE CONVERSION OF
000222* NO KNOWN SENSOR) BELONGS TO NO CLOSE AND IS EXTRACTED AS
000223* BEFORE.
000224*
000225* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000230*   POS  1-6   BASE TEMPERATURE IN HUNDREDTHS OF A DEGREE C,
000240*              E.G. 001800 = 18.00; OMITTED MEANS 18.00.
000250*
000275*                  VALID UNDER THE CONFIGURED LIMITS WHEN IT
000276*                  CONVERTED CAME BACK 'RNGE' AND SILENTLY
000277*                  LEFT THE BILLING FIGURES.
000278* 10/15/2026  JH   REVERSAL RECORDS ON THE AUDIT LOG AND THE
000279*                  CONVERSIONS THEY TAKE BACK ARE NOW LEFT OUT OF
000280*                  THE ROLL-UP, SO A WITHDRAWN READING IS NOT
000281*                  BILLED.
000282* 10/15/2026  JH   THE ROLL-UP AND THE EXTRACT ARE NOW BY BUSINESS
000283*                  DATE, SITE AND LOCATION. THE SENSOR MASTER IS
000284*                  READ BY SITE AND ID; A READING LOGGED WITHOUT A
000285*                  SITE TAKES ITS SENSOR'S SITE FROM THE MASTER.
000286* 10/15/2026  JH   ONLY BUSINESS DATES CLOSED FOR THE SITE ON THE
000287*                  PERIOD CONTROL FILE (TEMPPER) ARE NOW
000288*                  EXTRACTED; READINGS FOR DATES STILL OPEN OR
000289*                  REOPENED ARE HELD BACK AND COUNTED.
000290*================================================================
000291 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DegreeDayExtract.
000310 AUTHOR. J HENDERSON.
000320 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000420
000430     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TM-SENSOR-KEY
000470         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000480
000490     SELECT EXTRACT-FILE ASSIGN TO "TEMPDDX"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000511
000512     SELECT PERIOD-FILE ASSIGN TO "TEMPPER"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS TPC-PERIOD-KEY
000516         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000640     LABEL RECORDS ARE STANDARD.
000650     COPY TEMPDDX.
000660
000662 FD  PERIOD-FILE
000664     LABEL RECORDS ARE STANDARD.
000666     COPY TEMPPER.
000668
000670 WORKING-STORAGE SECTION.
000680 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
000690 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
000700     88  WS-SENSOR-KEY-NOT-FOUND        VALUE '23'.
000710 01  WS-EXTRACT-FILE-STATUS   PIC X(02) VALUE '00'.
000712 01  WS-PERIOD-FILE-STATUS    PIC X(02) VALUE '00'.
000714     88  WS-PERIOD-FILE-NOT-FOUND       VALUE '35'.
000716     88  WS-PERIOD-KEY-NOT-FOUND        VALUE '23'.
000720
000730 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000740     88  WS-AUDIT-EOF                   VALUE 'Y'.
000930     88  WS-SENSOR-FOUND                VALUE 'Y'.
000940
000950*----------------------------------------------------------*
000960* WS-SITE-SEARCH -- THE SEARCH OF EVERY SITE FOR THE SENSOR
000970* OF A READING LOGGED WITHOUT A SITE.  THE MASTER IS SITE-
000980* MAJOR, SO THE SEARCH STEPS FROM SITE TO SITE, TRYING ONE
000981* KEYED READ AT EACH.
000982*----------------------------------------------------------*
000983 01  WS-SITE-SEARCH.
000984     05  WS-SEARCH-SITE-CODE  PIC X(03) VALUE SPACES.
000985     05  WS-SEARCH-DONE-SWITCH PIC X(01) VALUE 'N'.
000986         88  WS-SEARCH-DONE             VALUE 'Y'.
000987
000988*----------------------------------------------------------*
000989* WS-PERIOD-CHECK -- WHETHER THE READING'S BUSINESS DATE IS
000990* CLOSED FOR ITS SITE.  THE PERIOD CONTROL FILE IS OPTIONAL;
000991* WITHOUT ONE NO DATE HAS BEEN CLOSED AND NOTHING WITH A SITE
000992* IS EXTRACTED.  THE LAST KEY LOOKED UP IS KEPT SO A RUN OF
000993* READINGS FOR ONE SITE AND DATE COSTS ONE READ.
000994*----------------------------------------------------------*
000995 01  WS-PERIOD-CHECK.
000996     05  WS-PERIOD-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
000997         88  WS-PERIOD-FILE-OPEN        VALUE 'Y'.
000998     05  WS-DATE-CLOSED-SWITCH    PIC X(01) VALUE 'N'.
000999         88  WS-DATE-CLOSED             VALUE 'Y'.
001000     05  WS-LAST-PERIOD-KEY.
001001         10  WS-LAST-PERIOD-SITE  PIC X(03) VALUE HIGH-VALUES.
001002         10  WS-LAST-PERIOD-DATE  PIC 9(08) VALUE 0.
001003
001004*----------------------------------------------------------*
001005* WS-DAYLOC-TABLE -- ONE ENTRY PER BUSINESS DATE, SITE AND
001006* LOCATION, INSERTED IN DATE, SITE, LOCATION ORDER SO THE
001007* EXTRACT WRITES IN LOAD ORDER FOR BILLING.
001008* TWO THOUSAND ENTRIES COVER A MONTH OF A SIXTEEN-LOCATION
001009* PLANT -- PLUS THE "UNKNOWN" GROUP EVERY DAY WITH AN
001010* INTERACTIVE CONVERSION ADDS, 17 GROUPS BY 31 DAYS = 527 --
001011* WITH ROOM FOR THE PLANT EXPANSION'S NEW LOCATIONS, SIZED
001012* LIKE THE COVERAGE REPORT'S SENSOR TABLE.
001013*----------------------------------------------------------*
001020 01  WS-DAYLOC-CONTROL.
001030     05  WS-DAYLOC-COUNT      PIC 9(04) COMP VALUE 0.
001040     05  WS-DAYLOC-SUB        PIC 9(04) COMP VALUE 0.
001090         88  WS-INSERT-DONE             VALUE 'Y'.
001100     05  WS-WORK-KEY.
001110         10  WS-WORK-DATE     PIC 9(08).
001115         10  WS-WORK-SITE-CODE PIC X(03).
001120         10  WS-WORK-LOCATION PIC X(20).
001130
001140 01  WS-DAYLOC-TABLE.
001150     05  WS-DAYLOC-ENTRY OCCURS 2000 TIMES.
001160         10  WS-DL-KEY.
001170             15  WS-DL-DATE       PIC 9(08).
001175             15  WS-DL-SITE-CODE  PIC X(03).
001180             15  WS-DL-LOCATION   PIC X(20).
001190         10  WS-DL-COUNT          PIC 9(07).
001200         10  WS-DL-MIN            PIC S9(4)V9(2).
001210         10  WS-DL-MAX            PIC S9(4)V9(2).
001220         10  WS-DL-SUM            PIC S9(9)V9(2).
001230
001231*----------------------------------------------------------*
001232* WS-REVERSED-TABLE -- THE SEQUENCE NUMBERS OF EVERY
001233* CONVERSION A REVERSAL RECORD ON THE LOG HAS TAKEN BACK,
001234* LOADED IN A FIRST PASS SO THE ROLL-UP CAN NET THEM OUT.
001235* REVERSALS ARE CORRECTIONS, A HANDFUL A MONTH; TWO THOUSAND
001236* IS FAR MORE THAN A LOG GENERATION HOLDS, AND A LOG WITH
001237* MORE IS REFUSED RATHER THAN BILLED ON READINGS THAT WERE
001238* WITHDRAWN.
001239*----------------------------------------------------------*
001240 01  WS-REVERSED-CONTROL.
001241     05  WS-REVERSED-COUNT    PIC 9(04) COMP VALUE 0.
001242     05  WS-REVERSED-SUB      PIC 9(04) COMP VALUE 0.
001243     05  WS-REVERSED-LIMIT    PIC 9(04) COMP VALUE 2000.
001244     05  WS-REVERSED-FOUND-SWITCH PIC X(01) VALUE 'N'.
001245         88  WS-REVERSED-FOUND          VALUE 'Y'.
001246
001247 01  WS-REVERSED-TABLE.
001248     05  WS-REVERSED-SEQ-NO   PIC 9(09) OCCURS 2000 TIMES.
001249
001250 01  WS-EXTRACT-COUNTERS.
001251     05  WS-READINGS-COUNT    PIC 9(08) VALUE 0.
001260     05  WS-SKIPPED-COUNT     PIC 9(08) VALUE 0.
001270     05  WS-EXTRACT-COUNT     PIC 9(08) VALUE 0.
001275     05  WS-OPEN-DATE-COUNT   PIC 9(08) VALUE 0.
001280
001290 01  WS-AVERAGE-WORK.
001300     05  WS-DAY-AVG           PIC S9(4)V9(2) VALUE 0.
001410*----------------------------------------------------------*
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001435     PERFORM 1500-LOAD-REVERSALS THRU 1500-EXIT.
001440     PERFORM 2000-ACCUMULATE-AUDIT THRU 2000-EXIT.
001450     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT.
001460
001470     CLOSE SENSOR-FILE.
001480     CLOSE EXTRACT-FILE.
001482     IF WS-PERIOD-FILE-OPEN
001484         CLOSE PERIOD-FILE
001486     END-IF.
001490
001500     DISPLAY "DEGREEDAYEXTRACT - " WS-READINGS-COUNT
001510         " READINGS ROLLED INTO " WS-EXTRACT-COUNT
001520         " DATE/LOCATION RECORDS, " WS-SKIPPED-COUNT
001530         " SKIPPED".
001533     DISPLAY "DEGREEDAYEXTRACT - " WS-OPEN-DATE-COUNT
001536         " READINGS HELD BACK - BUSINESS DATE NOT CLOSED".
001540     STOP RUN.
001550
001560*----------------------------------------------------------*
001840         MOVE WS-EXTRACT-FILE-STATUS TO WS-ABEND-STATUS
001850         PERFORM 9800-ABEND-RUN
001860     END-IF.
001861
001862     OPEN INPUT PERIOD-FILE.
001863     IF WS-PERIOD-FILE-STATUS = '00'
001864         MOVE 'Y' TO WS-PERIOD-FILE-OPEN-SWITCH
001865     ELSE
001866         IF NOT WS-PERIOD-FILE-NOT-FOUND
001867             MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
001868             MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
001869             PERFORM 9800-ABEND-RUN
001870         END-IF
001871     END-IF.
001872 1000-EXIT.
001880     EXIT.
001890
001900*----------------------------------------------------------*
001901* 1500-LOAD-REVERSALS -- FIRST PASS OVER THE AUDIT LOG,
001902* TABLING THE SEQUENCE NUMBER EACH REVERSAL RECORD NAMES, THEN
001903* BACK TO THE TOP FOR THE ROLL-UP.  A REVERSAL MAY BE LOGGED
001904* DAYS AFTER ITS ORIGINAL, SO THE TABLE MUST BE COMPLETE
001905* BEFORE THE FIRST READING IS ROLLED UP.
001906*----------------------------------------------------------*
001907 1500-LOAD-REVERSALS.
001908     PERFORM 2300-READ-AUDIT THRU 2300-EXIT.
001909     PERFORM 1510-TABLE-ONE-REVERSAL THRU 1510-EXIT
001910         UNTIL WS-AUDIT-EOF.
001911
001912     CLOSE AUDIT-FILE.
001913     OPEN INPUT AUDIT-FILE.
001914     IF WS-AUDIT-FILE-STATUS NOT = '00'
001915         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
001916         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
001917         PERFORM 9800-ABEND-RUN
001918     END-IF.
001919     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
001920 1500-EXIT.
001921     EXIT.
001922
001923 1510-TABLE-ONE-REVERSAL.
001924     IF TA-SOURCE-REVERSAL
001925        AND TA-REVERSES-SEQUENCE-NO IS NUMERIC
001926         IF WS-REVERSED-COUNT = WS-REVERSED-LIMIT
001927             DISPLAY "DEGREEDAYEXTRACT - REVERSAL TABLE "
001928                 "EXCEEDS LIMIT - RUN REFUSED"
001929             MOVE 16 TO RETURN-CODE
001930             STOP RUN
001931         END-IF
001932         ADD 1 TO WS-REVERSED-COUNT
001933         MOVE TA-REVERSES-SEQUENCE-NO
001934             TO WS-REVERSED-SEQ-NO (WS-REVERSED-COUNT)
001935     END-IF.
001936     PERFORM 2300-READ-AUDIT THRU 2300-EXIT.
001937 1510-EXIT.
001938     EXIT.
001939
001940*----------------------------------------------------------*
001941* 2000-ACCUMULATE-AUDIT -- ROLL EVERY CONVERSION AUDIT
001942* RECORD INTO ITS BUSINESS-DATE, SITE AND LOCATION ENTRY.
001943* MAINTENANCE RECORDS ARE NOT CONVERSIONS AND ARE SKIPPED.
001944* SO ARE REVERSAL RECORDS AND THE CONVERSIONS THEY TOOK BACK,
001945* WHICH NETS A WITHDRAWN READING OUT OF ITS DAY ENTIRELY.
001946*----------------------------------------------------------*
001950 2000-ACCUMULATE-AUDIT.
001960     PERFORM 2300-READ-AUDIT THRU 2300-EXIT.
001970     PERFORM 2100-APPLY-AUDIT-RECORD THRU 2100-EXIT
002020
002030 2100-APPLY-AUDIT-RECORD.
002040     IF TA-SOURCE-MAINTENANCE
002041        OR TA-SOURCE-REVERSAL
002042         GO TO 2100-NEXT
002043     END-IF.
002044
002045     PERFORM 7100-CHECK-REVERSED THRU 7100-EXIT.
002046     IF WS-REVERSED-FOUND
002050         GO TO 2100-NEXT
002060     END-IF.
002070
002250     END-IF.
002260
002270     PERFORM 2200-SET-WORK-KEY THRU 2200-EXIT.
002271     PERFORM 2400-CHECK-DATE-CLOSED THRU 2400-EXIT.
002272     IF NOT WS-DATE-CLOSED
002273         ADD 1 TO WS-OPEN-DATE-COUNT
002274         GO TO 2100-NEXT
002275     END-IF.
002280     PERFORM 7000-FIND-DAYLOC-ENTRY THRU 7000-EXIT.
002290
002300     ADD 1 TO WS-READINGS-COUNT.
002560* AUDIT AREA: THE BATCH BUSINESS DATE WHERE THE RECORD
002570* CARRIES ONE (FALLING BACK TO THE RUN DATE FOR INTERACTIVE
002580* CONVERSIONS AND RECORDS LOGGED BEFORE THE FIELD EXISTED),
002590* THE SITE, AND THE SENSOR'S LOCATION FROM THE MASTER.  A
002595* READING WITH NO SITE TAKES ITS SENSOR'S.  A READING WITH
002600* NO SENSOR OR AN UNKNOWN ONE ROLLS UP UNDER "UNKNOWN" SO
002610* NOTHING SILENTLY DROPS OUT OF THE BILLING FIGURES.
002620*----------------------------------------------------------*
002680         MOVE TA-RUN-DATE TO WS-WORK-DATE
002690     END-IF.
002700
002705     MOVE TA-SITE-CODE TO WS-WORK-SITE-CODE.
002710     MOVE "UNKNOWN" TO WS-WORK-LOCATION.
002720     IF TA-SENSOR-ID NOT = SPACES
002730         PERFORM 2250-READ-SENSOR-BY-KEY THRU 2250-EXIT
002740         IF WS-SENSOR-FOUND
002745             MOVE TM-SITE-CODE TO WS-WORK-SITE-CODE
002750             MOVE TM-LOCATION TO WS-WORK-LOCATION
002760         END-IF
002770     END-IF.
002800
002810 2250-READ-SENSOR-BY-KEY.
002820     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
002821     IF TA-SITE-CODE = SPACES
002822         PERFORM 2260-FIND-SENSOR-AT-ANY-SITE THRU 2260-EXIT
002823         GO TO 2250-EXIT
002824     END-IF.
002825
002826     MOVE TA-SITE-CODE TO TM-SITE-CODE.
002830     MOVE TA-SENSOR-ID TO TM-SENSOR-ID.
002840     READ SENSOR-FILE
002850         INVALID KEY
002960 2250-EXIT.
002970     EXIT.
002980
002981*----------------------------------------------------------*
002982* 2260-FIND-SENSOR-AT-ANY-SITE -- FOR A READING LOGGED WITHOUT
002983* A SITE: POSITION AT THE FIRST SITE ON THE MASTER, TRY A KEYED
002984* READ OF THAT SITE AND THE SENSOR ID, AND IF IT MISSES SKIP
002985* PAST THE REST OF THE SITE.  SENSOR IDS ARE UNIQUE ACROSS
002986* SITES, SO THE FIRST HIT IS THE SENSOR, LEFT IN THE RECORD
002987* AREA.
002988*----------------------------------------------------------*
002989 2260-FIND-SENSOR-AT-ANY-SITE.
002990     MOVE 'N' TO WS-SEARCH-DONE-SWITCH.
002991     MOVE LOW-VALUES TO TM-SENSOR-KEY.
002992     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
002993         INVALID KEY
002994             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
002995     END-START.
002996     PERFORM 2270-SEARCH-ONE-SITE THRU 2270-EXIT
002997         UNTIL WS-SEARCH-DONE.
002998 2260-EXIT.
002999     EXIT.
003000
003001 2270-SEARCH-ONE-SITE.
003002     READ SENSOR-FILE NEXT RECORD
003003         AT END
003004             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
003005             GO TO 2270-EXIT
003006     END-READ.
003007     MOVE TM-SITE-CODE TO WS-SEARCH-SITE-CODE.
003008
003009     MOVE TA-SENSOR-ID TO TM-SENSOR-ID.
003010     READ SENSOR-FILE
003011         INVALID KEY
003012             CONTINUE
003013         NOT INVALID KEY
003014             MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
003015             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
003016             GO TO 2270-EXIT
003017     END-READ.
003018
003019     MOVE WS-SEARCH-SITE-CODE TO TM-SITE-CODE.
003020     MOVE HIGH-VALUES TO TM-SENSOR-ID.
003021     START SENSOR-FILE KEY > TM-SENSOR-KEY
003022         INVALID KEY
003023             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
003024     END-START.
003025 2270-EXIT.
003026     EXIT.
003027
003028 2300-READ-AUDIT.
003029     READ AUDIT-FILE
003030         AT END
003031             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
003032     END-READ.
003040 2300-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080* 2400-CHECK-DATE-CLOSED -- IS THE WORK KEY'S BUSINESS DATE
003090* CLOSED FOR ITS SITE?  ONLY STATUS 'C' COUNTS: A REOPENED
003091* DATE HAS TAKEN A LATE BATCH AND IS STILL MOVING.
003092*----------------------------------------------------------*
003093 2400-CHECK-DATE-CLOSED.
003094     IF WS-WORK-SITE-CODE = SPACES
003095         MOVE 'Y' TO WS-DATE-CLOSED-SWITCH
003096         MOVE HIGH-VALUES TO WS-LAST-PERIOD-SITE
003097         GO TO 2400-EXIT
003098     END-IF.
003099     IF WS-WORK-SITE-CODE = WS-LAST-PERIOD-SITE
003100        AND WS-WORK-DATE = WS-LAST-PERIOD-DATE
003101         GO TO 2400-EXIT
003102     END-IF.
003103
003104     MOVE WS-WORK-SITE-CODE TO WS-LAST-PERIOD-SITE.
003105     MOVE WS-WORK-DATE      TO WS-LAST-PERIOD-DATE.
003106     MOVE 'N' TO WS-DATE-CLOSED-SWITCH.
003107     IF NOT WS-PERIOD-FILE-OPEN
003108         GO TO 2400-EXIT
003109     END-IF.
003110
003111     MOVE WS-WORK-SITE-CODE TO TPC-SITE-CODE.
003112     MOVE WS-WORK-DATE      TO TPC-BUS-DATE.
003113     READ PERIOD-FILE
003114         INVALID KEY
003115             GO TO 2400-EXIT
003116     END-READ.
003117     IF WS-PERIOD-FILE-STATUS NOT = '00'
003118         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
003119         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
003120         PERFORM 9800-ABEND-RUN
003121     END-IF.
003122     IF TPC-PERIOD-CLOSED
003123         MOVE 'Y' TO WS-DATE-CLOSED-SWITCH
003124     END-IF.
003125 2400-EXIT.
003126     EXIT.
003127
003128*----------------------------------------------------------*
003129* 3000-WRITE-EXTRACT -- ONE RECORD PER DATE/SITE/LOCATION
003130* ENTRY, IN DATE, SITE, LOCATION ORDER.  DEGREE-DAYS ARE
003131* COMPUTED FROM THE DAILY AVERAGE AGAINST THE BASE: HEATING
003132* WHEN THE DAY AVERAGED BELOW BASE, COOLING WHEN ABOVE,
003133* NEVER NEGATIVE.
003134*----------------------------------------------------------*
003140 3000-WRITE-EXTRACT.
003150     MOVE 1 TO WS-DAYLOC-SUB.
003160     PERFORM 3100-WRITE-ONE-EXTRACT THRU 3100-EXIT
003250
003260     MOVE SPACES TO TE-EXTRACT-RECORD.
003270     MOVE WS-DL-DATE (WS-DAYLOC-SUB)     TO TE-BUS-DATE.
003275     MOVE WS-DL-SITE-CODE (WS-DAYLOC-SUB) TO TE-SITE-CODE.
003280     MOVE WS-DL-LOCATION (WS-DAYLOC-SUB) TO TE-LOCATION.
003290     MOVE WS-DL-COUNT (WS-DAYLOC-SUB)    TO TE-READING-COUNT.
003300     MOVE WS-DL-MIN (WS-DAYLOC-SUB)      TO TE-MIN-TEMP-C.
004170     EXIT.
004180
004190*----------------------------------------------------------*
004191* 7100-CHECK-REVERSED -- IS THE CONVERSION IN THE AUDIT AREA
004192* ONE A REVERSAL HAS TAKEN BACK?  RECORDS LOGGED BEFORE THE
004193* AUDIT CHAIN CARRY NO SEQUENCE NUMBER AND CANNOT HAVE BEEN.
004194*----------------------------------------------------------*
004195 7100-CHECK-REVERSED.
004196     MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
004197     IF TA-SEQUENCE-NO IS NOT NUMERIC
004198         GO TO 7100-EXIT
004199     END-IF.
004200     MOVE 1 TO WS-REVERSED-SUB.
004201     PERFORM 7110-MATCH-REVERSED THRU 7110-EXIT
004202         UNTIL WS-REVERSED-FOUND
004203            OR WS-REVERSED-SUB > WS-REVERSED-COUNT.
004204 7100-EXIT.
004205     EXIT.
004206
004207 7110-MATCH-REVERSED.
004208     IF WS-REVERSED-SEQ-NO (WS-REVERSED-SUB) = TA-SEQUENCE-NO
004209         MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
004210     ELSE
004211         ADD 1 TO WS-REVERSED-SUB
004212     END-IF.
004213 7110-EXIT.
004214     EXIT.
004215
004216*----------------------------------------------------------*
004217* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
004218* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
004220* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
004230* WITH A NON-ZERO RETURN CODE.
004240*----------------------------------------------------------*
