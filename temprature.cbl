001655*                  BATCH ID, SO A TIME-BASED RE-INJECTION ID
001656*                  RECURRING ON A LATER DAY IS NOT REFUSED; A
001657*                  TRUE RE-SEND CARRIES BOTH AND IS CAUGHT.
001658* 10/15/2026  JH   ADDED THE SENSOR CALIBRATION REGISTER
001659*                  (TEMPCAL).  A BATCH READING NOW HAS THE
001660*                  OFFSET OF THE CALIBRATION IN FORCE ON ITS
001661*                  BUSINESS DATE ADDED BEFORE THE TEMPCNV CALL
001662*                  AND THE SENSOR-LIMIT CHECKS, AND THE AUDIT
001663*                  AND RESULTS RECORDS CARRY BOTH THE RAW AND
001664*                  THE CORRECTED VALUE.  A READING FROM A
001665*                  SENSOR WHOSE CALIBRATION IS PAST DUE IS
001666*                  QUARANTINED WITH ITS OWN REASON CODE (CALD)
001667*                  INSTEAD OF BEING CORRECTED BY A STALE
001668*                  OFFSET.  EXCEPTION RECORDS KEEP THE RAW
001669*                  VALUE SO A RELEASE IS CORRECTED ONCE.
001670* 10/15/2026  JH   EVERY AUDIT RECORD IS NOW STAMPED BY THE
001671*                  TEMPACH SUBPROGRAM WITH A SEQUENCE NUMBER AND A
001672*                  CHECK VALUE CHAINED FROM THE PREVIOUS RECORD,
001673*                  JUST BEFORE IT IS WRITTEN, SO A RECORD DELETED,
001674*                  INSERTED OR EDITED ON THE LOG SHOWS IN THE
001675*                  MONTHLY VERIFICATION RUN.
001676* 10/15/2026  JH   BATCH FILES MAY NOW CARRY REVERSAL RECORDS
001677*                  ('R') NAMING AN EARLIER ACCEPTED CONVERSION BY
001678*                  SENSOR, BUSINESS DATE AND KEYED VALUE. THE
001679*                  ORIGINAL IS FOUND ON THE AUDIT LOG AND A
001680*                  REVERSING AUDIT RECORD LINKED TO ITS SEQUENCE
001681*                  NUMBER IS WRITTEN, WITH A REVERSAL ROW ON THE
001682*                  HISTORIAN FEED (NEW ROW-TYPE COLUMNS), AND THE
001683*                  SENSOR'S PRIOR BASELINE IS RESTORED ON TEMPLRD.
001684*                  REVERSALS COUNT IN THE TRAILER CONTROLS AND THE
001685*                  RECONCILIATION; ONE THAT NAMES NOTHING IS
001686*                  QUARANTINED AS RVNF.
001687* 10/15/2026  JH   EVERY BATCH NOW CARRIES A PLANT SITE CODE, FROM
001688*                  ITS HEADER OR ELSE PARM POSITIONS 4-6 (A BATCH
001689*                  WITH NEITHER IS SET ASIDE).  SENSORS ARE LOOKED
001690*                  UP UNDER THE BATCH'S SITE, THE SITE'S OWN
001691*                  TEMPCFG RECORD (OR THE BLANK-SITE DEFAULT) SETS
001692*                  THE LIMITS AND CHECKPOINT INTERVAL PER BATCH,
001693*                  AND THE SITE IS CARRIED ON THE AUDIT,
001694*                  EXCEPTION, REGISTER, RUN-HISTORY AND HISTORIAN
001695*                  RECORDS.  THE SUMMARY SHOWS EACH BATCH'S SITE
001696*                  AND A TOTAL LINE PER SITE.
001697* 10/15/2026  JH   THE CONTROL PRE-PASS NOW LOOKS EACH BATCH'S
001698*                  SITE AND BUSINESS DATE UP ON THE PERIOD CONTROL
001699*                  FILE (TEMPPER) WRITTEN BY THE END-OF-DAY CLOSE.
001700*                  A BATCH FOR A CLOSED DATE IS SET ASIDE WITH
001701*                  RETURN CODE 6 UNLESS ITS HEADER CARRIES A
001702*                  SUPERVISOR REOPEN AUTHORIZATION; AN AUTHORIZED
001703*                  ONE PROCESSES, IS LOGGED ON THE REOPEN LOG
001704*                  (TEMPPRL) AND MARKS THE DATE REOPENED SO IT
001705*                  MUST BE CLOSED AGAIN.
001706* 10/15/2026  JH   A REVERSAL TAKES BACK A READING ON ITS OWN
001707*                  BUSINESS DATE, SO THE PRE-PASS NOW ALSO LOOKS
001708*                  UP EVERY REVERSAL'S DATE FOR THE BATCH'S SITE.
001709*                  A REVERSAL INTO A CLOSED DATE SETS ITS BATCH
001710*                  ASIDE (RC 6) UNLESS THE HEADER CARRIES REOPEN
001711*                  AUTHORIZATION; AN AUTHORIZED ONE IS LOGGED ON
001712*                  TEMPPRL AND MARKS THAT DATE REOPENED.
001713* 10/15/2026  JH   A QUARANTINED BATCH READING NOW CARRIES ITS
001714*                  BATCH'S BUSINESS DATE (TX-BUS-DATE).  A
001715*                  TEMPCFG SITE TABLE OVERFLOW NOW ENDS THROUGH
001716*                  9800 SO THE RUN HISTORY RECORDS IT.
001717*================================================================
001718 IDENTIFICATION DIVISION.
001719 PROGRAM-ID. TemperatureConverter.
001720 AUTHOR. J HENDERSON.
001721 INSTALLATION. PLANT OPERATIONS SYSTEMS.
001722 DATE-WRITTEN. 03/14/2011.
001723 DATE-COMPILED.
001724
001725 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
001750     SELECT TEMP-INPUT-FILE ASSIGN TO "TEMPIN"
002030     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
002040         ORGANIZATION IS INDEXED
002050         ACCESS MODE IS RANDOM
002060         RECORD KEY IS TM-SENSOR-KEY
002070         FILE STATUS IS WS-SENSOR-FILE-STATUS.
002080
002090     SELECT CONFIG-FILE ASSIGN TO "TEMPCFG"
002180         ORGANIZATION IS LINE SEQUENTIAL
002190         FILE STATUS IS WS-REGISTER-FILE-STATUS.
002200
002201     SELECT CALIBRATION-FILE ASSIGN TO "TEMPCAL"
002202         ORGANIZATION IS INDEXED
002203         ACCESS MODE IS DYNAMIC
002204         RECORD KEY IS TI-CAL-KEY
002205         FILE STATUS IS WS-CALIBRATION-FILE-STATUS.
002206
002210     SELECT LAST-READING-FILE ASSIGN TO "TEMPLRD"
002220         ORGANIZATION IS INDEXED
002230         ACCESS MODE IS RANDOM
002254     SELECT RUN-HISTORY-FILE ASSIGN TO "TEMPRHS"
002256         ORGANIZATION IS LINE SEQUENTIAL
002258         FILE STATUS IS WS-RUNHIST-FILE-STATUS.
002259
002260     SELECT PERIOD-FILE ASSIGN TO "TEMPPER"
002261         ORGANIZATION IS INDEXED
002262         ACCESS MODE IS RANDOM
002263         RECORD KEY IS TPC-PERIOD-KEY
002264         FILE STATUS IS WS-PERIOD-FILE-STATUS.
002265
002266     SELECT REOPEN-LOG-FILE ASSIGN TO "TEMPPRL"
002267         ORGANIZATION IS LINE SEQUENTIAL
002268         FILE STATUS IS WS-REOPEN-LOG-FILE-STATUS.
002269
002270 DATA DIVISION.
002280 FILE SECTION.
002290 FD  TEMP-INPUT-FILE
002700     LABEL RECORDS ARE STANDARD.
002710     COPY TEMPREG.
002720
002722 FD  CALIBRATION-FILE
002724     LABEL RECORDS ARE STANDARD.
002726     COPY TEMPCAL.
002728
002730 FD  LAST-READING-FILE
002740     LABEL RECORDS ARE STANDARD.
002750     COPY TEMPLRD.
002754 FD  RUN-HISTORY-FILE
002756     LABEL RECORDS ARE STANDARD.
002758     COPY TEMPRHS.
002759
002760 FD  PERIOD-FILE
002761     LABEL RECORDS ARE STANDARD.
002762     COPY TEMPPER.
002763
002764 FD  REOPEN-LOG-FILE
002765     LABEL RECORDS ARE STANDARD.
002766     COPY TEMPPRL.
002767
002770 WORKING-STORAGE SECTION.
002780*----------------------------------------------------------*
002790* WS-INPUT-TEMP CARRIES FOUR INTEGER DIGITS, NOT THREE, SO
002870     05  WS-INPUT-TEMP        PIC S9(4)V9(2) VALUE 0
002880                               SIGN IS LEADING SEPARATE.
002890     05  WS-OUTPUT-TEMP       PIC S9(4)V9(2) VALUE 0.
002891*----------------------------------------------------------*
002892* WS-RAW-INPUT-TEMP -- THE READING AS RECEIVED, KEPT WHILE
002893* WS-INPUT-TEMP CARRIES THE CALIBRATION-CORRECTED VALUE.
002894*----------------------------------------------------------*
002895     05  WS-RAW-INPUT-TEMP    PIC S9(4)V9(2) VALUE 0.
002900
002910*----------------------------------------------------------*
002920* WS-ROUNDING-CONFIG -- THE ROUNDING MODE AND DECIMAL PLACES
003350 COPY TEMPLNK.
003360
003370*----------------------------------------------------------*
003371* TAL-CHAIN-PARMS -- PARAMETER BLOCK FOR THE TEMPACH AUDIT
003372* CHAIN SUBPROGRAM, WHICH STAMPS EVERY AUDIT RECORD WITH ITS
003373* SEQUENCE NUMBER AND CHAINED CHECK VALUE BEFORE THE WRITE.
003374*----------------------------------------------------------*
003375 COPY TEMPACL.
003376
003377*----------------------------------------------------------*
003380* WS-PHYSICAL-LIMITS -- COMPILED DEFAULTS, OVERRIDDEN FROM
003390* THE TEMPCFG CONFIGURATION FILE AT INITIALIZATION.  FOUR
003400* INTEGER DIGITS SO A CONFIGURED CEILING ABOVE 999.99C IS
003580 01  WS-BATCH-CONTROL.
003590     05  WS-BATCH-ID              PIC X(08) VALUE SPACES.
003600     05  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
003605     05  WS-SITE-CODE             PIC X(03) VALUE SPACES.
003610     05  WS-BATCH-GOOD-SWITCH     PIC X(01) VALUE 'N'.
003620         88  WS-BATCH-GOOD                VALUE 'Y'.
003630     05  WS-BALANCE-ERROR-TEXT    PIC X(40) VALUE SPACES.
003631
003632*----------------------------------------------------------*
003633* WS-PARM-SITE-CODE -- THE SITE NAMED IN PARM POSITIONS 4-6.
003634* IT IS THE SITE OF AN INTERACTIVE OR TABLE RUN, AND OF ANY
003635* BATCH WHOSE HEADER WAS KEYED WITHOUT ONE.
003636*----------------------------------------------------------*
003637 01  WS-PARM-SITE-CODE        PIC X(03) VALUE SPACES.
003638
003639*----------------------------------------------------------*
003640* WS-SITE-CONFIG-TABLE -- EVERY RECORD ON THE TEMPCFG FILE,
003641* ONE PER SITE, LOADED AT INITIALIZATION.  WHEN THE SITE IN
003642* PROCESS CHANGES, ITS ENTRY (OR ELSE THE BLANK-SITE DEFAULT
003643* ENTRY, OR ELSE THE COMPILED DEFAULTS SAVED IN WS-DEFAULT-
003644* CONFIG) IS APPLIED OVER THE WORKING LIMITS, CHECKPOINT
003645* INTERVAL AND TABLE RANGE.
003646*----------------------------------------------------------*
003647 01  WS-SITE-CONFIG-CONTROL.
003648     05  WS-SC-COUNT              PIC 9(04) COMP VALUE 0.
003649     05  WS-SC-SUB                PIC 9(04) COMP VALUE 0.
003650     05  WS-SC-LIMIT              PIC 9(04) COMP VALUE 20.
003651     05  WS-SC-SITE-SUB           PIC 9(04) COMP VALUE 0.
003652     05  WS-SC-DEFAULT-SUB        PIC 9(04) COMP VALUE 0.
003653     05  WS-SC-APPLIED-SITE       PIC X(03) VALUE LOW-VALUES.
003654
003655 01  WS-SITE-CONFIG-TABLE.
003656     05  WS-SC-ENTRY OCCURS 20 TIMES.
003657         10  WS-SC-SITE-CODE      PIC X(03).
003658         10  WS-SC-MIN-VALID-C    PIC S9(4)V9(2).
003659         10  WS-SC-MAX-VALID-C    PIC S9(4)V9(2).
003660         10  WS-SC-CKPT-INTERVAL  PIC 9(04).
003661         10  WS-SC-TABLE-LOW      PIC S9(3)V9(1).
003662         10  WS-SC-TABLE-HIGH     PIC S9(3)V9(1).
003663         10  WS-SC-TABLE-STEP     PIC S9(3)V9(1).
003664
003665 01  WS-DEFAULT-CONFIG.
003666     05  WS-DC-MIN-VALID-C        PIC S9(4)V9(2).
003667     05  WS-DC-MAX-VALID-C        PIC S9(4)V9(2).
003668     05  WS-DC-CKPT-INTERVAL      PIC 9(04).
003669     05  WS-DC-TABLE-LOW          PIC S9(3)V9(1).
003670     05  WS-DC-TABLE-HIGH         PIC S9(3)V9(1).
003671     05  WS-DC-TABLE-STEP         PIC S9(3)V9(1).
003672
003673*----------------------------------------------------------*
003674* WS-BATCH-TABLE -- ONE ENTRY PER HEADER/DETAIL/TRAILER SET
003675* FOUND BY THE CONTROL PRE-PASS, IN FILE ORDER.  EACH BATCH
003680* BALANCES ON ITS OWN: A BATCH WHOSE COUNT OR HASH DISAGREES
003690* WITH ITS TRAILER IS SET ASIDE WHOLE AND THE GOOD BATCHES
003700* STILL PROCESS, INSTEAD OF ONE BAD TRANSMISSION REFUSING
003720* TRUSTED AT ALL (RECORDS OUTSIDE ANY BATCH, A BATCH LEFT
003730* OPEN AT END OF FILE) IS STILL REFUSED OUTRIGHT.
003740*----------------------------------------------------------*
003741* A BATCH FOR A BUSINESS DATE ALREADY CLOSED ON THE PERIOD
003742* CONTROL FILE IS LOCKED OUT ('L') UNLESS ITS HEADER CARRIES A
003743* SUPERVISOR REOPEN AUTHORIZATION.  WS-BT-PERIOD-STATUS HOLDS
003744* THE STATUS THE BATCH FOUND ITS DATE IN (SPACE FOR AN OPEN
003745* DATE), SO A GOOD BATCH WITH A STATUS THERE IS A REOPEN.
003746* WS-BT-REV-REOPEN-SWITCH MARKS A GOOD BATCH WHOSE REVERSALS
003747* REOPEN A CLOSED DATE OTHER THAN ITS OWN.
003748*----------------------------------------------------------*
003750 01  WS-BATCH-TABLE-CONTROL.
003760     05  WS-BATCH-COUNT           PIC 9(04) COMP VALUE 0.
003770     05  WS-BATCH-SUB             PIC 9(04) COMP VALUE 0.
003790     05  WS-PROCESS-BATCH-SUB     PIC 9(04) COMP VALUE 0.
003800     05  WS-SET-ASIDE-COUNT       PIC 9(04) COMP VALUE 0.
003810     05  WS-DUPLICATE-COUNT       PIC 9(04) COMP VALUE 0.
003813     05  WS-LOCKED-COUNT          PIC 9(04) COMP VALUE 0.
003816     05  WS-REOPEN-COUNT          PIC 9(04) COMP VALUE 0.
003820     05  WS-IN-BATCH-SWITCH       PIC X(01) VALUE 'N'.
003830         88  WS-IN-BATCH                  VALUE 'Y'.
003840     05  WS-CKPT-BATCH-FOUND-SWITCH PIC X(01) VALUE 'N'.
003880     05  WS-BATCH-ENTRY OCCURS 20 TIMES.
003890         10  WS-BT-BATCH-ID       PIC X(08).
003900         10  WS-BT-BUS-DATE       PIC 9(08).
003905         10  WS-BT-SITE-CODE      PIC X(03).
003910         10  WS-BT-EXPECTED-COUNT PIC 9(08).
003920         10  WS-BT-EXPECTED-HASH  PIC S9(9)V9(2).
003930         10  WS-BT-DETAIL-COUNT   PIC 9(08).
003980             88  WS-BT-GOOD               VALUE 'G'.
003990             88  WS-BT-SET-ASIDE          VALUE 'B'.
004000             88  WS-BT-DUPLICATE          VALUE 'D'.
004005             88  WS-BT-LOCKED             VALUE 'L'.
004010         10  WS-BT-ERROR-TEXT     PIC X(40).
004011         10  WS-BT-REOPEN-BY      PIC X(03).
004012         10  WS-BT-REOPEN-REF     PIC X(12).
004013         10  WS-BT-PERIOD-STATUS  PIC X(01).
004014         10  WS-BT-REV-REOPEN-SWITCH PIC X(01).
004015             88  WS-BT-REOPENS-REV-DATE   VALUE 'Y'.
004016
004017*----------------------------------------------------------*
004018* WS-REVERSAL-DATE-TABLE -- EVERY BUSINESS DATE A BATCH'S
004019* REVERSALS TAKE READINGS BACK FROM, OTHER THAN THE BATCH'S
004020* OWN DATE, ONCE PER BATCH.  THE PRE-PASS LOOKS EACH UP ON THE
004021* PERIOD CONTROL FILE LIKE A HEADER DATE; WS-RV-PERIOD-STATUS
004022* HOLDS THE STATUS IT FOUND (SPACE FOR AN OPEN DATE) SO THE
004023* END OF RUN CAN LOG THE REOPEN.
004024*----------------------------------------------------------*
004025 01  WS-REVERSAL-DATE-CONTROL.
004026     05  WS-RV-COUNT              PIC 9(04) COMP VALUE 0.
004027     05  WS-RV-SUB                PIC 9(04) COMP VALUE 0.
004028     05  WS-RV-LIMIT              PIC 9(04) COMP VALUE 200.
004029     05  WS-RV-FOUND-SWITCH       PIC X(01) VALUE 'N'.
004030         88  WS-RV-FOUND                  VALUE 'Y'.
004031
004032 01  WS-REVERSAL-DATE-TABLE.
004033     05  WS-RV-ENTRY OCCURS 200 TIMES.
004034         10  WS-RV-BATCH-SUB      PIC 9(04) COMP.
004035         10  WS-RV-BUS-DATE       PIC 9(08).
004036         10  WS-RV-REVERSAL-COUNT PIC 9(08).
004037         10  WS-RV-PERIOD-STATUS  PIC X(01).
004038
004039*----------------------------------------------------------*
004040* WS-RECONCILIATION -- WHAT THIS RUN ACTUALLY READ AND WROTE,
004050* COUNTED AT THE POINT OF EACH WRITE, SO THE END OF THE RUN
004060* CAN PROVE RECORDS-IN EQUALS RECORDS-OUT: READINGS PROCESSED
004100* SKIPPED UP TO THE CHECKPOINT WERE COUNTED BY THE RUN THAT
004110* PROCESSED THEM.
004120*----------------------------------------------------------*
004122* A REVERSAL IS READ LIKE A READING BUT WRITES AN AUDIT RECORD
004124* AND NO RESULT, SO IT HAS ITS OWN COUNT ON BOTH SIDES OF THE
004126* BALANCE.
004128*----------------------------------------------------------*
004130 01  WS-RECONCILIATION.
004140     05  WS-RECON-INPUT-COUNT     PIC 9(08) VALUE 0.
004150     05  WS-RECON-OUTPUT-COUNT    PIC 9(08) VALUE 0.
004160     05  WS-RECON-EXCEPTION-COUNT PIC 9(08) VALUE 0.
004170     05  WS-RECON-AUDIT-COUNT     PIC 9(08) VALUE 0.
004175     05  WS-RECON-REVERSAL-COUNT  PIC 9(08) VALUE 0.
004180     05  WS-RECON-OK-SWITCH       PIC X(01) VALUE 'Y'.
004190         88  WS-RECON-OK                  VALUE 'Y'.
004200
004230
004240 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
004250     88  WS-AUDIT-FILE-NOT-FOUND        VALUE '35'.
004252
004254 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
004256     88  WS-AUDIT-EOF                   VALUE 'Y'.
004260
004270 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
004280     88  WS-EXCEPTION-FILE-NOT-FOUND    VALUE '35'.
004564 01  WS-RUNHIST-FILE-STATUS   PIC X(02) VALUE '00'.
004566     88  WS-RUNHIST-FILE-NOT-FOUND      VALUE '35'.
004570
004571 01  WS-CALIBRATION-FILE-STATUS PIC X(02) VALUE '00'.
004572     88  WS-CALIBRATION-FILE-NOT-FOUND  VALUE '35'.
004573     88  WS-CALIBRATION-END-OF-SET      VALUE '10' '23' '46'.
004574
004575 01  WS-CAL-FILE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
004576     88  WS-CAL-FILE-OPEN               VALUE 'Y'.
004577
004578 01  WS-PERIOD-FILE-STATUS    PIC X(02) VALUE '00'.
004579     88  WS-PERIOD-FILE-NOT-FOUND       VALUE '35'.
004580     88  WS-PERIOD-KEY-NOT-FOUND        VALUE '23'.
004581
004582 01  WS-REOPEN-LOG-FILE-STATUS PIC X(02) VALUE '00'.
004583     88  WS-REOPEN-LOG-FILE-NOT-FOUND   VALUE '35'.
004584
004585*----------------------------------------------------------*
004590* WS-DELTA-AMOUNT -- THE ABSOLUTE CHANGE BETWEEN THE CURRENT
004600* READING'S CANONICAL CELSIUS VALUE AND THE SENSOR'S LAST
004610* ACCEPTED READING, COMPARED AGAINST TM-MAX-DELTA-C.  WIDE
004740     05  WS-HX-INPUT-VALUE    PIC -9(4).99.
004750     05  WS-HX-OUTPUT-VALUE   PIC -9(4).99.
004760     05  WS-HX-ROW-COUNT      PIC 9(08) VALUE 0.
004762     05  WS-HX-ROW-TYPE       PIC X(01) VALUE 'C'.
004764     05  WS-HX-REVERSED-DATE  PIC X(08) VALUE SPACES.
004766     05  WS-HX-REVERSED-TIME  PIC X(08) VALUE SPACES.
004770
004780*----------------------------------------------------------*
004790* WS-SENSOR-LOOKUP -- STATE FOR THE KEYED SENSOR-MASTER READ
004870 01  WS-SENSOR-LOOKUP.
004880     05  WS-SENSOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
004890         88  WS-SENSOR-FOUND            VALUE 'Y'.
004891
004892*----------------------------------------------------------*
004893* WS-CALIBRATION-LOOKUP -- THE CALIBRATION IN FORCE FOR THE
004894* READING IN HAND: THE SENSOR'S LATEST REGISTER RECORD DATED
004895* ON OR BEFORE THE READING'S BUSINESS DATE.  NONE ON FILE
004896* MEANS NO OFFSET AND NO DUE-DATE CHECK -- THE INSTRUMENT IS
004897* NOT YET UNDER THE CALIBRATION PROGRAM.
004898*----------------------------------------------------------*
004899 01  WS-CALIBRATION-LOOKUP.
004900     05  WS-CAL-FOUND-SWITCH  PIC X(01) VALUE 'N'.
004901         88  WS-CAL-FOUND             VALUE 'Y'.
004902     05  WS-CAL-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
004903         88  WS-CAL-SCAN-DONE         VALUE 'Y'.
004904     05  WS-CAL-AS-OF-DATE    PIC 9(08) VALUE 0.
004905     05  WS-CAL-DUE-DATE      PIC 9(08) VALUE 0.
004906     05  WS-CAL-OFFSET        PIC S9(4)V9(2) VALUE 0.
004907
004908*----------------------------------------------------------*
004909* WS-REVERSAL-CONTROL -- THE REVERSAL RECORD IN HAND AND THE
004910* SEARCH FOR THE CONVERSION IT TAKES BACK.  EVERY BATCH
004911* CONVERSION ON THE AUDIT LOG FOR THE SAME SENSOR, BUSINESS
004912* DATE, KEYED VALUE AND UNIT IS A CANDIDATE, IN LOG ORDER; A
004913* CANDIDATE ALREADY NAMED BY AN EARLIER REVERSAL IS MARKED OFF
004914* SO THE SAME READING CANNOT BE TAKEN BACK TWICE, AND THE
004915* LATEST ONE LEFT IS THE ORIGINAL.  A SENSOR THAT SITS AT ONE
004916* VALUE ALL DAY CAN PRODUCE MANY IDENTICAL CANDIDATES; PAST THE
004917* TABLE LIMIT THE OLDEST ARE DROPPED, SINCE IT IS THE LATEST
004918* THAT IS WANTED.
004919*----------------------------------------------------------*
004920 01  WS-REVERSAL-CONTROL.
004921     05  WS-REV-BUS-DATE      PIC 9(08) VALUE 0.
004922     05  WS-REV-WORK-DATE     PIC 9(08) VALUE 0.
004923     05  WS-REV-WORK-TEMP     PIC S9(4)V9(2) VALUE 0.
004924     05  WS-REV-FOUND-SWITCH  PIC X(01) VALUE 'N'.
004925         88  WS-REV-FOUND             VALUE 'Y'.
004926     05  WS-REV-ORIG-RUN-DATE PIC 9(08) VALUE 0.
004927     05  WS-REV-ORIG-RUN-TIME PIC 9(08) VALUE 0.
004928     05  WS-REV-CAND-COUNT    PIC 9(04) COMP VALUE 0.
004929     05  WS-REV-CAND-SUB      PIC 9(04) COMP VALUE 0.
004930     05  WS-REV-CAND-LIMIT    PIC 9(04) COMP VALUE 200.
004931
004932 01  WS-REVERSAL-CANDIDATES.
004933     05  WS-REV-CANDIDATE OCCURS 200 TIMES.
004934         10  WS-RC-SEQUENCE-NO    PIC 9(09).
004935         10  WS-RC-REVERSED-SWITCH PIC X(01).
004936             88  WS-RC-REVERSED           VALUE 'Y'.
004937         10  WS-RC-AUDIT-IMAGE    PIC X(100).
004938
004939 01  WS-ABEND-MESSAGE.
004940     05  WS-ABEND-FILE-NAME   PIC X(10).
004941     05  FILLER               PIC X(01) VALUE SPACE.
004942     05  WS-ABEND-STATUS      PIC X(02).
004950
004960 01  WS-CURRENT-DATE-TIME.
004970     05  WS-CURRENT-DATE      PIC 9(08).
005490     05  WS-BH-BATCH-ID       PIC X(08).
005500     05  FILLER               PIC X(17) VALUE "  BUSINESS DATE: ".
005510     05  WS-BH-BUS-DATE       PIC 9(08).
005520     05  FILLER               PIC X(08) VALUE "  SITE: ".
005523     05  WS-BH-SITE-CODE      PIC X(03).
005526     05  FILLER               PIC X(26) VALUE SPACES.
005530
005540 01  WS-BATCH-GOOD-LINE.
005550     05  FILLER               PIC X(14) VALUE "  PROCESSED - ".
005610     05  FILLER               PIC X(14) VALUE "  SET ASIDE - ".
005620     05  WS-BB-ERROR-TEXT     PIC X(40).
005630     05  FILLER               PIC X(26) VALUE SPACES.
005631
005632 01  WS-BATCH-REOPEN-LINE.
005633     05  FILLER               PIC X(31)
005634             VALUE "  REOPENED CLOSED DATE - AUTH: ".
005635     05  WS-BR-REOPEN-BY      PIC X(03).
005636     05  FILLER               PIC X(06) VALUE "  REF ".
005637     05  WS-BR-REOPEN-REF     PIC X(12).
005638     05  FILLER               PIC X(28) VALUE SPACES.
005639
005640*----------------------------------------------------------*
005641* WS-SITE-TOTALS -- THE RUN'S BATCHES ROLLED UP BY SITE FOR
005642* THE SITE BREAKOUT ON THE SUMMARY.  NO MORE SITES THAN
005643* BATCHES, SO THE BATCH LIMIT BOUNDS IT.
005644*----------------------------------------------------------*
005645 01  WS-SITE-TOTALS-CONTROL.
005646     05  WS-ST-COUNT              PIC 9(04) COMP VALUE 0.
005647     05  WS-ST-SUB                PIC 9(04) COMP VALUE 0.
005648
005649 01  WS-SITE-TOTALS-TABLE.
005650     05  WS-ST-ENTRY OCCURS 20 TIMES.
005651         10  WS-ST-SITE-CODE      PIC X(03).
005652         10  WS-ST-BATCH-COUNT    PIC 9(04).
005653         10  WS-ST-SET-ASIDE-COUNT PIC 9(04).
005654         10  WS-ST-DETAIL-COUNT   PIC 9(08).
005655         10  WS-ST-RESULT-COUNT   PIC 9(08).
005656         10  WS-ST-EXCEPTION-COUNT PIC 9(08).
005657
005658 01  WS-SITE-TOTALS-HEADING.
005659     05  FILLER               PIC X(30)
005660             VALUE "SITE  BATCHES  SET ASIDE  READ".
005661     05  FILLER               PIC X(30)
005662             VALUE "INGS   RESULTS  EXCEPTIONS    ".
005663     05  FILLER               PIC X(20) VALUE SPACES.
005664
005665 01  WS-SITE-TOTALS-LINE.
005666     05  WS-SL-SITE-CODE      PIC X(03).
005667     05  FILLER               PIC X(06) VALUE SPACES.
005668     05  WS-SL-BATCHES        PIC ZZZ9.
005669     05  FILLER               PIC X(07) VALUE SPACES.
005670     05  WS-SL-SET-ASIDE      PIC ZZZ9.
005671     05  FILLER               PIC X(03) VALUE SPACES.
005672     05  WS-SL-READINGS       PIC ZZZ,ZZ9.
005673     05  FILLER               PIC X(03) VALUE SPACES.
005674     05  WS-SL-RESULTS        PIC ZZZ,ZZ9.
005675     05  FILLER               PIC X(05) VALUE SPACES.
005676     05  WS-SL-EXCEPTIONS     PIC ZZZ,ZZ9.
005677     05  FILLER               PIC X(24) VALUE SPACES.
005678
005679 01  WS-REPORT-DETAIL-LINE.
005680     05  WS-RD-LABEL          PIC X(24).
005681     05  WS-RD-COUNT          PIC ZZZ,ZZ9.
005682     05  FILLER               PIC X(02) VALUE SPACES.
005690     05  WS-RD-MIN            PIC -ZZZ9.99.
005700     05  FILLER               PIC X(02) VALUE SPACES.
005710     05  WS-RD-MAX            PIC -ZZZ9.99.
006340
006350     IF NOT WS-MODE-TABLE
006360         CLOSE AUDIT-FILE
006363         MOVE 'C' TO TAL-FUNCTION
006366         CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD
006370         CLOSE EXCEPTION-FILE
006380     END-IF.
006390
006530
006540     PERFORM 1100-SET-ROUNDING-CONFIG THRU 1100-EXIT.
006550     PERFORM 1300-CLEAR-SUMMARY-COUNTERS THRU 1300-EXIT.
006551
006552     MOVE SPACES TO WS-PARM-SITE-CODE.
006553     IF TC-PARM-LENGTH > 3
006554         MOVE TC-PARM-DATA(4:3) TO WS-PARM-SITE-CODE
006555     END-IF.
006556     MOVE WS-PARM-SITE-CODE TO WS-SITE-CODE.
006557
006560     PERFORM 1400-LOAD-RUN-CONFIG THRU 1400-EXIT.
006565     PERFORM 1410-APPLY-SITE-CONFIG THRU 1410-EXIT.
006570
006580     IF WS-MODE-BATCH
006590         PERFORM 1200-OPEN-SENSOR-MASTER THRU 1200-EXIT
006600         PERFORM 1250-OPEN-LAST-READINGS THRU 1250-EXIT
006605         PERFORM 1270-OPEN-CALIBRATIONS THRU 1270-EXIT
006610     END-IF.
006620
006630     IF NOT WS-MODE-TABLE
007410     EXIT.
007420
007430*----------------------------------------------------------*
007431* 1270-OPEN-CALIBRATIONS -- OPENS THE KEYED CALIBRATION
007432* REGISTER FOR THE WHOLE BATCH.  NO REGISTER YET MEANS NO
007433* INSTRUMENT HAS BEEN CALIBRATED UNDER THE PROGRAM, SO EVERY
007434* READING CONVERTS UNCORRECTED, EXACTLY AS BEFORE.
007435*----------------------------------------------------------*
007436 1270-OPEN-CALIBRATIONS.
007437     MOVE 'N' TO WS-CAL-FILE-OPEN-SWITCH.
007438     OPEN INPUT CALIBRATION-FILE.
007439     IF WS-CALIBRATION-FILE-NOT-FOUND
007440         GO TO 1270-EXIT
007441     END-IF.
007442     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
007443         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
007444         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
007445         PERFORM 9800-ABEND-RUN
007446     END-IF.
007447     MOVE 'Y' TO WS-CAL-FILE-OPEN-SWITCH.
007448 1270-EXIT.
007449     EXIT.
007450
007451*----------------------------------------------------------*
007452* 1300-CLEAR-SUMMARY-COUNTERS -- ZEROES EVERY DIRECTION ENTRY
007453* IN WS-SUMMARY-COUNTERS BEFORE THE RUN STARTS.  A RESTARTED
007460* RUN RELOADS THE SAVED COUNTERS FROM THE CHECKPOINT OVER
007470* THESE ZEROES IN 8150-RELOAD-SUMMARY-COUNTERS.
007480*----------------------------------------------------------*
007630     EXIT.
007640
007650*----------------------------------------------------------*
007660* 1400-LOAD-RUN-CONFIG -- TABLES EVERY SITE'S SETTINGS FROM
007670* THE RUNTIME CONFIGURATION FILE.  A MISSING OR EMPTY FILE IS
007680* NOT AN ERROR: THE PROGRAM RUNS ON ITS COMPILED DEFAULTS
007690* EXACTLY AS IT DID BEFORE THE FILE EXISTED.  THE COMPILED
007700* DEFAULTS ARE SAVED FIRST, FOR A SITE THAT HAS NO RECORD OF
007710* ITS OWN WHEN THE FILE HAS NO BLANK-SITE DEFAULT EITHER.
007720*----------------------------------------------------------*
007730 1400-LOAD-RUN-CONFIG.
007731     MOVE WS-MIN-VALID-TEMP-C    TO WS-DC-MIN-VALID-C.
007732     MOVE WS-MAX-VALID-TEMP-C    TO WS-DC-MAX-VALID-C.
007733     MOVE WS-CHECKPOINT-INTERVAL TO WS-DC-CKPT-INTERVAL.
007734     MOVE WS-TABLE-LOW-LIMIT     TO WS-DC-TABLE-LOW.
007735     MOVE WS-TABLE-HIGH-LIMIT    TO WS-DC-TABLE-HIGH.
007736     MOVE WS-TABLE-STEP          TO WS-DC-TABLE-STEP.
007737     MOVE 0 TO WS-SC-COUNT.
007738
007740     OPEN INPUT CONFIG-FILE.
007750     IF WS-CONFIG-FILE-NOT-FOUND
007760         GO TO 1400-EXIT
007820     END-IF.
007830
007840     MOVE 'N' TO WS-CONFIG-EOF-SWITCH.
007841     PERFORM 1420-READ-CONFIG-RECORD THRU 1420-EXIT.
007842     PERFORM 1430-TABLE-ONE-CONFIG THRU 1430-EXIT
007843         UNTIL WS-CONFIG-EOF.
007844
007845     CLOSE CONFIG-FILE.
007846 1400-EXIT.
007847     EXIT.
007848
007849*----------------------------------------------------------*
007850* 1410-APPLY-SITE-CONFIG -- PUTS THE SETTINGS FOR WS-SITE-CODE
007851* INTO FORCE: THE SITE'S OWN ENTRY, ELSE THE BLANK-SITE
007852* DEFAULT ENTRY, ELSE THE COMPILED DEFAULTS.  AN INTERVAL OR
007853* STEP OF ZERO ON THE FILE IS IGNORED -- THE CHECKPOINT
007854* DIVIDE MUST NEVER SEE A ZERO DIVISOR.  NOTHING IS DONE WHEN
007855* THE SITE HAS NOT CHANGED SINCE THE LAST CALL.
007856*----------------------------------------------------------*
007857 1410-APPLY-SITE-CONFIG.
007858     IF WS-SITE-CODE = WS-SC-APPLIED-SITE
007859         GO TO 1410-EXIT
007860     END-IF.
007861     MOVE WS-SITE-CODE TO WS-SC-APPLIED-SITE.
007862
007863     MOVE 0 TO WS-SC-SITE-SUB.
007864     MOVE 0 TO WS-SC-DEFAULT-SUB.
007865     MOVE 1 TO WS-SC-SUB.
007866     PERFORM 1440-FIND-SITE-CONFIG THRU 1440-EXIT
007867         UNTIL WS-SC-SUB > WS-SC-COUNT.
007868     IF WS-SC-SITE-SUB = 0
007869         MOVE WS-SC-DEFAULT-SUB TO WS-SC-SITE-SUB
007870     END-IF.
007871
007872     IF WS-SC-SITE-SUB = 0
007873         MOVE WS-DC-MIN-VALID-C   TO WS-MIN-VALID-TEMP-C
007874         MOVE WS-DC-MAX-VALID-C   TO WS-MAX-VALID-TEMP-C
007875         MOVE WS-DC-CKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL
007876         MOVE WS-DC-TABLE-LOW     TO WS-TABLE-LOW-LIMIT
007877         MOVE WS-DC-TABLE-HIGH    TO WS-TABLE-HIGH-LIMIT
007878         MOVE WS-DC-TABLE-STEP    TO WS-TABLE-STEP
007879         GO TO 1410-EXIT
007880     END-IF.
007881
007882     MOVE WS-SC-MIN-VALID-C (WS-SC-SITE-SUB)
007883         TO WS-MIN-VALID-TEMP-C.
007884     MOVE WS-SC-MAX-VALID-C (WS-SC-SITE-SUB)
007885         TO WS-MAX-VALID-TEMP-C.
007886     MOVE WS-DC-CKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
007887     IF WS-SC-CKPT-INTERVAL (WS-SC-SITE-SUB) > 0
007888         MOVE WS-SC-CKPT-INTERVAL (WS-SC-SITE-SUB)
007889             TO WS-CHECKPOINT-INTERVAL
007890     END-IF.
007891     MOVE WS-SC-TABLE-LOW (WS-SC-SITE-SUB)
007892         TO WS-TABLE-LOW-LIMIT.
007893     MOVE WS-SC-TABLE-HIGH (WS-SC-SITE-SUB)
007894         TO WS-TABLE-HIGH-LIMIT.
007895     MOVE WS-DC-TABLE-STEP TO WS-TABLE-STEP.
007896     IF WS-SC-TABLE-STEP (WS-SC-SITE-SUB) > 0
007897         MOVE WS-SC-TABLE-STEP (WS-SC-SITE-SUB) TO WS-TABLE-STEP
007898     END-IF.
007899 1410-EXIT.
007900     EXIT.
007901
007902 1420-READ-CONFIG-RECORD.
007903     READ CONFIG-FILE
007904         AT END
007905             MOVE 'Y' TO WS-CONFIG-EOF-SWITCH
007906     END-READ.
007907 1420-EXIT.
007908     EXIT.
007909
007910*----------------------------------------------------------*
007911* 1430-TABLE-ONE-CONFIG -- ONE SITE'S RECORD INTO THE TABLE.
007920* MORE SITES THAN THE TABLE HOLDS IS A CONFIGURATION ERROR
007930* THE RUN MUST NOT GUESS PAST; IT ENDS THROUGH 9800 LIKE A
007940* FILE ERROR, SO THE RUN HISTORY STILL RECORDS IT.
007950*----------------------------------------------------------*
007960 1430-TABLE-ONE-CONFIG.
007970     IF WS-SC-COUNT = WS-SC-LIMIT
007980         DISPLAY "TEMPERATURECONVERTER - TEMPCFG SITES EXCEED "
007990             "TABLE LIMIT - RUN REFUSED"
008000         MOVE "TEMPCFG"  TO WS-ABEND-FILE-NAME
008010         MOVE WS-CONFIG-FILE-STATUS TO WS-ABEND-STATUS
008015         PERFORM 9800-ABEND-RUN
008020     END-IF.
008021     ADD 1 TO WS-SC-COUNT.
008022     MOVE TF-SITE-CODE
008023         TO WS-SC-SITE-CODE (WS-SC-COUNT).
008024     MOVE TF-MIN-VALID-TEMP-C
008025         TO WS-SC-MIN-VALID-C (WS-SC-COUNT).
008026     MOVE TF-MAX-VALID-TEMP-C
008027         TO WS-SC-MAX-VALID-C (WS-SC-COUNT).
008028     MOVE TF-CHECKPOINT-INTERVAL
008029         TO WS-SC-CKPT-INTERVAL (WS-SC-COUNT).
008030     MOVE TF-TABLE-LOW-LIMIT
008031         TO WS-SC-TABLE-LOW (WS-SC-COUNT).
008032     MOVE TF-TABLE-HIGH-LIMIT
008033         TO WS-SC-TABLE-HIGH (WS-SC-COUNT).
008034     MOVE TF-TABLE-STEP
008035         TO WS-SC-TABLE-STEP (WS-SC-COUNT).
008036     PERFORM 1420-READ-CONFIG-RECORD THRU 1420-EXIT.
008037 1430-EXIT.
008038     EXIT.
008039
008040 1440-FIND-SITE-CONFIG.
008050     IF WS-SC-SITE-CODE (WS-SC-SUB) = WS-SITE-CODE
008051         MOVE WS-SC-SUB TO WS-SC-SITE-SUB
008052     END-IF.
008053     IF WS-SC-SITE-CODE (WS-SC-SUB) = SPACES
008054         MOVE WS-SC-SUB TO WS-SC-DEFAULT-SUB
008055     END-IF.
008056     ADD 1 TO WS-SC-SUB.
008057 1440-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------*
008780     CLOSE TEMP-OUTPUT-FILE.
008790     CLOSE SENSOR-FILE.
008800     CLOSE LAST-READING-FILE.
008802     IF WS-CAL-FILE-OPEN
008804         CLOSE CALIBRATION-FILE
008806     END-IF.
008810     PERFORM 3700-END-HISTORIAN-EXTRACT THRU 3700-EXIT.
008820
008830     MOVE 0 TO WS-RECORD-COUNT.
008860     PERFORM 8700-RECONCILE-RUN THRU 8700-EXIT.
008870     PERFORM 8500-PRODUCE-SUMMARY-REPORT THRU 8500-EXIT.
008880     PERFORM 3800-REGISTER-PROCESSED-BATCHES THRU 3800-EXIT.
008885     PERFORM 3820-RECORD-PERIOD-REOPENS THRU 3820-EXIT.
008890
008900*----------------------------------------------------------*
008910* A RUN WITH SET-ASIDE BATCHES ENDS WITH RETURN CODE 8, AND
008930* RETURN CODE 14, SO THE SCHEDULER FLAGS THE TRANSMISSION
008940* FOR FOLLOW-UP WHILE THE GOOD BATCHES SHIP; AN OUT-OF-
008950* BALANCE RUN STILL ENDS WITH RETURN CODE 10 AND HOLDS THE
008960* DOWNSTREAM JOBS.  A BATCH SET ASIDE ONLY BECAUSE ITS
008962* BUSINESS DATE IS CLOSED ENDS THE RUN WITH RETURN CODE 6,
008964* THE LOWEST, SO ANY OF THE OTHER CONDITIONS STILL SHOWS
008966* THROUGH IT.
008970*----------------------------------------------------------*
008971     IF WS-LOCKED-COUNT > 0
008972         DISPLAY "TEMPERATURECONVERTER - " WS-LOCKED-COUNT
008973             " BATCH(ES) SET ASIDE FOR CLOSED DATES"
008974         MOVE 6 TO RETURN-CODE
008975     END-IF.
008976
008980     IF WS-SET-ASIDE-COUNT > 0
008990         DISPLAY "TEMPERATURECONVERTER - " WS-SET-ASIDE-COUNT
009000             " BATCH(ES) SET ASIDE"
009260* 3200-PROCESS-ONE-RECORD -- A HEADER SWITCHES THE RUN INTO
009270* ITS BATCH (EVEN INSIDE THE CHECKPOINT SKIP REGION, SO A
009280* RESTART RESUMES UNDER THE RIGHT BATCH ID); A DETAIL IN A
009290* GOOD BATCH IS VALIDATED AND CONVERTED; A REVERSAL IN A GOOD
009300* BATCH TAKES BACK THE CONVERSION IT NAMES; A DETAIL OR
009303* REVERSAL IN A BATCH THE PRE-PASS SET ASIDE IS PASSED OVER
009306* UNTOUCHED.
009310*----------------------------------------------------------*
009320 3200-PROCESS-ONE-RECORD.
009330     IF TR-HEADER-RECORD
009490         IF WS-READING-VALID
009500             PERFORM 5000-CONVERT-READING THRU 5000-EXIT
009510             MOVE SPACES TO TO-OUTPUT-RECORD
009520             MOVE WS-INPUT-TEMP  TO TO-INPUT-TEMP
009525             MOVE WS-RAW-INPUT-TEMP TO TO-RAW-INPUT-TEMP
009530             MOVE TR-INPUT-UNIT  TO TO-INPUT-UNIT
009540             MOVE WS-OUTPUT-TEMP TO TO-OUTPUT-TEMP
009550             MOVE WS-OUTPUT-UNIT TO TO-OUTPUT-UNIT
009690     END-IF.
009700
009710     IF WS-RECORD-COUNT > WS-LAST-CHECKPOINT-COUNT
009711        AND TR-REVERSAL-RECORD
009712        AND WS-BATCH-GOOD
009713         PERFORM 3300-PROCESS-REVERSAL THRU 3300-EXIT
009714     END-IF.
009715
009716     IF WS-RECORD-COUNT > WS-LAST-CHECKPOINT-COUNT
009720         PERFORM 8200-SAVE-CHECKPOINT-IF-DUE THRU 8200-EXIT
009730     END-IF.
009740
009800* 3250-SET-CURRENT-BATCH -- MAKES THE NEXT TABLED BATCH THE
009810* CURRENT ONE.  BATCHES ARE MATCHED BY POSITION: THE MAIN
009820* PASS SEES THE HEADERS IN THE SAME ORDER THE PRE-PASS TABLED
009830* THEM.  THE BATCH'S SITE CONFIGURATION IS PUT INTO FORCE.
009840*----------------------------------------------------------*
009850 3250-SET-CURRENT-BATCH.
009860     IF WS-PROCESS-BATCH-SUB > WS-BATCH-COUNT
009930         TO WS-BATCH-ID.
009940     MOVE WS-BT-BUS-DATE (WS-PROCESS-BATCH-SUB)
009950         TO WS-BUSINESS-DATE.
009952     MOVE WS-BT-SITE-CODE (WS-PROCESS-BATCH-SUB)
009954         TO WS-SITE-CODE.
009956     PERFORM 1410-APPLY-SITE-CONFIG THRU 1410-EXIT.
009960     IF WS-BT-GOOD (WS-PROCESS-BATCH-SUB)
009970         MOVE 'Y' TO WS-BATCH-GOOD-SWITCH
009980     ELSE
009990         MOVE 'N' TO WS-BATCH-GOOD-SWITCH
010000     END-IF.
010010 3250-EXIT.
010011     EXIT.
010012
010013*----------------------------------------------------------*
010014* 3300-PROCESS-REVERSAL -- A REVERSAL RECORD IN A GOOD BATCH.
010015* THE CONVERSION IT NAMES IS FOUND ON THE AUDIT LOG, AND A
010016* REVERSING AUDIT RECORD LINKED TO IT BY SEQUENCE NUMBER IS
010017* WRITTEN, WITH A REVERSAL ROW ON THE HISTORIAN FEED, AND THE
010018* SENSOR'S LAST-READING BASELINE IS PUT BACK IF THE REVERSED
010019* READING WAS STILL ITS BASELINE.  NO RESULT RECORD IS
010020* WRITTEN.  A REVERSAL THAT NAMES NOTHING ON THE LOG --
010021* MIS-KEYED, ALREADY REVERSED, OR OLDER THAN THE CURRENT LOG
010022* -- IS QUARANTINED ON THE EXCEPTION FILE (RVNF) SO THE SENDER
010023* CAN BE ASKED ABOUT IT, AND THE RUN STILL BALANCES.
010024*----------------------------------------------------------*
010025 3300-PROCESS-REVERSAL.
010026     ADD 1 TO WS-RECON-INPUT-COUNT.
010027     MOVE TR-REV-INPUT-TEMP TO WS-INPUT-TEMP.
010028     MOVE TR-REV-INPUT-TEMP TO WS-RAW-INPUT-TEMP.
010029     MOVE TR-REV-INPUT-UNIT TO WS-INPUT-UNIT.
010030     MOVE TR-REV-SENSOR-ID  TO WS-SENSOR-ID.
010031     MOVE SPACE             TO WS-TARGET-UNIT.
010032     MOVE TR-REV-BUS-DATE   TO WS-REV-BUS-DATE.
010033
010034     PERFORM 3310-FIND-REVERSED-ORIGINAL THRU 3310-EXIT.
010035
010036     IF NOT WS-REV-FOUND
010037         MOVE 'RVNF' TO WS-REASON-CODE
010038         MOVE "REVERSAL - NO MATCHING CONVERSION ON LOG"
010039             TO WS-REASON-TEXT
010040         PERFORM 7000-WRITE-EXCEPTION-RECORD THRU 7000-EXIT
010041         ADD 1 TO
010042             WS-BT-EXCEPTION-COUNT (WS-PROCESS-BATCH-SUB)
010043         GO TO 3300-EXIT
010044     END-IF.
010045
010046     PERFORM 6100-WRITE-REVERSAL-AUDIT THRU 6100-EXIT.
010047     PERFORM 7550-WRITE-REVERSAL-EXTRACT THRU 7550-EXIT.
010048     PERFORM 7750-RESTORE-LAST-READING THRU 7750-EXIT.
010049 3300-EXIT.
010050     EXIT.
010051
010052*----------------------------------------------------------*
010053* 3310-FIND-REVERSED-ORIGINAL -- ONE PASS OVER THE AUDIT LOG
010054* FOR THE REVERSAL IN HAND.  THE LOG IS OPEN FOR APPEND, SO IT
010055* IS CLOSED, READ FROM THE TOP AND REOPENED FOR APPEND; EVERY
010056* RECORD THIS RUN HAS ALREADY WRITTEN IS THEREFORE SEEN, AND A
010057* REVERSAL CAN TAKE BACK A READING FROM AN EARLIER BATCH ON
010058* THE SAME FILE.  REVERSALS ARE RARE ENOUGH THAT A PASS EACH
010059* COSTS LESS THAN HOLDING THE LOG IN STORAGE.  RECORDS LOGGED
010060* BEFORE THE AUDIT CHAIN EXISTED CARRY NO SEQUENCE NUMBER TO
010061* LINK TO AND ARE NOT CANDIDATES.
010062*----------------------------------------------------------*
010063 3310-FIND-REVERSED-ORIGINAL.
010064     MOVE 'N' TO WS-REV-FOUND-SWITCH.
010065     MOVE 0 TO WS-REV-CAND-COUNT.
010066
010067     CLOSE AUDIT-FILE.
010068     OPEN INPUT AUDIT-FILE.
010069     IF WS-AUDIT-FILE-STATUS NOT = '00'
010070         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
010071         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
010072         PERFORM 9800-ABEND-RUN
010073     END-IF.
010074
010075     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
010076     PERFORM 3350-READ-AUDIT-RECORD THRU 3350-EXIT.
010077     PERFORM 3320-MATCH-ONE-AUDIT THRU 3320-EXIT
010078         UNTIL WS-AUDIT-EOF.
010079
010080     CLOSE AUDIT-FILE.
010081     OPEN EXTEND AUDIT-FILE.
010082     IF WS-AUDIT-FILE-STATUS NOT = '00'
010083         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
010084         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
010085         PERFORM 9800-ABEND-RUN
010086     END-IF.
010087
010088     MOVE WS-REV-CAND-COUNT TO WS-REV-CAND-SUB.
010089     PERFORM 3340-PICK-LATEST-CANDIDATE THRU 3340-EXIT
010090         UNTIL WS-REV-FOUND
010091            OR WS-REV-CAND-SUB = 0.
010092 3310-EXIT.
010093     EXIT.
010094
010095*----------------------------------------------------------*
010096* 3320-MATCH-ONE-AUDIT -- A REVERSAL ALREADY ON THE LOG FOR
010097* THIS SENSOR MARKS OFF THE CANDIDATE IT NAMED; A BATCH
010098* CONVERSION OF THE SAME SENSOR, BUSINESS DATE (RUN DATE FOR
010099* RECORDS LOGGED BEFORE THE FIELD EXISTED), UNIT AND KEYED
010100* VALUE (THE RAW VALUE, BEFORE ANY CALIBRATION OFFSET) IS
010101* TABLED AS A CANDIDATE.  A CONVERSION LOGGED UNDER ANOTHER
010102* SITE IS NOT; ONE LOGGED BEFORE SITES EXISTED STILL IS.
010103*----------------------------------------------------------*
010104 3320-MATCH-ONE-AUDIT.
010105     IF TA-SENSOR-ID NOT = WS-SENSOR-ID
010106         GO TO 3320-NEXT
010107     END-IF.
010108
010109     IF TA-SOURCE-REVERSAL
010110         MOVE 1 TO WS-REV-CAND-SUB
010111         PERFORM 3325-MARK-ONE-CANDIDATE THRU 3325-EXIT
010112             UNTIL WS-REV-CAND-SUB > WS-REV-CAND-COUNT
010113         GO TO 3320-NEXT
010114     END-IF.
010115
010116     IF NOT TA-SOURCE-BATCH
010117        OR TA-INPUT-UNIT NOT = WS-INPUT-UNIT
010118        OR TA-SEQUENCE-NO IS NOT NUMERIC
010119         GO TO 3320-NEXT
010120     END-IF.
010121     IF TA-SITE-CODE NOT = SPACES
010122        AND TA-SITE-CODE NOT = WS-SITE-CODE
010123         GO TO 3320-NEXT
010124     END-IF.
010125
010126     IF TA-BUS-DATE IS NUMERIC
010127        AND TA-BUS-DATE > 0
010128         MOVE TA-BUS-DATE TO WS-REV-WORK-DATE
010129     ELSE
010130         MOVE TA-RUN-DATE TO WS-REV-WORK-DATE
010131     END-IF.
010132     IF WS-REV-WORK-DATE NOT = WS-REV-BUS-DATE
010133         GO TO 3320-NEXT
010134     END-IF.
010135
010136     IF TA-RAW-INPUT-TEMP IS NUMERIC
010137         MOVE TA-RAW-INPUT-TEMP TO WS-REV-WORK-TEMP
010138     ELSE
010139         MOVE TA-INPUT-TEMP TO WS-REV-WORK-TEMP
010140     END-IF.
010141     IF WS-REV-WORK-TEMP NOT = WS-INPUT-TEMP
010142         GO TO 3320-NEXT
010143     END-IF.
010144
010145     IF WS-REV-CAND-COUNT = WS-REV-CAND-LIMIT
010146         MOVE 1 TO WS-REV-CAND-SUB
010147         PERFORM 3330-DROP-OLDEST-CANDIDATE THRU 3330-EXIT
010148             UNTIL WS-REV-CAND-SUB = WS-REV-CAND-COUNT
010149         SUBTRACT 1 FROM WS-REV-CAND-COUNT
010150     END-IF.
010151     ADD 1 TO WS-REV-CAND-COUNT.
010152     MOVE TA-SEQUENCE-NO
010153         TO WS-RC-SEQUENCE-NO (WS-REV-CAND-COUNT).
010154     MOVE 'N' TO WS-RC-REVERSED-SWITCH (WS-REV-CAND-COUNT).
010155     MOVE TA-AUDIT-RECORD
010156         TO WS-RC-AUDIT-IMAGE (WS-REV-CAND-COUNT).
010157
010158 3320-NEXT.
010159     PERFORM 3350-READ-AUDIT-RECORD THRU 3350-EXIT.
010160 3320-EXIT.
010161     EXIT.
010162
010163 3325-MARK-ONE-CANDIDATE.
010164     IF WS-RC-SEQUENCE-NO (WS-REV-CAND-SUB) =
010165             TA-REVERSES-SEQUENCE-NO
010166         MOVE 'Y' TO WS-RC-REVERSED-SWITCH (WS-REV-CAND-SUB)
010167     END-IF.
010168     ADD 1 TO WS-REV-CAND-SUB.
010169 3325-EXIT.
010170     EXIT.
010171
010172 3330-DROP-OLDEST-CANDIDATE.
010173     MOVE WS-REV-CANDIDATE (WS-REV-CAND-SUB + 1)
010174         TO WS-REV-CANDIDATE (WS-REV-CAND-SUB).
010175     ADD 1 TO WS-REV-CAND-SUB.
010176 3330-EXIT.
010177     EXIT.
010178
010179 3340-PICK-LATEST-CANDIDATE.
010180     IF WS-RC-REVERSED (WS-REV-CAND-SUB)
010181         SUBTRACT 1 FROM WS-REV-CAND-SUB
010182     ELSE
010183         MOVE 'Y' TO WS-REV-FOUND-SWITCH
010184     END-IF.
010185 3340-EXIT.
010186     EXIT.
010187
010188 3350-READ-AUDIT-RECORD.
010189     READ AUDIT-FILE
010190         AT END
010191             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
010192     END-READ.
010193 3350-EXIT.
010194     EXIT.
010195
010196*----------------------------------------------------------*
010197* 3500-VERIFY-BATCH-CONTROLS -- PRE-PASS OVER THE READINGS
010198* FILE BEFORE ANY OUTPUT IS OPENED.  THE FILE MAY CARRY
010199* SEVERAL CONCATENATED HEADER/DETAIL/TRAILER BATCHES; EACH IS
010200* TABLED AND ITS DETAIL COUNT AND TEMPERATURE HASH CHECKED
010201* AGAINST ITS OWN TRAILER.  A BATCH OUT OF BALANCE IS SET
010202* ASIDE WHOLE (REPORTED BY BATCH ID) AND THE GOOD BATCHES
010203* STILL PROCESS.  ONLY A FILE WHOSE STRUCTURE CANNOT BE
010204* TRUSTED -- RECORDS OUTSIDE ANY BATCH, A BATCH LEFT OPEN AT
010205* END OF FILE, AN UNKNOWN RECORD TYPE -- IS REFUSED OUTRIGHT
010206* WITH RETURN CODE 12 AND NOTHING WRITTEN.
010207*----------------------------------------------------------*
010208 3500-VERIFY-BATCH-CONTROLS.
010209     OPEN INPUT TEMP-INPUT-FILE.
010210     IF WS-INPUT-FILE-STATUS NOT = '00'
010211         MOVE "TEMPIN"   TO WS-ABEND-FILE-NAME
010212         MOVE WS-INPUT-FILE-STATUS TO WS-ABEND-STATUS
010213         PERFORM 9800-ABEND-RUN
010220     END-IF.
010230
010240     MOVE 'N' TO WS-BATCH-EOF-SWITCH.
010250     MOVE 'N' TO WS-IN-BATCH-SWITCH.
010260     MOVE 0 TO WS-BATCH-COUNT.
010270     MOVE 0 TO WS-SET-ASIDE-COUNT.
010272     MOVE 0 TO WS-LOCKED-COUNT.
010274     MOVE 0 TO WS-REOPEN-COUNT.
010276     MOVE 0 TO WS-RV-COUNT.
010280
010290     PERFORM 3510-READ-CONTROL-RECORD THRU 3510-EXIT.
010300     PERFORM 3520-CHECK-ONE-RECORD THRU 3520-EXIT
010480         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
010490
010500     PERFORM 3540-CHECK-BATCH-REGISTER THRU 3540-EXIT.
010505     PERFORM 3570-CHECK-CLOSED-PERIODS THRU 3570-EXIT.
010510
010520     MOVE 'N' TO WS-BATCH-EOF-SWITCH.
010530 3500-EXIT.
010800                 TO WS-BT-BATCH-ID (WS-BATCH-SUB)
010810             MOVE TR-HDR-BUS-DATE
010820                 TO WS-BT-BUS-DATE (WS-BATCH-SUB)
010821             MOVE TR-HDR-SITE-CODE
010822                 TO WS-BT-SITE-CODE (WS-BATCH-SUB)
010823             IF TR-HDR-SITE-CODE = SPACES
010824                 MOVE WS-PARM-SITE-CODE
010825                     TO WS-BT-SITE-CODE (WS-BATCH-SUB)
010826             END-IF
010827             MOVE TR-HDR-REOPEN-BY
010828                 TO WS-BT-REOPEN-BY (WS-BATCH-SUB)
010829             MOVE TR-HDR-REOPEN-REF
010830                 TO WS-BT-REOPEN-REF (WS-BATCH-SUB)
010831             MOVE SPACE TO WS-BT-PERIOD-STATUS (WS-BATCH-SUB)
010832             MOVE 'N' TO WS-BT-REV-REOPEN-SWITCH (WS-BATCH-SUB)
010833             MOVE 0 TO WS-BT-EXPECTED-COUNT (WS-BATCH-SUB)
010840             MOVE 0 TO WS-BT-EXPECTED-HASH (WS-BATCH-SUB)
010850             MOVE 0 TO WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
010860             MOVE 0 TO WS-BT-HASH-TOTAL (WS-BATCH-SUB)
011090             ADD 1 TO WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
011100             ADD TR-INPUT-TEMP
011110                 TO WS-BT-HASH-TOTAL (WS-BATCH-SUB)
011111         WHEN TR-REVERSAL-RECORD
011112             IF NOT WS-IN-BATCH
011113                 MOVE "REVERSAL RECORD OUTSIDE ANY BATCH"
011114                     TO WS-BALANCE-ERROR-TEXT
011115                 PERFORM 9810-REJECT-BATCH
011116             END-IF
011117             ADD 1 TO WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
011118             ADD TR-REV-INPUT-TEMP
011119                 TO WS-BT-HASH-TOTAL (WS-BATCH-SUB)
011120             PERFORM 3525-TABLE-REVERSAL-DATE THRU 3525-EXIT
011121         WHEN OTHER
011130             MOVE "UNKNOWN RECORD TYPE IN INPUT BATCH"
011140                 TO WS-BALANCE-ERROR-TEXT
011150             PERFORM 9810-REJECT-BATCH
011200     EXIT.
011210
011220*----------------------------------------------------------*
011221* 3525-TABLE-REVERSAL-DATE -- NOTES THE BUSINESS DATE OF THE
011222* REVERSAL IN HAND AGAINST ITS BATCH, ONCE PER BATCH AND DATE,
011223* UNLESS IT IS THE BATCH'S OWN DATE (THE HEADER CHECK COVERS
011224* THAT).  MORE DATES THAN THE TABLE HOLDS REFUSES THE FILE
011225* LIKE TOO MANY BATCHES.
011226*----------------------------------------------------------*
011227 3525-TABLE-REVERSAL-DATE.
011228     IF TR-REV-BUS-DATE = WS-BT-BUS-DATE (WS-BATCH-SUB)
011229         GO TO 3525-EXIT
011230     END-IF.
011231
011232     MOVE 'N' TO WS-RV-FOUND-SWITCH.
011233     MOVE 1 TO WS-RV-SUB.
011234     PERFORM 3526-MATCH-REVERSAL-DATE THRU 3526-EXIT
011235         UNTIL WS-RV-FOUND
011236            OR WS-RV-SUB > WS-RV-COUNT.
011237     IF WS-RV-FOUND
011238         ADD 1 TO WS-RV-REVERSAL-COUNT (WS-RV-SUB)
011239         GO TO 3525-EXIT
011240     END-IF.
011241
011242     IF WS-RV-COUNT = WS-RV-LIMIT
011243         MOVE "TOO MANY REVERSAL DATES IN INPUT FILE"
011244             TO WS-BALANCE-ERROR-TEXT
011245         PERFORM 9810-REJECT-BATCH
011246     END-IF.
011247     ADD 1 TO WS-RV-COUNT.
011248     MOVE WS-BATCH-SUB    TO WS-RV-BATCH-SUB (WS-RV-COUNT).
011249     MOVE TR-REV-BUS-DATE TO WS-RV-BUS-DATE (WS-RV-COUNT).
011250     MOVE 1               TO WS-RV-REVERSAL-COUNT (WS-RV-COUNT).
011251     MOVE SPACE           TO WS-RV-PERIOD-STATUS (WS-RV-COUNT).
011252 3525-EXIT.
011253     EXIT.
011254
011255 3526-MATCH-REVERSAL-DATE.
011256     IF WS-RV-BATCH-SUB (WS-RV-SUB) = WS-BATCH-SUB
011257        AND WS-RV-BUS-DATE (WS-RV-SUB) = TR-REV-BUS-DATE
011258         MOVE 'Y' TO WS-RV-FOUND-SWITCH
011259     ELSE
011260         ADD 1 TO WS-RV-SUB
011261     END-IF.
011262 3526-EXIT.
011263     EXIT.
011264
011265*----------------------------------------------------------*
011266* 3530-BALANCE-ONE-BATCH -- CHECKS ONE TABLED BATCH AGAINST
011267* ITS OWN TRAILER FIGURES.  A BATCH THAT DISAGREES IS SET
011268* ASIDE WHOLE: ITS DETAILS ARE SKIPPED BY THE MAIN PASS, THE
011269* BATCH IS REPORTED BY ID HERE AND ON THE SUMMARY, AND THE
011270* RUN ENDS WITH ITS OWN RETURN CODE SO THE SENDER CAN BE
011280* CHASED WHILE THE GOOD BATCHES SHIP.  A BATCH WITH NO SITE
011283* ON ITS HEADER OR THE PARM IS SET ASIDE THE SAME WAY: ITS
011286* SENSORS CANNOT BE FOUND ON THE SITE-KEYED MASTER.
011290*----------------------------------------------------------*
011300 3530-BALANCE-ONE-BATCH.
011310     IF WS-BT-DETAIL-COUNT (WS-BATCH-SUB) NOT =
011390        AND WS-BT-HASH-TOTAL (WS-BATCH-SUB) NOT =
011400             WS-BT-EXPECTED-HASH (WS-BATCH-SUB)
011410         MOVE "HASH TOTAL DISAGREES WITH TRAILER"
011411             TO WS-BT-ERROR-TEXT (WS-BATCH-SUB)
011412         MOVE 'B' TO WS-BT-STATUS (WS-BATCH-SUB)
011413     END-IF.
011414
011415     IF WS-BT-GOOD (WS-BATCH-SUB)
011416        AND WS-BT-SITE-CODE (WS-BATCH-SUB) = SPACES
011417         MOVE "NO SITE CODE ON HEADER OR PARM"
011420             TO WS-BT-ERROR-TEXT (WS-BATCH-SUB)
011430         MOVE 'B' TO WS-BT-STATUS (WS-BATCH-SUB)
011440     END-IF.
011934* ENTRY.  A RE-SENT TRANSMISSION CARRIES BOTH UNCHANGED AND
011935* IS STILL REFUSED; A BATCH ID THAT LEGITIMATELY RECURS ON A
011936* LATER BUSINESS DATE (THE REVIEW WORKSTATION'S TIME-BASED
011937* RE-INJECTION IDS CAN COLLIDE ACROSS DAYS) IS NOT.  THE SITE
011938* MUST MATCH TOO, EXCEPT ON ENTRIES REGISTERED BEFORE SITES
011939* EXISTED, WHICH MATCH ANY SITE.
011940*----------------------------------------------------------*
011941 3555-MARK-DUPLICATE-BATCH.
011950     IF WS-BT-GOOD (WS-BATCH-SUB)
011960        AND WS-BT-BATCH-ID (WS-BATCH-SUB) = TG-BATCH-ID
011965        AND WS-BT-BUS-DATE (WS-BATCH-SUB) = TG-BUS-DATE
011966        AND (TG-SITE-CODE = SPACES
011967          OR TG-SITE-CODE = WS-BT-SITE-CODE (WS-BATCH-SUB))
011970         MOVE 'D' TO WS-BT-STATUS (WS-BATCH-SUB)
011980         MOVE "BATCH ID ALREADY ON PROCESSED REGISTER"
011990             TO WS-BT-ERROR-TEXT (WS-BATCH-SUB)
012150     EXIT.
012160
012170*----------------------------------------------------------*
012171* 3570-CHECK-CLOSED-PERIODS -- LOOKS UP EACH BATCH STILL IN
012172* GOOD STANDING ON THE PERIOD CONTROL FILE BY ITS SITE AND
012173* BUSINESS DATE.  A DATE THE END-OF-DAY CLOSE HAS MARKED
012174* CLOSED HAS ALREADY BEEN REPORTED AND BILLED, SO A LATE
012175* BATCH FOR IT IS SET ASIDE UNDER ITS OWN RETURN CODE -- UNLESS
012176* ITS HEADER CARRIES A SUPERVISOR'S REOPEN AUTHORIZATION
012177* (INITIALS AND REFERENCE), IN WHICH CASE IT PROCESSES AND
012178* THE REOPEN IS LOGGED AT END OF RUN.  NO PERIOD CONTROL FILE
012179* YET MEANS NO DATE HAS EVER BEEN CLOSED.
012180*
012181* A REVERSAL TAKES BACK A READING ON ITS OWN BUSINESS DATE, SO
012182* EVERY REVERSAL DATE TABLED FOR A BATCH STILL IN GOOD STANDING
012183* IS LOOKED UP THE SAME WAY UNDER THE BATCH'S SITE: A CLOSED
012184* ONE SETS THE WHOLE BATCH ASIDE UNLESS THE HEADER CARRIES THE
012185* AUTHORIZATION, AND AN AUTHORIZED ONE IS LOGGED AT END OF RUN.
012186*----------------------------------------------------------*
012187 3570-CHECK-CLOSED-PERIODS.
012188     OPEN INPUT PERIOD-FILE.
012189     IF WS-PERIOD-FILE-NOT-FOUND
012190         GO TO 3570-EXIT
012191     END-IF.
012192     IF WS-PERIOD-FILE-STATUS NOT = '00'
012193         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
012194         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
012195         PERFORM 9800-ABEND-RUN
012196     END-IF.
012197
012198     MOVE 1 TO WS-BATCH-SUB.
012199     PERFORM 3575-CHECK-ONE-PERIOD THRU 3575-EXIT
012200         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
012201
012202     MOVE 1 TO WS-RV-SUB.
012203     PERFORM 3580-CHECK-REVERSAL-PERIOD THRU 3580-EXIT
012204         UNTIL WS-RV-SUB > WS-RV-COUNT.
012205
012206     CLOSE PERIOD-FILE.
012207 3570-EXIT.
012208     EXIT.
012209
012210 3575-CHECK-ONE-PERIOD.
012211     IF NOT WS-BT-GOOD (WS-BATCH-SUB)
012212         GO TO 3575-NEXT
012213     END-IF.
012214
012215     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO TPC-SITE-CODE.
012216     MOVE WS-BT-BUS-DATE (WS-BATCH-SUB)  TO TPC-BUS-DATE.
012217     READ PERIOD-FILE
012218         INVALID KEY
012219             CONTINUE
012220     END-READ.
012221     IF WS-PERIOD-KEY-NOT-FOUND
012222         GO TO 3575-NEXT
012223     END-IF.
012224     IF WS-PERIOD-FILE-STATUS NOT = '00'
012225         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
012226         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
012227         PERFORM 9800-ABEND-RUN
012228     END-IF.
012229
012230     MOVE TPC-STATUS TO WS-BT-PERIOD-STATUS (WS-BATCH-SUB).
012231     IF WS-BT-REOPEN-BY (WS-BATCH-SUB) = SPACES
012232        OR WS-BT-REOPEN-REF (WS-BATCH-SUB) = SPACES
012233         MOVE 'L' TO WS-BT-STATUS (WS-BATCH-SUB)
012234         MOVE "BUSINESS DATE CLOSED - NO REOPEN AUTH"
012235             TO WS-BT-ERROR-TEXT (WS-BATCH-SUB)
012236         ADD 1 TO WS-LOCKED-COUNT
012237         DISPLAY "TEMPERATURECONVERTER - BATCH SET ASIDE - "
012238             WS-BT-BATCH-ID (WS-BATCH-SUB)
012239             " - BUSINESS DATE "
012240             WS-BT-BUS-DATE (WS-BATCH-SUB) " IS CLOSED"
012241     ELSE
012242         ADD 1 TO WS-REOPEN-COUNT
012243         DISPLAY "TEMPERATURECONVERTER - BATCH "
012244             WS-BT-BATCH-ID (WS-BATCH-SUB)
012245             " REOPENS CLOSED DATE "
012246             WS-BT-BUS-DATE (WS-BATCH-SUB)
012247             " - AUTHORIZED BY "
012248             WS-BT-REOPEN-BY (WS-BATCH-SUB)
012249     END-IF.
012250
012251 3575-NEXT.
012252     ADD 1 TO WS-BATCH-SUB.
012253 3575-EXIT.
012254     EXIT.
012255
012256 3580-CHECK-REVERSAL-PERIOD.
012257     MOVE WS-RV-BATCH-SUB (WS-RV-SUB) TO WS-BATCH-SUB.
012258     IF NOT WS-BT-GOOD (WS-BATCH-SUB)
012259         GO TO 3580-NEXT
012260     END-IF.
012261
012262     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO TPC-SITE-CODE.
012263     MOVE WS-RV-BUS-DATE (WS-RV-SUB)     TO TPC-BUS-DATE.
012264     READ PERIOD-FILE
012265         INVALID KEY
012266             CONTINUE
012267     END-READ.
012268     IF WS-PERIOD-KEY-NOT-FOUND
012269         GO TO 3580-NEXT
012270     END-IF.
012271     IF WS-PERIOD-FILE-STATUS NOT = '00'
012272         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
012273         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
012274         PERFORM 9800-ABEND-RUN
012275     END-IF.
012276
012277     MOVE TPC-STATUS TO WS-RV-PERIOD-STATUS (WS-RV-SUB).
012278     IF WS-BT-REOPEN-BY (WS-BATCH-SUB) = SPACES
012279        OR WS-BT-REOPEN-REF (WS-BATCH-SUB) = SPACES
012280         MOVE 'L' TO WS-BT-STATUS (WS-BATCH-SUB)
012281         MOVE "REVERSAL DATE CLOSED - NO REOPEN AUTH"
012282             TO WS-BT-ERROR-TEXT (WS-BATCH-SUB)
012283         ADD 1 TO WS-LOCKED-COUNT
012284         DISPLAY "TEMPERATURECONVERTER - BATCH SET ASIDE - "
012285             WS-BT-BATCH-ID (WS-BATCH-SUB)
012286             " - REVERSAL DATE "
012287             WS-RV-BUS-DATE (WS-RV-SUB) " IS CLOSED"
012288     ELSE
012289         ADD 1 TO WS-REOPEN-COUNT
012290         MOVE 'Y' TO WS-BT-REV-REOPEN-SWITCH (WS-BATCH-SUB)
012291         DISPLAY "TEMPERATURECONVERTER - BATCH "
012292             WS-BT-BATCH-ID (WS-BATCH-SUB)
012293             " REVERSES INTO CLOSED DATE "
012294             WS-RV-BUS-DATE (WS-RV-SUB)
012295             " - AUTHORIZED BY "
012296             WS-BT-REOPEN-BY (WS-BATCH-SUB)
012297     END-IF.
012298
012299 3580-NEXT.
012300     ADD 1 TO WS-RV-SUB.
012301 3580-EXIT.
012302     EXIT.
012303
012304*----------------------------------------------------------*
012305* 3600-START-HISTORIAN-EXTRACT -- OPENS THE DELIMITED FEED
012306* FOR THE CORPORATE HISTORIAN AND WRITES ITS COLUMN-HEADER
012307* LINE.  THE FILE IS REBUILT EVERY RUN, SO THE TRANSMITTAL
012308* TRAILER ALWAYS DESCRIBES EXACTLY THE ROWS IN THE FILE.
012309* ROW_TYPE IS C FOR A CONVERSION AND R FOR A REVERSAL; A
012310* REVERSAL ROW REPEATS THE ORIGINAL'S VALUES AND NAMES ITS RUN
012311* DATE AND TIME, WHICH THE HISTORIAN HOLDS THE ORIGINAL UNDER.
012312* SITE IS THE PLANT SITE OF THE BATCH THE ROW CAME FROM.
012313*----------------------------------------------------------*
012314 3600-START-HISTORIAN-EXTRACT.
012315     OPEN OUTPUT HISTORIAN-FILE.
012316     IF WS-HISTORIAN-FILE-STATUS NOT = '00'
012317         MOVE "TEMPHST"  TO WS-ABEND-FILE-NAME
012318         MOVE WS-HISTORIAN-FILE-STATUS TO WS-ABEND-STATUS
012319         PERFORM 9800-ABEND-RUN
012320     END-IF.
012321
012322     MOVE 0 TO WS-HX-ROW-COUNT.
012323     MOVE SPACES TO TH-EXTRACT-LINE.
012330     STRING "INPUT_VALUE|INPUT_UNIT|OUTPUT_VALUE|"
012340                DELIMITED BY SIZE
012350            "OUTPUT_UNIT|RUN_DATE|RUN_TIME|"
012360                DELIMITED BY SIZE
012363            "ROW_TYPE|REVERSED_RUN_DATE|REVERSED_RUN_TIME"
012366                DELIMITED BY SIZE
012368            "|SITE"    DELIMITED BY SIZE
012370         INTO TH-EXTRACT-LINE.
012380     WRITE TH-EXTRACT-LINE.
012390 3600-EXIT.
012950         MOVE SPACES TO TG-REGISTER-RECORD
012960         MOVE WS-BT-BATCH-ID (WS-BATCH-SUB)  TO TG-BATCH-ID
012970         MOVE WS-BT-BUS-DATE (WS-BATCH-SUB)  TO TG-BUS-DATE
012975         MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO TG-SITE-CODE
012980         MOVE WS-CURRENT-DATE                TO TG-RUN-DATE
012990         MOVE WS-CURRENT-TIME                TO TG-RUN-TIME
013000         MOVE WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
013100     EXIT.
013110
013120*----------------------------------------------------------*
013121* 3820-RECORD-PERIOD-REOPENS -- AT END OF RUN, FOR EVERY
013122* AUTHORIZED BATCH THAT POSTED INTO A CLOSED DATE: APPEND ITS
013123* ENTRY TO THE REOPEN LOG AND MARK THE DATE REOPENED ON THE
013124* PERIOD CONTROL FILE, WITH ONE MORE REOPEN COUNTED, SO THE
013125* DEGREE-DAY EXTRACT HOLDS THE DATE BACK UNTIL IT IS CLOSED
013126* AGAIN WITH ITS NEW FIGURES.  LIKE THE REGISTER, THIS IS
013127* DONE ONLY ONCE THE BATCH HAS ACTUALLY PROCESSED.
013128* A CLOSED DATE THAT AN AUTHORIZED BATCH'S REVERSALS TOOK
013129* READINGS BACK FROM IS LOGGED AND REOPENED THE SAME WAY, ITS
013130* LOG ENTRY COUNTING THE REVERSALS DATED FOR IT.
013131*----------------------------------------------------------*
013132 3820-RECORD-PERIOD-REOPENS.
013133     IF WS-REOPEN-COUNT = 0
013134         GO TO 3820-EXIT
013135     END-IF.
013136
013137     OPEN I-O PERIOD-FILE.
013138     IF WS-PERIOD-FILE-STATUS NOT = '00'
013139         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
013140         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
013141         PERFORM 9800-ABEND-RUN
013142     END-IF.
013143
013144     OPEN EXTEND REOPEN-LOG-FILE.
013145     IF WS-REOPEN-LOG-FILE-NOT-FOUND
013146         OPEN OUTPUT REOPEN-LOG-FILE
013147     END-IF.
013148     IF WS-REOPEN-LOG-FILE-STATUS NOT = '00'
013149         MOVE "TEMPPRL"  TO WS-ABEND-FILE-NAME
013150         MOVE WS-REOPEN-LOG-FILE-STATUS TO WS-ABEND-STATUS
013151         PERFORM 9800-ABEND-RUN
013152     END-IF.
013153
013154     MOVE 1 TO WS-BATCH-SUB.
013155     PERFORM 3830-RECORD-ONE-REOPEN THRU 3830-EXIT
013156         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
013157
013158     MOVE 1 TO WS-RV-SUB.
013159     PERFORM 3840-RECORD-REVERSAL-REOPEN THRU 3840-EXIT
013160         UNTIL WS-RV-SUB > WS-RV-COUNT.
013161
013162     CLOSE REOPEN-LOG-FILE.
013163     CLOSE PERIOD-FILE.
013164 3820-EXIT.
013165     EXIT.
013166
013167 3830-RECORD-ONE-REOPEN.
013168     IF NOT WS-BT-GOOD (WS-BATCH-SUB)
013169        OR WS-BT-PERIOD-STATUS (WS-BATCH-SUB) = SPACE
013170         GO TO 3830-NEXT
013171     END-IF.
013172
013173     MOVE SPACES TO TPR-REOPEN-RECORD.
013174     MOVE WS-CURRENT-DATE                TO TPR-RUN-DATE.
013175     MOVE WS-CURRENT-TIME                TO TPR-RUN-TIME.
013176     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB)  TO TPR-SITE-CODE.
013177     MOVE WS-BT-BUS-DATE (WS-BATCH-SUB)   TO TPR-BUS-DATE.
013178     MOVE WS-BT-BATCH-ID (WS-BATCH-SUB)   TO TPR-BATCH-ID.
013179     MOVE WS-BT-REOPEN-BY (WS-BATCH-SUB)  TO TPR-AUTHORIZED-BY.
013180     MOVE WS-BT-REOPEN-REF (WS-BATCH-SUB)
013181         TO TPR-AUTH-REFERENCE.
013182     MOVE WS-BT-PERIOD-STATUS (WS-BATCH-SUB)
013183         TO TPR-PRIOR-STATUS.
013184     MOVE WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
013185         TO TPR-DETAIL-COUNT.
013186     MOVE WS-BT-RESULT-COUNT (WS-BATCH-SUB)
013187         TO TPR-RESULT-COUNT.
013188     MOVE WS-BT-EXCEPTION-COUNT (WS-BATCH-SUB)
013189         TO TPR-EXCEPTION-COUNT.
013190     WRITE TPR-REOPEN-RECORD.
013191
013192     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO TPC-SITE-CODE.
013193     MOVE WS-BT-BUS-DATE (WS-BATCH-SUB)  TO TPC-BUS-DATE.
013194     READ PERIOD-FILE
013195         INVALID KEY
013196             GO TO 3830-NEXT
013197     END-READ.
013198     MOVE 'R' TO TPC-STATUS.
013199     ADD 1 TO TPC-REOPEN-COUNT.
013200     REWRITE TPC-PERIOD-RECORD
013201         INVALID KEY
013202             MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
013203             MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
013204             PERFORM 9800-ABEND-RUN
013205     END-REWRITE.
013206
013207 3830-NEXT.
013208     ADD 1 TO WS-BATCH-SUB.
013209 3830-EXIT.
013210     EXIT.
013211
013212 3840-RECORD-REVERSAL-REOPEN.
013213     MOVE WS-RV-BATCH-SUB (WS-RV-SUB) TO WS-BATCH-SUB.
013214     IF NOT WS-BT-GOOD (WS-BATCH-SUB)
013215        OR WS-RV-PERIOD-STATUS (WS-RV-SUB) = SPACE
013216         GO TO 3840-NEXT
013217     END-IF.
013218
013219     MOVE SPACES TO TPR-REOPEN-RECORD.
013220     MOVE WS-CURRENT-DATE                TO TPR-RUN-DATE.
013221     MOVE WS-CURRENT-TIME                TO TPR-RUN-TIME.
013222     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB)  TO TPR-SITE-CODE.
013223     MOVE WS-RV-BUS-DATE (WS-RV-SUB)      TO TPR-BUS-DATE.
013224     MOVE WS-BT-BATCH-ID (WS-BATCH-SUB)   TO TPR-BATCH-ID.
013225     MOVE WS-BT-REOPEN-BY (WS-BATCH-SUB)  TO TPR-AUTHORIZED-BY.
013226     MOVE WS-BT-REOPEN-REF (WS-BATCH-SUB)
013227         TO TPR-AUTH-REFERENCE.
013228     MOVE WS-RV-PERIOD-STATUS (WS-RV-SUB)
013229         TO TPR-PRIOR-STATUS.
013230     MOVE WS-RV-REVERSAL-COUNT (WS-RV-SUB)
013231         TO TPR-DETAIL-COUNT.
013232     MOVE 0 TO TPR-RESULT-COUNT.
013233     MOVE 0 TO TPR-EXCEPTION-COUNT.
013234     WRITE TPR-REOPEN-RECORD.
013235
013236     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO TPC-SITE-CODE.
013237     MOVE WS-RV-BUS-DATE (WS-RV-SUB)     TO TPC-BUS-DATE.
013238     READ PERIOD-FILE
013239         INVALID KEY
013240             GO TO 3840-NEXT
013241     END-READ.
013242     MOVE 'R' TO TPC-STATUS.
013243     ADD 1 TO TPC-REOPEN-COUNT.
013244     REWRITE TPC-PERIOD-RECORD
013245         INVALID KEY
013246             MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
013247             MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
013248             PERFORM 9800-ABEND-RUN
013249     END-REWRITE.
013250
013251 3840-NEXT.
013252     ADD 1 TO WS-RV-SUB.
013253 3840-EXIT.
013254     EXIT.
013255
013256*----------------------------------------------------------*
013257* 4000-VALIDATE-READING -- HANDS THE READING TO THE TEMPCNV
013258* SUBPROGRAM, WHICH VALIDATES THE UNIT AND TARGET, CHECKS THE
013259* PHYSICAL LIMITS, AND CONVERTS AND ROUNDS IN ONE CALL -- THE
013260* SAME CALL EVERY OTHER PLANT APPLICATION MAKES, SO THERE IS
013261* ONLY ONE SET OF CONVERSION ARITHMETIC ON THE PLANT SIDE.
013262* THE SENSOR-MASTER CHECK STAYS HERE BECAUSE ONLY THIS
013263* PROGRAM CARRIES THE SENSOR MASTER.  ON SUCCESS THE
013264* CONVERTED RESULT WAITS IN THE LINKAGE AREA FOR
013265* 5000-CONVERT-READING TO PICK UP.
013266*
013267* IN BATCH THE SENSOR'S CALIBRATION OFFSET IS ADDED FIRST, SO
013268* THE CONVERSION AND EVERY LIMIT CHECK SEE THE CORRECTED
013269* VALUE; THE RAW VALUE IS KEPT IN WS-RAW-INPUT-TEMP.
013270*----------------------------------------------------------*
013271 4000-VALIDATE-READING.
013272     MOVE 'N' TO WS-READING-VALID-SWITCH.
013273     MOVE SPACES TO WS-REASON-CODE.
013274     MOVE SPACES TO WS-REASON-TEXT.
013275     MOVE WS-INPUT-TEMP TO WS-RAW-INPUT-TEMP.
013276     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
013277
013278     IF WS-MODE-BATCH
013279         PERFORM 4050-APPLY-CALIBRATION THRU 4050-EXIT
013280         IF WS-REASON-CODE NOT = SPACES
013281             GO TO 4000-EXIT
013282         END-IF
013283     END-IF.
013284
013285     MOVE WS-INPUT-TEMP       TO TL-INPUT-TEMP.
013290     MOVE WS-INPUT-UNIT       TO TL-INPUT-UNIT.
013300     MOVE WS-TARGET-UNIT      TO TL-TARGET-UNIT.
013310     MOVE WS-ROUND-MODE       TO TL-ROUND-MODE.
013500
013510     MOVE 'Y' TO WS-READING-VALID-SWITCH.
013520 4000-EXIT.
013521     EXIT.
013522
013523*----------------------------------------------------------*
013524* 4050-APPLY-CALIBRATION -- BATCH ONLY.  FINDS THE
013525* CALIBRATION IN FORCE FOR THE READING'S SENSOR ON THE
013526* BATCH BUSINESS DATE AND ADDS ITS OFFSET TO THE READING.
013527* THE REGISTER IS KEYED SENSOR ID + CALIBRATION DATE, SO A
013528* START AT THE SENSOR ID WALKS ITS HISTORY OLDEST FIRST; THE
013529* LAST RECORD DATED ON OR BEFORE THE BUSINESS DATE WINS.  A
013530* CORRECTED VALUE THAT WILL NOT FIT THE READING FIELD IS
013531* QUARANTINED AS AN OVERFLOW RATHER THAN TRUNCATED.
013532*----------------------------------------------------------*
013533 4050-APPLY-CALIBRATION.
013534     MOVE 0 TO WS-CAL-OFFSET.
013535     MOVE 0 TO WS-CAL-DUE-DATE.
013536     IF NOT WS-CAL-FILE-OPEN
013537         GO TO 4050-EXIT
013538     END-IF.
013539
013540     MOVE WS-BUSINESS-DATE TO WS-CAL-AS-OF-DATE.
013541     IF WS-CAL-AS-OF-DATE = 0
013542         ACCEPT WS-CAL-AS-OF-DATE FROM DATE YYYYMMDD
013543     END-IF.
013544
013545     MOVE WS-SENSOR-ID TO TI-SENSOR-ID.
013546     MOVE 0            TO TI-CAL-DATE.
013547     MOVE 'N' TO WS-CAL-SCAN-DONE-SWITCH.
013548     START CALIBRATION-FILE KEY NOT < TI-CAL-KEY
013549         INVALID KEY
013550             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
013551     END-START.
013552     IF NOT WS-CAL-SCAN-DONE
013553        AND WS-CALIBRATION-FILE-STATUS NOT = '00'
013554         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
013555         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
013556         PERFORM 9800-ABEND-RUN
013557     END-IF.
013558
013559     PERFORM 4060-READ-NEXT-CALIBRATION THRU 4060-EXIT
013560         UNTIL WS-CAL-SCAN-DONE.
013561
013562     IF NOT WS-CAL-FOUND
013563         GO TO 4050-EXIT
013564     END-IF.
013565
013566     COMPUTE WS-INPUT-TEMP = WS-RAW-INPUT-TEMP + WS-CAL-OFFSET
013567         ON SIZE ERROR
013568             MOVE WS-RAW-INPUT-TEMP TO WS-INPUT-TEMP
013569             MOVE 'OVFL' TO WS-REASON-CODE
013570             MOVE "CALIBRATED VALUE EXCEEDS READING FIELD"
013571                 TO WS-REASON-TEXT
013572     END-COMPUTE.
013573 4050-EXIT.
013574     EXIT.
013575
013576*----------------------------------------------------------*
013577* 4060-READ-NEXT-CALIBRATION -- ONE STEP OF THE WALK THROUGH
013578* THE SENSOR'S CALIBRATION HISTORY.  THE WALK ENDS AT THE
013579* NEXT SENSOR'S RECORDS, AT A CALIBRATION DATED AFTER THE
013580* BUSINESS DATE, OR AT END OF FILE.
013581*----------------------------------------------------------*
013582 4060-READ-NEXT-CALIBRATION.
013583     READ CALIBRATION-FILE NEXT RECORD
013584         AT END
013585             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
013586             GO TO 4060-EXIT
013587     END-READ.
013588     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
013589        AND NOT WS-CALIBRATION-END-OF-SET
013590         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
013591         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
013592         PERFORM 9800-ABEND-RUN
013593     END-IF.
013594
013595     IF TI-SENSOR-ID NOT = WS-SENSOR-ID
013596        OR TI-CAL-DATE > WS-CAL-AS-OF-DATE
013597         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
013598         GO TO 4060-EXIT
013599     END-IF.
013600
013601     MOVE 'Y'         TO WS-CAL-FOUND-SWITCH.
013602     MOVE TI-OFFSET   TO WS-CAL-OFFSET.
013603     MOVE TI-DUE-DATE TO WS-CAL-DUE-DATE.
013604 4060-EXIT.
013605     EXIT.
013606
013607*----------------------------------------------------------*
013608* 4100-CHECK-SENSOR-LIMITS -- BATCH ONLY.  FETCHES THE
013609* READING'S SENSOR BY KEY FROM THE SENSOR MASTER AND CHECKS
013610* THE READING AGAINST THAT INSTRUMENT'S EXPECTED UNIT AND ITS
013611* OWN OPERATING LIMITS.  A READING THE PHYSICAL-LIMIT CHECK
013612* ABOVE WOULD PASS (400C IS A REAL TEMPERATURE) IS STILL
013613* QUARANTINED WHEN THE INSTRUMENT THAT REPORTED IT CANNOT
013620* PLAUSIBLY HAVE SEEN IT.  SETS WS-REASON-CODE/TEXT ON ANY
013630* FAILURE.
013640*----------------------------------------------------------*
013810     IF TM-SENSOR-RETIRED
013820         MOVE 'SRET' TO WS-REASON-CODE
013830         MOVE "SENSOR IS RETIRED ON SENSOR MASTER"
013831             TO WS-REASON-TEXT
013832         GO TO 4100-EXIT
013833     END-IF.
013834
013835*----------------------------------------------------------*
013836* AN INSTRUMENT ON THE CALIBRATION PROGRAM WHOSE CALIBRATION
013837* FELL DUE BEFORE THE READING'S BUSINESS DATE CANNOT BE
013838* TRUSTED, AND NEITHER CAN ITS OFFSET; THE READING IS HELD
013839* UNTIL METROLOGY RECALIBRATES IT.
013840*----------------------------------------------------------*
013841     IF WS-CAL-FOUND
013842        AND WS-CAL-DUE-DATE < WS-CAL-AS-OF-DATE
013843         MOVE 'CALD' TO WS-REASON-CODE
013844         MOVE "SENSOR CALIBRATION IS PAST DUE"
013845             TO WS-REASON-TEXT
013850         GO TO 4100-EXIT
013860     END-IF.
013870
014490
014500*----------------------------------------------------------*
014510* 4110-READ-SENSOR-BY-KEY -- KEYED READ OF THE READING'S
014520* SENSOR ID UNDER THE BATCH'S SITE.  A MISSING KEY MEANS A
014530* SENSOR UNKNOWN AT THAT SITE, WHICH THE CALLER QUARANTINES;
014535* ANY OTHER FAILURE IS A FILE ERROR.
014540*----------------------------------------------------------*
014550 4110-READ-SENSOR-BY-KEY.
014560     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
014565     MOVE WS-SITE-CODE TO TM-SITE-CODE.
014570     MOVE WS-SENSOR-ID TO TM-SENSOR-ID.
014580     READ SENSOR-FILE
014590         INVALID KEY
015110     MOVE WS-OUTPUT-UNIT  TO TA-OUTPUT-UNIT.
015120
015130     MOVE WS-SENSOR-ID    TO TA-SENSOR-ID.
015135     MOVE WS-SITE-CODE    TO TA-SITE-CODE.
015140     IF WS-MODE-BATCH
015150         MOVE 'B' TO TA-SOURCE-MODE
015160         MOVE WS-BATCH-ID TO TA-BATCH-ID
015165         MOVE WS-BUSINESS-DATE TO TA-BUS-DATE
015167         MOVE WS-RAW-INPUT-TEMP TO TA-RAW-INPUT-TEMP
015170     ELSE
015180         MOVE 'I' TO TA-SOURCE-MODE
015190         MOVE SPACES TO TA-BATCH-ID
015195         MOVE 0 TO TA-BUS-DATE
015197         MOVE WS-INPUT-TEMP TO TA-RAW-INPUT-TEMP
015200     END-IF.
015210
015213     MOVE 'S' TO TAL-FUNCTION.
015216     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
015220     WRITE TA-AUDIT-RECORD.
015230     ADD 1 TO WS-RECON-AUDIT-COUNT.
015240 6000-EXIT.
015250     EXIT.
015260
015270*----------------------------------------------------------*
015271* 6100-WRITE-REVERSAL-AUDIT -- THE REVERSING AUDIT RECORD.  IT
015272* STARTS AS A COPY OF THE ORIGINAL, SO IT CARRIES THE SAME
015273* VALUES, UNITS, SENSOR AND BUSINESS DATE, THEN TAKES TODAY'S
015274* RUN DATE AND TIME, SOURCE-MODE 'R', THE ID OF THE BATCH THAT
015275* SENT THE REVERSAL AND THE ORIGINAL'S SEQUENCE NUMBER, AND IS
015276* STAMPED INTO THE CHAIN LIKE ANY OTHER RECORD.  THE VALUES ARE
015277* LEFT IN WORKING STORAGE FOR THE HISTORIAN ROW.
015278*----------------------------------------------------------*
015279 6100-WRITE-REVERSAL-AUDIT.
015280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015281     ACCEPT WS-CURRENT-TIME FROM TIME.
015282
015283     MOVE WS-RC-AUDIT-IMAGE (WS-REV-CAND-SUB) TO TA-AUDIT-RECORD.
015284     MOVE TA-RUN-DATE     TO WS-REV-ORIG-RUN-DATE.
015285     MOVE TA-RUN-TIME     TO WS-REV-ORIG-RUN-TIME.
015286     MOVE TA-INPUT-TEMP   TO WS-INPUT-TEMP.
015287     MOVE TA-INPUT-UNIT   TO WS-INPUT-UNIT.
015288     MOVE TA-OUTPUT-TEMP  TO WS-OUTPUT-TEMP.
015289     MOVE TA-OUTPUT-UNIT  TO WS-OUTPUT-UNIT.
015290
015291     MOVE TA-SEQUENCE-NO  TO TA-REVERSES-SEQUENCE-NO.
015292     MOVE WS-CURRENT-DATE TO TA-RUN-DATE.
015293     MOVE WS-CURRENT-TIME TO TA-RUN-TIME.
015294     MOVE 'R'             TO TA-SOURCE-MODE.
015295     MOVE WS-BATCH-ID     TO TA-BATCH-ID.
015296     MOVE WS-REV-BUS-DATE TO TA-BUS-DATE.
015297     MOVE WS-SITE-CODE    TO TA-SITE-CODE.
015298     IF TA-RAW-INPUT-TEMP IS NOT NUMERIC
015299         MOVE TA-INPUT-TEMP TO TA-RAW-INPUT-TEMP
015300     END-IF.
015301     MOVE SPACES          TO TA-CHAIN-STAMP.
015302
015303     MOVE 'S' TO TAL-FUNCTION.
015304     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
015305     WRITE TA-AUDIT-RECORD.
015306     ADD 1 TO WS-RECON-AUDIT-COUNT.
015307     ADD 1 TO WS-RECON-REVERSAL-COUNT.
015308 6100-EXIT.
015309     EXIT.
015310
015311*----------------------------------------------------------*
015312* 7000-WRITE-EXCEPTION-RECORD -- QUARANTINE A READING THAT
015313* FAILED 4000-VALIDATE-READING.  A BATCH READING CARRIES ITS
015314* BATCH'S BUSINESS DATE, AS ON THE AUDIT RECORD, SO A NIGHT
015315* BATCH RUN AFTER MIDNIGHT IS NOT DATED THE NEXT DAY.
015316*----------------------------------------------------------*
015317 7000-WRITE-EXCEPTION-RECORD.
015320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015330     ACCEPT WS-CURRENT-TIME FROM TIME.
015340
015350     MOVE SPACES TO TX-EXCEPTION-RECORD.
015360     MOVE WS-CURRENT-DATE TO TX-RUN-DATE.
015370     MOVE WS-CURRENT-TIME TO TX-RUN-TIME.
015380     MOVE WS-RAW-INPUT-TEMP TO TX-INPUT-TEMP.
015390     MOVE WS-INPUT-UNIT   TO TX-INPUT-UNIT.
015400     MOVE WS-SENSOR-ID    TO TX-SENSOR-ID.
015410     MOVE WS-TARGET-UNIT  TO TX-TARGET-UNIT.
015420     MOVE WS-REASON-CODE  TO TX-REASON-CODE.
015430     MOVE WS-REASON-TEXT  TO TX-REASON-TEXT.
015431     MOVE WS-SITE-CODE    TO TX-SITE-CODE.
015432     IF WS-MODE-BATCH
015433         MOVE WS-BUSINESS-DATE TO TX-BUS-DATE
015434     ELSE
015435         MOVE 0 TO TX-BUS-DATE
015436     END-IF.
015440
015450     WRITE TX-EXCEPTION-RECORD.
015460     ADD 1 TO WS-RECON-EXCEPTION-COUNT.
015540* LINE ARE THE SAME ONES THE AUDIT RECORD CARRIES.
015550*----------------------------------------------------------*
015560 7500-WRITE-EXTRACT-RECORD.
015561     MOVE 'C'    TO WS-HX-ROW-TYPE.
015562     MOVE SPACES TO WS-HX-REVERSED-DATE.
015563     MOVE SPACES TO WS-HX-REVERSED-TIME.
015564     PERFORM 7510-BUILD-EXTRACT-LINE THRU 7510-EXIT.
015565 7500-EXIT.
015566     EXIT.
015567
015568*----------------------------------------------------------*
015569* 7510-BUILD-EXTRACT-LINE -- FORMATS AND WRITES ONE FEED ROW
015570* FROM THE WORKING-STORAGE VALUES AND THE ROW TYPE ALREADY
015571* SET BY THE CALLER.  THE REVERSED-RUN COLUMNS ARE EMPTY ON A
015572* CONVERSION ROW.
015573*----------------------------------------------------------*
015574 7510-BUILD-EXTRACT-LINE.
015575     MOVE WS-INPUT-TEMP  TO WS-HX-INPUT-VALUE.
015580     MOVE WS-OUTPUT-TEMP TO WS-HX-OUTPUT-VALUE.
015590
015600     MOVE SPACES TO TH-EXTRACT-LINE.
015690            WS-CURRENT-DATE    DELIMITED BY SIZE
015700            "|"                DELIMITED BY SIZE
015710            WS-CURRENT-TIME    DELIMITED BY SIZE
015711            "|"                DELIMITED BY SIZE
015712            WS-HX-ROW-TYPE     DELIMITED BY SIZE
015713            "|"                DELIMITED BY SIZE
015714            WS-HX-REVERSED-DATE DELIMITED BY SPACE
015715            "|"                DELIMITED BY SIZE
015716            WS-HX-REVERSED-TIME DELIMITED BY SPACE
015717            "|"                DELIMITED BY SIZE
015718            WS-SITE-CODE       DELIMITED BY SPACE
015720         INTO TH-EXTRACT-LINE.
015730     WRITE TH-EXTRACT-LINE.
015740     ADD 1 TO WS-HX-ROW-COUNT.
015750 7510-EXIT.
015751     EXIT.
015752
015753*----------------------------------------------------------*
015754* 7550-WRITE-REVERSAL-EXTRACT -- THE HISTORIAN ROW FOR A
015755* REVERSAL: THE ORIGINAL'S VALUES AND UNITS, TODAY'S RUN DATE
015756* AND TIME, AND THE ORIGINAL'S RUN DATE AND TIME SO THE
015757* HISTORIAN CAN FIND THE ROW IT TAKES BACK.
015758*----------------------------------------------------------*
015759 7550-WRITE-REVERSAL-EXTRACT.
015760     MOVE 'R'                  TO WS-HX-ROW-TYPE.
015761     MOVE WS-REV-ORIG-RUN-DATE TO WS-HX-REVERSED-DATE.
015762     MOVE WS-REV-ORIG-RUN-TIME TO WS-HX-REVERSED-TIME.
015763     PERFORM 7510-BUILD-EXTRACT-LINE THRU 7510-EXIT.
015764 7550-EXIT.
015765     EXIT.
015770
015780*----------------------------------------------------------*
015790* 7700-UPDATE-LAST-READING -- AFTER A READING IS ACCEPTED,
015810* BASELINE FOR THE RATE-OF-CHANGE CHECK.  PERFORMED AFTER
015820* 6000-WRITE-AUDIT-RECORD SO THE DATE AND TIME MATCH THE
015830* AUDIT RECORD'S.  ONLY ACCEPTED READINGS LAND HERE, SO A
015840* QUARANTINED SPIKE NEVER BECOMES THE NEXT BASELINE.  THE
015843* READING IT REPLACES IS KEPT AS THE PRIOR, SO A REVERSAL OF
015846* THIS ONE CAN PUT IT BACK.
015850*----------------------------------------------------------*
015860 7700-UPDATE-LAST-READING.
015870     MOVE WS-SENSOR-ID TO TN-SENSOR-ID.
015871     READ LAST-READING-FILE
015872         INVALID KEY
015873             CONTINUE
015874     END-READ.
015875     IF WS-LASTREAD-FILE-STATUS NOT = '00'
015876        AND NOT WS-LASTREAD-KEY-NOT-FOUND
015877         MOVE "TEMPLRD"  TO WS-ABEND-FILE-NAME
015878         MOVE WS-LASTREAD-FILE-STATUS TO WS-ABEND-STATUS
015879         PERFORM 9800-ABEND-RUN
015880     END-IF.
015881
015882     IF WS-LASTREAD-KEY-NOT-FOUND
015883         MOVE SPACES TO TN-LAST-READING-RECORD
015884         MOVE 0 TO TN-PRIOR-READ-DATE
015885         MOVE 0 TO TN-PRIOR-READ-TIME
015886         MOVE 0 TO TN-PRIOR-TEMP-C
015887     ELSE
015888         MOVE TN-READ-DATE        TO TN-PRIOR-READ-DATE
015889         MOVE TN-READ-TIME        TO TN-PRIOR-READ-TIME
015890         MOVE TN-CANONICAL-TEMP-C TO TN-PRIOR-TEMP-C
015891     END-IF.
015892     MOVE WS-SENSOR-ID        TO TN-SENSOR-ID.
015893     MOVE WS-CURRENT-DATE     TO TN-READ-DATE.
015900     MOVE WS-CURRENT-TIME     TO TN-READ-TIME.
015910     MOVE TL-CANONICAL-TEMP-C TO TN-CANONICAL-TEMP-C.
015920
016010             END-REWRITE
016020     END-WRITE.
016030 7700-EXIT.
016031     EXIT.
016032
016033*----------------------------------------------------------*
016034* 7750-RESTORE-LAST-READING -- AFTER A REVERSAL.  IF THE
016035* REVERSED READING IS STILL THE SENSOR'S BASELINE (SAME RUN
016036* DATE AND TIME AS ITS AUDIT RECORD) THE PRIOR READING IS PUT
016037* BACK IN ITS PLACE, OR THE RECORD IS DELETED WHEN THERE WAS
016038* NO PRIOR, SO THE NEXT READING IS NOT DELTA-CHECKED AGAINST A
016039* VALUE THAT NO LONGER STANDS.  ONLY ONE READING IS KEPT BACK:
016040* REVERSING THE RESTORED ONE AS WELL LEAVES NO BASELINE.  IF A
016041* LATER READING HAS SINCE REPLACED IT, THE BASELINE IS LEFT
016042* ALONE.
016043*----------------------------------------------------------*
016044 7750-RESTORE-LAST-READING.
016045     MOVE WS-SENSOR-ID TO TN-SENSOR-ID.
016046     READ LAST-READING-FILE
016047         INVALID KEY
016048             CONTINUE
016049     END-READ.
016050     IF WS-LASTREAD-KEY-NOT-FOUND
016051         GO TO 7750-EXIT
016052     END-IF.
016053     IF WS-LASTREAD-FILE-STATUS NOT = '00'
016054         MOVE "TEMPLRD"  TO WS-ABEND-FILE-NAME
016055         MOVE WS-LASTREAD-FILE-STATUS TO WS-ABEND-STATUS
016056         PERFORM 9800-ABEND-RUN
016057     END-IF.
016058
016059     IF TN-READ-DATE NOT = WS-REV-ORIG-RUN-DATE
016060        OR TN-READ-TIME NOT = WS-REV-ORIG-RUN-TIME
016061         GO TO 7750-EXIT
016062     END-IF.
016063
016064     IF TN-PRIOR-READ-DATE IS NOT NUMERIC
016065        OR TN-PRIOR-READ-DATE = 0
016066        OR TN-PRIOR-TEMP-C IS NOT NUMERIC
016067         DELETE LAST-READING-FILE RECORD
016068             INVALID KEY
016069                 MOVE "TEMPLRD"  TO WS-ABEND-FILE-NAME
016070                 MOVE WS-LASTREAD-FILE-STATUS TO WS-ABEND-STATUS
016071                 PERFORM 9800-ABEND-RUN
016072         END-DELETE
016073         GO TO 7750-EXIT
016074     END-IF.
016075
016076     MOVE TN-PRIOR-READ-DATE TO TN-READ-DATE.
016077     MOVE TN-PRIOR-READ-TIME TO TN-READ-TIME.
016078     MOVE TN-PRIOR-TEMP-C    TO TN-CANONICAL-TEMP-C.
016079     MOVE 0 TO TN-PRIOR-READ-DATE.
016080     MOVE 0 TO TN-PRIOR-READ-TIME.
016081     MOVE 0 TO TN-PRIOR-TEMP-C.
016082     REWRITE TN-LAST-READING-RECORD
016083         INVALID KEY
016084             MOVE "TEMPLRD"  TO WS-ABEND-FILE-NAME
016085             MOVE WS-LASTREAD-FILE-STATUS TO WS-ABEND-STATUS
016086             PERFORM 9800-ABEND-RUN
016087     END-REWRITE.
016088 7750-EXIT.
016089     EXIT.
016090
016091*----------------------------------------------------------*
016092* 8500-PRODUCE-SUMMARY-REPORT -- WRITTEN ONCE, AT THE END OF
016093* A BATCH RUN, SO A SUPERVISOR CAN SEE HOW MANY READINGS WERE
016094* CONVERTED IN EACH DIRECTION AND THEIR MIN/MAX/AVERAGE
016100* WITHOUT SCANNING THE OUTPUT FILE.
016110*----------------------------------------------------------*
016120 8500-PRODUCE-SUMMARY-REPORT.
016250         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
016260     MOVE SPACES TO TS-LINE-DATA.
016270     WRITE TS-REPORT-LINE.
016275     PERFORM 8530-REPORT-SITE-TOTALS THRU 8530-EXIT.
016280
016290     PERFORM 8610-REPORT-DIRECTIONS THRU 8610-EXIT.
016300     PERFORM 8550-REPORT-RECONCILIATION THRU 8550-EXIT.
016420 8520-REPORT-ONE-BATCH.
016430     MOVE WS-BT-BATCH-ID (WS-BATCH-SUB) TO WS-BH-BATCH-ID.
016440     MOVE WS-BT-BUS-DATE (WS-BATCH-SUB) TO WS-BH-BUS-DATE.
016445     MOVE WS-BT-SITE-CODE (WS-BATCH-SUB) TO WS-BH-SITE-CODE.
016450     MOVE WS-BATCH-HEADING-LINE TO TS-LINE-DATA.
016460     WRITE TS-REPORT-LINE.
016470
016550     END-IF.
016560     WRITE TS-REPORT-LINE.
016570
016571     IF WS-BT-GOOD (WS-BATCH-SUB)
016572        AND (WS-BT-PERIOD-STATUS (WS-BATCH-SUB) NOT = SPACE
016573          OR WS-BT-REOPENS-REV-DATE (WS-BATCH-SUB))
016574         MOVE WS-BT-REOPEN-BY (WS-BATCH-SUB)
016575             TO WS-BR-REOPEN-BY
016576         MOVE WS-BT-REOPEN-REF (WS-BATCH-SUB)
016577             TO WS-BR-REOPEN-REF
016578         MOVE WS-BATCH-REOPEN-LINE TO TS-LINE-DATA
016579         WRITE TS-REPORT-LINE
016580     END-IF.
016581
016582     ADD 1 TO WS-BATCH-SUB.
016590 8520-EXIT.
016591     EXIT.
016592
016593*----------------------------------------------------------*
016594* 8530-REPORT-SITE-TOTALS -- THE RUN'S BATCHES BROKEN OUT BY
016595* SITE: HOW MANY EACH SITE SENT, HOW MANY WERE SET ASIDE OR
016596* REFUSED, AND THE READINGS, RESULTS AND EXCEPTIONS OF ITS
016597* PROCESSED BATCHES.  ONE LINE PER SITE IN FIRST-SEEN ORDER.
016598*----------------------------------------------------------*
016599 8530-REPORT-SITE-TOTALS.
016600     MOVE 0 TO WS-ST-COUNT.
016601     MOVE 1 TO WS-BATCH-SUB.
016602     PERFORM 8540-ADD-BATCH-TO-SITE THRU 8540-EXIT
016603         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
016604
016605     MOVE WS-SITE-TOTALS-HEADING TO TS-LINE-DATA.
016606     WRITE TS-REPORT-LINE.
016607     MOVE 1 TO WS-ST-SUB.
016608     PERFORM 8545-REPORT-ONE-SITE THRU 8545-EXIT
016609         UNTIL WS-ST-SUB > WS-ST-COUNT.
016610     MOVE SPACES TO TS-LINE-DATA.
016611     WRITE TS-REPORT-LINE.
016612 8530-EXIT.
016613     EXIT.
016614
016615 8540-ADD-BATCH-TO-SITE.
016616     MOVE 1 TO WS-ST-SUB.
016617     PERFORM 8542-FIND-SITE-ENTRY THRU 8542-EXIT
016618         UNTIL WS-ST-SUB > WS-ST-COUNT
016619            OR WS-ST-SITE-CODE (WS-ST-SUB) =
016620               WS-BT-SITE-CODE (WS-BATCH-SUB).
016621     IF WS-ST-SUB > WS-ST-COUNT
016622         ADD 1 TO WS-ST-COUNT
016623         MOVE WS-ST-COUNT TO WS-ST-SUB
016624         MOVE WS-BT-SITE-CODE (WS-BATCH-SUB)
016625             TO WS-ST-SITE-CODE (WS-ST-SUB)
016626         MOVE 0 TO WS-ST-BATCH-COUNT (WS-ST-SUB)
016627         MOVE 0 TO WS-ST-SET-ASIDE-COUNT (WS-ST-SUB)
016628         MOVE 0 TO WS-ST-DETAIL-COUNT (WS-ST-SUB)
016629         MOVE 0 TO WS-ST-RESULT-COUNT (WS-ST-SUB)
016630         MOVE 0 TO WS-ST-EXCEPTION-COUNT (WS-ST-SUB)
016631     END-IF.
016632
016633     ADD 1 TO WS-ST-BATCH-COUNT (WS-ST-SUB).
016634     IF WS-BT-GOOD (WS-BATCH-SUB)
016635         ADD WS-BT-DETAIL-COUNT (WS-BATCH-SUB)
016636             TO WS-ST-DETAIL-COUNT (WS-ST-SUB)
016637         ADD WS-BT-RESULT-COUNT (WS-BATCH-SUB)
016638             TO WS-ST-RESULT-COUNT (WS-ST-SUB)
016639         ADD WS-BT-EXCEPTION-COUNT (WS-BATCH-SUB)
016640             TO WS-ST-EXCEPTION-COUNT (WS-ST-SUB)
016641     ELSE
016642         ADD 1 TO WS-ST-SET-ASIDE-COUNT (WS-ST-SUB)
016643     END-IF.
016644     ADD 1 TO WS-BATCH-SUB.
016645 8540-EXIT.
016646     EXIT.
016647
016648 8542-FIND-SITE-ENTRY.
016649     ADD 1 TO WS-ST-SUB.
016650 8542-EXIT.
016651     EXIT.
016652
016653 8545-REPORT-ONE-SITE.
016654     MOVE WS-ST-SITE-CODE (WS-ST-SUB)       TO WS-SL-SITE-CODE.
016655     MOVE WS-ST-BATCH-COUNT (WS-ST-SUB)     TO WS-SL-BATCHES.
016656     MOVE WS-ST-SET-ASIDE-COUNT (WS-ST-SUB) TO WS-SL-SET-ASIDE.
016657     MOVE WS-ST-DETAIL-COUNT (WS-ST-SUB)    TO WS-SL-READINGS.
016658     MOVE WS-ST-RESULT-COUNT (WS-ST-SUB)    TO WS-SL-RESULTS.
016659     MOVE WS-ST-EXCEPTION-COUNT (WS-ST-SUB) TO WS-SL-EXCEPTIONS.
016660     MOVE WS-SITE-TOTALS-LINE TO TS-LINE-DATA.
016661     WRITE TS-REPORT-LINE.
016662     ADD 1 TO WS-ST-SUB.
016663 8545-EXIT.
016664     EXIT.
016665
016666*----------------------------------------------------------*
016667* 8550-REPORT-RECONCILIATION -- PRINTS THE RUN'S BALANCING
016668* FIGURES ON THE SUMMARY SO A SUPERVISOR CAN SEE AT A GLANCE
016669* THAT EVERY READING READ IS ACCOUNTED FOR IN THE RESULTS OR
016670* THE EXCEPTIONS, AND THAT THE AUDIT LOG GREW BY EXACTLY THE
016671* RESULTS WRITTEN.  REVERSALS APPLIED COUNT ON BOTH SIDES.
016680*----------------------------------------------------------*
016690 8550-REPORT-RECONCILIATION.
016700     MOVE SPACES TO TS-LINE-DATA.
016840
016850     MOVE "EXCEPTIONS WRITTEN . . . . :" TO WS-RR-LABEL.
016860     MOVE WS-RECON-EXCEPTION-COUNT TO WS-RR-COUNT.
016861     MOVE WS-RECON-REPORT-LINE TO TS-LINE-DATA.
016862     WRITE TS-REPORT-LINE.
016863
016864     MOVE "REVERSALS APPLIED. . . . . :" TO WS-RR-LABEL.
016865     MOVE WS-RECON-REVERSAL-COUNT TO WS-RR-COUNT.
016870     MOVE WS-RECON-REPORT-LINE TO TS-LINE-DATA.
016880     WRITE TS-REPORT-LINE.
016890
017130
017140     IF WS-RECON-INPUT-COUNT NOT =
017150             WS-RECON-OUTPUT-COUNT + WS-RECON-EXCEPTION-COUNT
017155                 + WS-RECON-REVERSAL-COUNT
017160         MOVE 'N' TO WS-RECON-OK-SWITCH
017170     END-IF.
017180
017190     IF WS-RECON-AUDIT-COUNT NOT =
017195             WS-RECON-OUTPUT-COUNT + WS-RECON-REVERSAL-COUNT
017200         MOVE 'N' TO WS-RECON-OK-SWITCH
017210     END-IF.
017220 8700-EXIT.
017660         MOVE WS-BT-BATCH-ID (1) TO TU-BATCH-ID
017670         MOVE WS-BT-BUS-DATE (1) TO TU-BUS-DATE
017680     END-IF.
017681     MOVE WS-PARM-SITE-CODE TO TU-SITE-CODE.
017682     IF WS-MODE-BATCH
017683        AND WS-BATCH-COUNT > 0
017684         MOVE WS-BT-SITE-CODE (1) TO TU-SITE-CODE
017685     END-IF.
017690
017700     MOVE WS-RECON-INPUT-COUNT     TO TU-INPUT-COUNT.
017710     MOVE WS-RECON-OUTPUT-COUNT    TO TU-RESULT-COUNT.
017720     MOVE WS-RECON-EXCEPTION-COUNT TO TU-EXCEPTION-COUNT.
017730     MOVE WS-RECON-AUDIT-COUNT     TO TU-AUDIT-COUNT.
017735     MOVE WS-RECON-REVERSAL-COUNT  TO TU-REVERSAL-COUNT.
017740     MOVE WS-RECON-OK-SWITCH       TO TU-RECON-SWITCH.
017750     MOVE RETURN-CODE              TO TU-RETURN-CODE.
017760
