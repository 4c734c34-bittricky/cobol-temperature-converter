000010*================================================================
000020* PROGRAM      RetentionHousekeeping
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* MONTHLY HOUSEKEEPING OF THE FILES THAT ONLY EVER GROW: THE
000080* QUARANTINE (TEMPEXC), THE DISPOSITION LOG (TEMPXDP), THE
000090* PROCESSED-BATCH REGISTER (TEMPREG) AND THE RUN HISTORY
000100* (TEMPRHS).  EACH RECORD PAST ITS RETENTION PERIOD IS COPIED TO
000110* A NEW DATED ARCHIVE GENERATION FOR ITS FILE; EVERY OTHER RECORD
000120* IS COPIED, IN ITS ORIGINAL ORDER, TO A REPLACEMENT FILE.  THE
000130* JCL STEPS AFTER THIS ONE COPY THE REPLACEMENTS OVER THE LIVE
000140* FILES ONLY WHEN THIS STEP ENDS CLEANLY, SO -- AS WITH THE AUDIT
000150* LOG CUT-OFF -- NOTHING LEAVES A LIVE FILE UNTIL IT IS SAFELY ON
000160* ITS ARCHIVE.  A WRITE THAT FAILS, OR A FILE WHOSE ARCHIVED AND
000170* KEPT COUNTS DO NOT ADD BACK TO WHAT WAS READ, ENDS THE RUN
000180* RC 16 AND NOTHING IS REMOVED.
000190*
000200* THE RETENTION PERIODS, IN DAYS, COME FROM THE CONFIGURATION
000210* FILE (TEMPCFG): A RECORD'S OWN SITE'S PERIODS, ELSE THE BLANK-
000220* SITE DEFAULT RECORD'S, ELSE THE COMPILED DEFAULTS BELOW.  AGE IS
000230* COUNTED FROM THE DATE THE RECORD WAS WRITTEN: THE QUARANTINE
000240* DATE, THE REVIEW DATE, THE DATE THE BATCH WAS REGISTERED, THE
000250* DATE OF THE RUN.  A RECORD WITHOUT A VALID DATE IS KEPT.
000260*
000270* A QUARANTINED READING IS ARCHIVED ONLY WHEN IT IS RESOLVED --
000280* MATCHED TO A RELEASE OR REJECT DISPOSITION BY THE QUARANTINE
000290* AGING RULE (FIRST UNUSED RELEASE OR REJECT WITH THE SAME
000300* SENSOR, VALUE, UNIT AND REASON) -- AND BOTH THE READING AND
000310* THAT DISPOSITION ARE PAST THE QUARANTINE RETENTION PERIOD.  THE
000320* PAIR GOES TOGETHER, SO THE ITEMS LEFT STILL MATCH THE SAME
000330* DISPOSITIONS AS BEFORE.  AN UNRESOLVED OR DEFERRED READING
000340* STAYS HOWEVER OLD IT IS, AND SO DOES EVERY DEFERRAL NAMING A
000350* READING STILL UNRESOLVED.  OTHER DEFERRALS ARE ARCHIVED ONCE
000360* PAST THE PERIOD.  A RELEASE OR REJECT MATCHING NO READING IS
000370* KEPT.
000380*
000390* RETURN CODES:
000400*   0   ARCHIVES AND REPLACEMENT FILES WRITTEN AND BALANCED
000410*   16  FILE ERROR, WRITE FAILURE, COUNTS OUT OF BALANCE OR TABLE
000420*       OVERFLOW -- THE LIVE FILES MUST NOT BE REPLACED
000430*
000440* MODIFICATION HISTORY
000450* 10/15/2026  JH   ORIGINAL RETENTION HOUSEKEEPING RUN.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. RetentionHousekeeping.
000490 AUTHOR. J HENDERSON.
000500 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CONFIG-FILE ASSIGN TO "TEMPCFG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CONFIG-FILE-STATUS.
000600
000610     SELECT EXCEPTION-FILE ASSIGN TO "TEMPEXC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000640
000650     SELECT DISPOSITION-FILE ASSIGN TO "TEMPXDP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DISPOSITION-FILE-STATUS.
000680
000690     SELECT REGISTER-FILE ASSIGN TO "TEMPREG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000720
000730     SELECT RUN-HISTORY-FILE ASSIGN TO "TEMPRHS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
000760
000770     SELECT EXC-ARCHIVE-FILE ASSIGN TO "TEMPEXA"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EXC-ARCHIVE-STATUS.
000800
000810     SELECT EXC-KEEP-FILE ASSIGN TO "TEMPEXN"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-EXC-KEEP-STATUS.
000840
000850     SELECT DSP-ARCHIVE-FILE ASSIGN TO "TEMPXDA"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-DSP-ARCHIVE-STATUS.
000880
000890     SELECT DSP-KEEP-FILE ASSIGN TO "TEMPXDN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-DSP-KEEP-STATUS.
000920
000930     SELECT REG-ARCHIVE-FILE ASSIGN TO "TEMPRGA"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REG-ARCHIVE-STATUS.
000960
000970     SELECT REG-KEEP-FILE ASSIGN TO "TEMPRGN"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REG-KEEP-STATUS.
001000
001010     SELECT RHS-ARCHIVE-FILE ASSIGN TO "TEMPRHA"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RHS-ARCHIVE-STATUS.
001040
001050     SELECT RHS-KEEP-FILE ASSIGN TO "TEMPRHN"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-RHS-KEEP-STATUS.
001080
001090     SELECT HOUSEKEEP-PRINT-FILE ASSIGN TO "TEMPHKR"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-PRINT-FILE-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  CONFIG-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY TEMPCFG.
001180
001190 FD  EXCEPTION-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY TEMPEXC.
001220
001230 FD  DISPOSITION-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY TEMPXDP.
001260
001270 FD  REGISTER-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY TEMPREG.
001300
001310 FD  RUN-HISTORY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY TEMPRHS.
001340
001350 FD  EXC-ARCHIVE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  HK-EXC-ARCHIVE-RECORD       PIC X(80).
001380
001390 FD  EXC-KEEP-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  HK-EXC-KEEP-RECORD          PIC X(80).
001420
001430 FD  DSP-ARCHIVE-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  HK-DSP-ARCHIVE-RECORD       PIC X(80).
001460
001470 FD  DSP-KEEP-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  HK-DSP-KEEP-RECORD          PIC X(80).
001500
001510 FD  REG-ARCHIVE-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  HK-REG-ARCHIVE-RECORD       PIC X(80).
001540
001550 FD  REG-KEEP-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  HK-REG-KEEP-RECORD          PIC X(80).
001580
001590 FD  RHS-ARCHIVE-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  HK-RHS-ARCHIVE-RECORD       PIC X(80).
001620
001630 FD  RHS-KEEP-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  HK-RHS-KEEP-RECORD          PIC X(80).
001660
001670 FD  HOUSEKEEP-PRINT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  HK-PRINT-LINE               PIC X(80).
001700
001710 WORKING-STORAGE SECTION.
001720 01  WS-CONFIG-FILE-STATUS    PIC X(02) VALUE '00'.
001730     88  WS-CONFIG-FILE-NOT-FOUND       VALUE '35'.
001740 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
001750 01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE '00'.
001760 01  WS-REGISTER-FILE-STATUS  PIC X(02) VALUE '00'.
001770 01  WS-RUN-HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
001780 01  WS-EXC-ARCHIVE-STATUS    PIC X(02) VALUE '00'.
001790 01  WS-EXC-KEEP-STATUS       PIC X(02) VALUE '00'.
001800 01  WS-DSP-ARCHIVE-STATUS    PIC X(02) VALUE '00'.
001810 01  WS-DSP-KEEP-STATUS       PIC X(02) VALUE '00'.
001820 01  WS-REG-ARCHIVE-STATUS    PIC X(02) VALUE '00'.
001830 01  WS-REG-KEEP-STATUS       PIC X(02) VALUE '00'.
001840 01  WS-RHS-ARCHIVE-STATUS    PIC X(02) VALUE '00'.
001850 01  WS-RHS-KEEP-STATUS       PIC X(02) VALUE '00'.
001860 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
001870
001880 01  WS-CONFIG-EOF-SWITCH     PIC X(01) VALUE 'N'.
001890     88  WS-CONFIG-EOF                  VALUE 'Y'.
001900 01  WS-EXC-EOF-SWITCH        PIC X(01) VALUE 'N'.
001910     88  WS-EXC-EOF                     VALUE 'Y'.
001920 01  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001930     88  WS-DISP-EOF                    VALUE 'Y'.
001940 01  WS-REG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001950     88  WS-REG-EOF                     VALUE 'Y'.
001960 01  WS-RHS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001970     88  WS-RHS-EOF                     VALUE 'Y'.
001980
001990 01  WS-ABEND-MESSAGE.
002000     05  WS-ABEND-FILE-NAME   PIC X(10).
002010     05  FILLER               PIC X(01) VALUE SPACE.
002020     05  WS-ABEND-STATUS      PIC X(02).
002030
002040 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
002050 01  WS-TODAY-DAY-NUMBER      PIC 9(08) VALUE 0.
002060
002070*----------------------------------------------------------*
002080* WS-DEFAULT-RETENTION -- THE PERIODS USED WHEN THE
002090* CONFIGURATION FILE HAS NONE; THEY MATCH THE CONFIGURATION
002100* SCREEN'S DEFAULTS.  NO PERIOD IS TAKEN AS SHORTER THAN
002110* WS-MIN-RETAIN-DAYS, THE SCREEN'S OWN MINIMUM, SO LAST MONTH'S
002120* RECORDS ARE ON THE LIVE FILES FOR ITS COMPLIANCE PACKAGES.
002130*----------------------------------------------------------*
002140 01  WS-DEFAULT-RETENTION.
002150     05  WS-DEFAULT-EXC-RETAIN PIC 9(04) VALUE 180.
002160     05  WS-DEFAULT-REG-RETAIN PIC 9(04) VALUE 400.
002170     05  WS-DEFAULT-RHS-RETAIN PIC 9(04) VALUE 400.
002180 01  WS-MIN-RETAIN-DAYS       PIC 9(04) VALUE 62.
002190
002200*----------------------------------------------------------*
002210* WS-RETENTION-TABLE -- THE PERIODS FOR EVERY SITE ON THE
002220* CONFIGURATION FILE.  WS-EXC/REG/RHS-RETAIN-DAYS ARE THE
002230* PERIODS FOR THE SITE NOW IN HAND (WS-RT-APPLIED-SITE).
002240*----------------------------------------------------------*
002250 01  WS-RETENTION-CONTROL.
002260     05  WS-RT-COUNT          PIC 9(04) COMP VALUE 0.
002270     05  WS-RT-SUB            PIC 9(04) COMP VALUE 0.
002280     05  WS-RT-LIMIT          PIC 9(04) COMP VALUE 20.
002290     05  WS-RT-SITE-SUB       PIC 9(04) COMP VALUE 0.
002300     05  WS-RT-DEFAULT-SUB    PIC 9(04) COMP VALUE 0.
002310     05  WS-RT-APPLIED-SITE   PIC X(03) VALUE HIGH-VALUES.
002320     05  WS-WORK-SITE-CODE    PIC X(03) VALUE SPACES.
002330     05  WS-EXC-RETAIN-DAYS   PIC 9(04) VALUE 0.
002340     05  WS-REG-RETAIN-DAYS   PIC 9(04) VALUE 0.
002350     05  WS-RHS-RETAIN-DAYS   PIC 9(04) VALUE 0.
002360
002370 01  WS-RETENTION-TABLE.
002380     05  WS-RT-ENTRY OCCURS 20 TIMES.
002390         10  WS-RT-SITE-CODE  PIC X(03).
002400         10  WS-RT-EXC-DAYS   PIC 9(04).
002410         10  WS-RT-REG-DAYS   PIC 9(04).
002420         10  WS-RT-RHS-DAYS   PIC 9(04).
002430
002440*----------------------------------------------------------*
002450* WS-AGE-WORK -- 7100-TEST-AGE TAKES A RECORD DATE AND A
002460* PERIOD AND SAYS WHETHER THE RECORD IS PAST IT, INSIDE IT, OR
002470* CANNOT BE DATED.
002480*----------------------------------------------------------*
002490 01  WS-AGE-WORK.
002500     05  WS-WORK-DATE         PIC 9(08) VALUE 0.
002510     05  WS-WORK-RETAIN-DAYS  PIC 9(04) VALUE 0.
002520     05  WS-WORK-DAY-NUMBER   PIC 9(08) VALUE 0.
002530     05  WS-AGE-DAYS          PIC S9(07) VALUE 0.
002540     05  WS-AGE-RESULT        PIC X(01) VALUE SPACE.
002550         88  WS-PAST-RETENTION          VALUE 'P'.
002560         88  WS-INSIDE-RETENTION        VALUE 'I'.
002570         88  WS-UNDATED                 VALUE 'U'.
002580
002590*----------------------------------------------------------*
002600* WS-DISP-TABLE -- EVERY DISPOSITION ON THE LOG, IN FILE
002610* ORDER.  THE QUARANTINE PASS MARKS THE RELEASES AND REJECTS
002620* IT MATCHES (USED), THOSE GOING TO THE ARCHIVE WITH THEIR
002630* READING (ARCHIVE), AND THE DEFERRALS NAMING A READING STILL
002640* UNRESOLVED (HELD); THE DISPOSITION PASS THEN READS THE LOG
002650* AGAIN IN THE SAME ORDER AND ACTS ON THE MARKS.
002660*----------------------------------------------------------*
002670 01  WS-DISP-CONTROL.
002680     05  WS-DISP-COUNT        PIC 9(05) COMP VALUE 0.
002690     05  WS-DISP-SUB          PIC 9(05) COMP VALUE 0.
002700     05  WS-DISP-LIMIT        PIC 9(05) COMP VALUE 20000.
002710     05  WS-MATCH-SUB         PIC 9(05) COMP VALUE 0.
002720     05  WS-DISP-FOUND-SWITCH PIC X(01) VALUE 'N'.
002730         88  WS-DISP-FOUND              VALUE 'Y'.
002740
002750 01  WS-DISP-TABLE.
002760     05  WS-DISP-ENTRY OCCURS 20000 TIMES.
002770         10  WS-XD-SENSOR-ID      PIC X(08).
002780         10  WS-XD-INPUT-TEMP     PIC S9(4)V9(2).
002790         10  WS-XD-INPUT-UNIT     PIC X(01).
002800         10  WS-XD-REASON-CODE    PIC X(04).
002810         10  WS-XD-DISPOSITION    PIC X(01).
002820             88  WS-XD-DEFERRAL           VALUE 'D'.
002830         10  WS-XD-REVIEW-DATE    PIC 9(08).
002840         10  WS-XD-USED-SWITCH    PIC X(01).
002850             88  WS-XD-USED               VALUE 'Y'.
002860         10  WS-XD-ARCHIVE-SWITCH PIC X(01).
002870             88  WS-XD-ARCHIVE            VALUE 'Y'.
002880         10  WS-XD-HELD-SWITCH    PIC X(01).
002890             88  WS-XD-HELD               VALUE 'Y'.
002900
002910 01  WS-FILE-COUNTERS.
002920     05  WS-EXC-BEFORE-COUNT  PIC 9(09) VALUE 0.
002930     05  WS-EXC-ARCHIVED-COUNT PIC 9(09) VALUE 0.
002940     05  WS-EXC-KEPT-COUNT    PIC 9(09) VALUE 0.
002950     05  WS-DSP-BEFORE-COUNT  PIC 9(09) VALUE 0.
002960     05  WS-DSP-ARCHIVED-COUNT PIC 9(09) VALUE 0.
002970     05  WS-DSP-KEPT-COUNT    PIC 9(09) VALUE 0.
002980     05  WS-REG-BEFORE-COUNT  PIC 9(09) VALUE 0.
002990     05  WS-REG-ARCHIVED-COUNT PIC 9(09) VALUE 0.
003000     05  WS-REG-KEPT-COUNT    PIC 9(09) VALUE 0.
003010     05  WS-RHS-BEFORE-COUNT  PIC 9(09) VALUE 0.
003020     05  WS-RHS-ARCHIVED-COUNT PIC 9(09) VALUE 0.
003030     05  WS-RHS-KEPT-COUNT    PIC 9(09) VALUE 0.
003040     05  WS-TOTAL-ARCHIVED-COUNT PIC 9(09) VALUE 0.
003050
003060 01  WS-KEPT-REASON-COUNTERS.
003070     05  WS-UNRESOLVED-COUNT  PIC 9(09) VALUE 0.
003080     05  WS-RESOLVED-KEPT-COUNT PIC 9(09) VALUE 0.
003090     05  WS-DEFERRAL-HELD-COUNT PIC 9(09) VALUE 0.
003100     05  WS-UNMATCHED-DSP-COUNT PIC 9(09) VALUE 0.
003110     05  WS-UNDATED-COUNT     PIC 9(09) VALUE 0.
003120
003130 01  WS-BALANCE-SWITCH        PIC X(01) VALUE 'Y'.
003140     88  WS-COUNTS-BALANCE              VALUE 'Y'.
003150
003160 01  WS-PRINT-HEADING.
003170     05  FILLER               PIC X(40)
003180             VALUE "RETENTION HOUSEKEEPING  RUN ".
003190     05  WS-PH-RUN-DATE       PIC 9(08).
003200     05  FILLER               PIC X(32) VALUE SPACES.
003210
003220 01  WS-RETENTION-HEADING.
003230     05  FILLER               PIC X(11) VALUE "SITE".
003240     05  FILLER               PIC X(12) VALUE "  QUARANTINE".
003250     05  FILLER               PIC X(11) VALUE "   REGISTER".
003260     05  FILLER               PIC X(11) VALUE "    HISTORY".
003270     05  FILLER               PIC X(35)
003280             VALUE "   RETENTION IN DAYS".
003290
003300 01  WS-PRINT-RETENTION-LINE.
003310     05  WS-PR-SITE           PIC X(09).
003320     05  FILLER               PIC X(10) VALUE SPACES.
003330     05  WS-PR-EXC-DAYS       PIC ZZZ9.
003340     05  FILLER               PIC X(07) VALUE SPACES.
003350     05  WS-PR-REG-DAYS       PIC ZZZ9.
003360     05  FILLER               PIC X(07) VALUE SPACES.
003370     05  WS-PR-RHS-DAYS       PIC ZZZ9.
003380     05  FILLER               PIC X(35) VALUE SPACES.
003390
003400 01  WS-FILE-HEADING.
003410     05  FILLER               PIC X(28) VALUE "FILE".
003420     05  FILLER               PIC X(13) VALUE "       BEFORE".
003430     05  FILLER               PIC X(13) VALUE "     ARCHIVED".
003440     05  FILLER               PIC X(13) VALUE "        AFTER".
003450     05  FILLER               PIC X(13) VALUE SPACES.
003460
003470 01  WS-PRINT-FILE-LINE.
003480     05  WS-PF-FILE           PIC X(28).
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  WS-PF-BEFORE         PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER               PIC X(02) VALUE SPACES.
003520     05  WS-PF-ARCHIVED       PIC ZZZ,ZZZ,ZZ9.
003530     05  FILLER               PIC X(02) VALUE SPACES.
003540     05  WS-PF-AFTER          PIC ZZZ,ZZZ,ZZ9.
003550     05  FILLER               PIC X(13) VALUE SPACES.
003560
003570 01  WS-PRINT-TOTAL-LINE.
003580     05  WS-PT-LABEL          PIC X(40).
003590     05  WS-PT-VALUE          PIC ZZZ,ZZZ,ZZ9.
003600     05  FILLER               PIC X(29) VALUE SPACES.
003610
003620 PROCEDURE DIVISION.
003630*----------------------------------------------------------*
003640* 0000-MAINLINE
003650*----------------------------------------------------------*
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680
003690     PERFORM 2000-LOAD-DISPOSITIONS THRU 2000-EXIT.
003700     PERFORM 3000-HOUSEKEEP-QUARANTINE THRU 3000-EXIT.
003710     PERFORM 4000-HOUSEKEEP-DISPOSITIONS THRU 4000-EXIT.
003720     PERFORM 5000-HOUSEKEEP-REGISTER THRU 5000-EXIT.
003730     PERFORM 6000-HOUSEKEEP-RUN-HISTORY THRU 6000-EXIT.
003740
003750     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.
003760     PERFORM 8500-PRINT-REPORT THRU 8500-EXIT.
003770
003780     CLOSE EXC-ARCHIVE-FILE.
003790     CLOSE EXC-KEEP-FILE.
003800     CLOSE DSP-ARCHIVE-FILE.
003810     CLOSE DSP-KEEP-FILE.
003820     CLOSE REG-ARCHIVE-FILE.
003830     CLOSE REG-KEEP-FILE.
003840     CLOSE RHS-ARCHIVE-FILE.
003850     CLOSE RHS-KEEP-FILE.
003860     CLOSE HOUSEKEEP-PRINT-FILE.
003870
003880     IF NOT WS-COUNTS-BALANCE
003890         DISPLAY "RETENTIONHOUSEKEEPING - COUNTS DO NOT BALANCE "
003900             "- NOTHING REMOVED - SEE TEMPHKR"
003910         MOVE 16 TO RETURN-CODE
003920     ELSE
003930         DISPLAY "RETENTIONHOUSEKEEPING - "
003935             WS-TOTAL-ARCHIVED-COUNT
003940             " RECORDS ARCHIVED - SEE TEMPHKR"
003950     END-IF.
003960     STOP RUN.
003970
003980*----------------------------------------------------------*
003990* 1000-INITIALIZE -- LOAD THE RETENTION PERIODS AND OPEN
004000* EVERY FILE.  THE LIVE FILES ARE ONLY READ HERE; ANY FILE
004010* THAT WILL NOT OPEN ENDS THE RUN BEFORE A RECORD IS MOVED.
004020*----------------------------------------------------------*
004030 1000-INITIALIZE.
004040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004050     COMPUTE WS-TODAY-DAY-NUMBER =
004060         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
004070
004080     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
004090
004100     OPEN INPUT EXCEPTION-FILE.
004110     IF WS-EXCEPTION-FILE-STATUS NOT = '00'
004120         MOVE "TEMPEXC"  TO WS-ABEND-FILE-NAME
004130         MOVE WS-EXCEPTION-FILE-STATUS TO WS-ABEND-STATUS
004140         PERFORM 9800-ABEND-RUN
004150     END-IF.
004160
004170     OPEN INPUT REGISTER-FILE.
004180     IF WS-REGISTER-FILE-STATUS NOT = '00'
004190         MOVE "TEMPREG"  TO WS-ABEND-FILE-NAME
004200         MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-STATUS
004210         PERFORM 9800-ABEND-RUN
004220     END-IF.
004230
004240     OPEN INPUT RUN-HISTORY-FILE.
004250     IF WS-RUN-HISTORY-FILE-STATUS NOT = '00'
004260         MOVE "TEMPRHS"  TO WS-ABEND-FILE-NAME
004270         MOVE WS-RUN-HISTORY-FILE-STATUS TO WS-ABEND-STATUS
004280         PERFORM 9800-ABEND-RUN
004290     END-IF.
004300
004310     OPEN OUTPUT EXC-ARCHIVE-FILE.
004320     IF WS-EXC-ARCHIVE-STATUS NOT = '00'
004330         MOVE "TEMPEXA"  TO WS-ABEND-FILE-NAME
004340         MOVE WS-EXC-ARCHIVE-STATUS TO WS-ABEND-STATUS
004350         PERFORM 9800-ABEND-RUN
004360     END-IF.
004370
004380     OPEN OUTPUT EXC-KEEP-FILE.
004390     IF WS-EXC-KEEP-STATUS NOT = '00'
004400         MOVE "TEMPEXN"  TO WS-ABEND-FILE-NAME
004410         MOVE WS-EXC-KEEP-STATUS TO WS-ABEND-STATUS
004420         PERFORM 9800-ABEND-RUN
004430     END-IF.
004440
004450     OPEN OUTPUT DSP-ARCHIVE-FILE.
004460     IF WS-DSP-ARCHIVE-STATUS NOT = '00'
004470         MOVE "TEMPXDA"  TO WS-ABEND-FILE-NAME
004480         MOVE WS-DSP-ARCHIVE-STATUS TO WS-ABEND-STATUS
004490         PERFORM 9800-ABEND-RUN
004500     END-IF.
004510
004520     OPEN OUTPUT DSP-KEEP-FILE.
004530     IF WS-DSP-KEEP-STATUS NOT = '00'
004540         MOVE "TEMPXDN"  TO WS-ABEND-FILE-NAME
004550         MOVE WS-DSP-KEEP-STATUS TO WS-ABEND-STATUS
004560         PERFORM 9800-ABEND-RUN
004570     END-IF.
004580
004590     OPEN OUTPUT REG-ARCHIVE-FILE.
004600     IF WS-REG-ARCHIVE-STATUS NOT = '00'
004610         MOVE "TEMPRGA"  TO WS-ABEND-FILE-NAME
004620         MOVE WS-REG-ARCHIVE-STATUS TO WS-ABEND-STATUS
004630         PERFORM 9800-ABEND-RUN
004640     END-IF.
004650
004660     OPEN OUTPUT REG-KEEP-FILE.
004670     IF WS-REG-KEEP-STATUS NOT = '00'
004680         MOVE "TEMPRGN"  TO WS-ABEND-FILE-NAME
004690         MOVE WS-REG-KEEP-STATUS TO WS-ABEND-STATUS
004700         PERFORM 9800-ABEND-RUN
004710     END-IF.
004720
004730     OPEN OUTPUT RHS-ARCHIVE-FILE.
004740     IF WS-RHS-ARCHIVE-STATUS NOT = '00'
004750         MOVE "TEMPRHA"  TO WS-ABEND-FILE-NAME
004760         MOVE WS-RHS-ARCHIVE-STATUS TO WS-ABEND-STATUS
004770         PERFORM 9800-ABEND-RUN
004780     END-IF.
004790
004800     OPEN OUTPUT RHS-KEEP-FILE.
004810     IF WS-RHS-KEEP-STATUS NOT = '00'
004820         MOVE "TEMPRHN"  TO WS-ABEND-FILE-NAME
004830         MOVE WS-RHS-KEEP-STATUS TO WS-ABEND-STATUS
004840         PERFORM 9800-ABEND-RUN
004850     END-IF.
004860
004870     OPEN OUTPUT HOUSEKEEP-PRINT-FILE.
004880     IF WS-PRINT-FILE-STATUS NOT = '00'
004890         MOVE "TEMPHKR"  TO WS-ABEND-FILE-NAME
004900         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
004910         PERFORM 9800-ABEND-RUN
004920     END-IF.
004930 1000-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970* 1100-LOAD-RETENTION -- TABLE THE PERIODS ON EVERY TEMPCFG
004980* RECORD.  A PERIOD THAT IS BLANK OR ZERO TAKES THE COMPILED
004990* DEFAULT; NO FILE MEANS EVERY SITE RUNS ON THE DEFAULTS.
005000*----------------------------------------------------------*
005010 1100-LOAD-RETENTION.
005020     OPEN INPUT CONFIG-FILE.
005030     IF WS-CONFIG-FILE-NOT-FOUND
005040         GO TO 1100-EXIT
005050     END-IF.
005060     IF WS-CONFIG-FILE-STATUS NOT = '00'
005070         MOVE "TEMPCFG"  TO WS-ABEND-FILE-NAME
005080         MOVE WS-CONFIG-FILE-STATUS TO WS-ABEND-STATUS
005090         PERFORM 9800-ABEND-RUN
005100     END-IF.
005110
005120     PERFORM 1120-READ-CONFIG-RECORD THRU 1120-EXIT.
005130     PERFORM 1130-TABLE-ONE-CONFIG THRU 1130-EXIT
005140         UNTIL WS-CONFIG-EOF.
005150     CLOSE CONFIG-FILE.
005160 1100-EXIT.
005170     EXIT.
005180
005190 1120-READ-CONFIG-RECORD.
005200     READ CONFIG-FILE
005210         AT END
005220             MOVE 'Y' TO WS-CONFIG-EOF-SWITCH
005230     END-READ.
005240 1120-EXIT.
005250     EXIT.
005260
005270 1130-TABLE-ONE-CONFIG.
005280     IF WS-RT-COUNT = WS-RT-LIMIT
005290         DISPLAY "RETENTIONHOUSEKEEPING - TEMPCFG SITES EXCEED "
005300             "TABLE LIMIT - RUN REFUSED"
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340     ADD 1 TO WS-RT-COUNT.
005350     MOVE TF-SITE-CODE TO WS-RT-SITE-CODE (WS-RT-COUNT).
005360
005370     MOVE WS-DEFAULT-EXC-RETAIN TO WS-RT-EXC-DAYS (WS-RT-COUNT).
005380     IF TF-EXC-RETAIN-DAYS IS NUMERIC
005390        AND TF-EXC-RETAIN-DAYS > 0
005400         MOVE TF-EXC-RETAIN-DAYS TO WS-RT-EXC-DAYS (WS-RT-COUNT)
005410     END-IF.
005420     IF WS-RT-EXC-DAYS (WS-RT-COUNT) < WS-MIN-RETAIN-DAYS
005430         MOVE WS-MIN-RETAIN-DAYS TO WS-RT-EXC-DAYS (WS-RT-COUNT)
005440     END-IF.
005450
005460     MOVE WS-DEFAULT-REG-RETAIN TO WS-RT-REG-DAYS (WS-RT-COUNT).
005470     IF TF-REG-RETAIN-DAYS IS NUMERIC
005480        AND TF-REG-RETAIN-DAYS > 0
005490         MOVE TF-REG-RETAIN-DAYS TO WS-RT-REG-DAYS (WS-RT-COUNT)
005500     END-IF.
005510     IF WS-RT-REG-DAYS (WS-RT-COUNT) < WS-MIN-RETAIN-DAYS
005520         MOVE WS-MIN-RETAIN-DAYS TO WS-RT-REG-DAYS (WS-RT-COUNT)
005530     END-IF.
005540
005550     MOVE WS-DEFAULT-RHS-RETAIN TO WS-RT-RHS-DAYS (WS-RT-COUNT).
005560     IF TF-RHS-RETAIN-DAYS IS NUMERIC
005570        AND TF-RHS-RETAIN-DAYS > 0
005580         MOVE TF-RHS-RETAIN-DAYS TO WS-RT-RHS-DAYS (WS-RT-COUNT)
005590     END-IF.
005600     IF WS-RT-RHS-DAYS (WS-RT-COUNT) < WS-MIN-RETAIN-DAYS
005610         MOVE WS-MIN-RETAIN-DAYS TO WS-RT-RHS-DAYS (WS-RT-COUNT)
005620     END-IF.
005630
005640     IF TF-SITE-CODE = SPACES
005650         MOVE WS-RT-COUNT TO WS-RT-DEFAULT-SUB
005660     END-IF.
005670     PERFORM 1120-READ-CONFIG-RECORD THRU 1120-EXIT.
005680 1130-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* 2000-LOAD-DISPOSITIONS -- TABLE THE WHOLE DISPOSITION LOG.
005730* THE FILE IS CLOSED AGAIN HERE AND RE-READ BY 4000 ONCE THE
005740* QUARANTINE PASS HAS MARKED THE TABLE.
005750*----------------------------------------------------------*
005760 2000-LOAD-DISPOSITIONS.
005770     OPEN INPUT DISPOSITION-FILE.
005780     IF WS-DISPOSITION-FILE-STATUS NOT = '00'
005790         MOVE "TEMPXDP"  TO WS-ABEND-FILE-NAME
005800         MOVE WS-DISPOSITION-FILE-STATUS TO WS-ABEND-STATUS
005810         PERFORM 9800-ABEND-RUN
005820     END-IF.
005830
005840     PERFORM 2200-READ-DISPOSITION THRU 2200-EXIT.
005850     PERFORM 2100-TABLE-ONE-DISPOSITION THRU 2100-EXIT
005860         UNTIL WS-DISP-EOF.
005870     CLOSE DISPOSITION-FILE.
005880 2000-EXIT.
005890     EXIT.
005900
005910 2100-TABLE-ONE-DISPOSITION.
005920     IF WS-DISP-COUNT = WS-DISP-LIMIT
005930         DISPLAY "RETENTIONHOUSEKEEPING - DISPOSITION LOG "
005940             "EXCEEDS TABLE LIMIT - RUN REFUSED"
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980
005990     ADD 1 TO WS-DISP-COUNT.
006000     MOVE TD-SENSOR-ID   TO WS-XD-SENSOR-ID (WS-DISP-COUNT).
006010     MOVE TD-INPUT-TEMP  TO WS-XD-INPUT-TEMP (WS-DISP-COUNT).
006020     MOVE TD-INPUT-UNIT  TO WS-XD-INPUT-UNIT (WS-DISP-COUNT).
006030     MOVE TD-REASON-CODE TO WS-XD-REASON-CODE (WS-DISP-COUNT).
006040     MOVE TD-DISPOSITION TO WS-XD-DISPOSITION (WS-DISP-COUNT).
006050     IF TD-REVIEW-DATE IS NUMERIC
006060         MOVE TD-REVIEW-DATE TO WS-XD-REVIEW-DATE (WS-DISP-COUNT)
006070     ELSE
006080         MOVE 0 TO WS-XD-REVIEW-DATE (WS-DISP-COUNT)
006090     END-IF.
006100     MOVE 'N' TO WS-XD-USED-SWITCH (WS-DISP-COUNT).
006110     MOVE 'N' TO WS-XD-ARCHIVE-SWITCH (WS-DISP-COUNT).
006120     MOVE 'N' TO WS-XD-HELD-SWITCH (WS-DISP-COUNT).
006130
006140     PERFORM 2200-READ-DISPOSITION THRU 2200-EXIT.
006150 2100-EXIT.
006160     EXIT.
006170
006180 2200-READ-DISPOSITION.
006190     READ DISPOSITION-FILE
006200         AT END
006210             MOVE 'Y' TO WS-DISP-EOF-SWITCH
006220     END-READ.
006230 2200-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270* 3000-HOUSEKEEP-QUARANTINE -- ONE PASS OF THE QUARANTINE.
006280* A READING IS ARCHIVED ONLY WHEN RESOLVED AND BOTH IT AND ITS
006290* DISPOSITION ARE PAST THE SITE'S QUARANTINE PERIOD; ANYTHING
006300* ELSE IS KEPT.  AN UNRESOLVED READING ALSO HOLDS EVERY
006310* DEFERRAL THAT NAMES IT.
006320*----------------------------------------------------------*
006330 3000-HOUSEKEEP-QUARANTINE.
006340     PERFORM 3200-READ-EXCEPTION THRU 3200-EXIT.
006350     PERFORM 3100-HOUSEKEEP-ONE-EXCEPTION THRU 3100-EXIT
006360         UNTIL WS-EXC-EOF.
006370     CLOSE EXCEPTION-FILE.
006380 3000-EXIT.
006390     EXIT.
006400
006410 3100-HOUSEKEEP-ONE-EXCEPTION.
006420     ADD 1 TO WS-EXC-BEFORE-COUNT.
006430
006440     PERFORM 3400-MATCH-DISPOSITION THRU 3400-EXIT.
006450     IF NOT WS-DISP-FOUND
006460         ADD 1 TO WS-UNRESOLVED-COUNT
006470         PERFORM 3300-HOLD-DEFERRALS THRU 3300-EXIT
006480         GO TO 3100-KEEP
006490     END-IF.
006500     MOVE WS-DISP-SUB TO WS-MATCH-SUB.
006510     MOVE 'Y' TO WS-XD-USED-SWITCH (WS-MATCH-SUB).
006520
006530     MOVE TX-SITE-CODE TO WS-WORK-SITE-CODE.
006540     PERFORM 7000-FIND-RETENTION THRU 7000-EXIT.
006550     MOVE WS-EXC-RETAIN-DAYS TO WS-WORK-RETAIN-DAYS.
006560
006570     IF TX-RUN-DATE IS NUMERIC
006580         MOVE TX-RUN-DATE TO WS-WORK-DATE
006590     ELSE
006600         MOVE 0 TO WS-WORK-DATE
006610     END-IF.
006620     PERFORM 7100-TEST-AGE THRU 7100-EXIT.
006630     IF NOT WS-PAST-RETENTION
006640         ADD 1 TO WS-RESOLVED-KEPT-COUNT
006650         GO TO 3100-KEEP
006660     END-IF.
006670
006680     MOVE WS-XD-REVIEW-DATE (WS-MATCH-SUB) TO WS-WORK-DATE.
006690     PERFORM 7100-TEST-AGE THRU 7100-EXIT.
006700     IF NOT WS-PAST-RETENTION
006710         ADD 1 TO WS-RESOLVED-KEPT-COUNT
006720         GO TO 3100-KEEP
006730     END-IF.
006740
006750     MOVE TX-EXCEPTION-RECORD TO HK-EXC-ARCHIVE-RECORD.
006760     WRITE HK-EXC-ARCHIVE-RECORD.
006770     IF WS-EXC-ARCHIVE-STATUS NOT = '00'
006780         MOVE "TEMPEXA"  TO WS-ABEND-FILE-NAME
006790         MOVE WS-EXC-ARCHIVE-STATUS TO WS-ABEND-STATUS
006800         PERFORM 9700-WRITE-FAILED
006810     END-IF.
006820     ADD 1 TO WS-EXC-ARCHIVED-COUNT.
006830     MOVE 'Y' TO WS-XD-ARCHIVE-SWITCH (WS-MATCH-SUB).
006840     GO TO 3100-NEXT.
006850
006860 3100-KEEP.
006870     MOVE TX-EXCEPTION-RECORD TO HK-EXC-KEEP-RECORD.
006880     WRITE HK-EXC-KEEP-RECORD.
006890     IF WS-EXC-KEEP-STATUS NOT = '00'
006900         MOVE "TEMPEXN"  TO WS-ABEND-FILE-NAME
006910         MOVE WS-EXC-KEEP-STATUS TO WS-ABEND-STATUS
006920         PERFORM 9700-WRITE-FAILED
006930     END-IF.
006940     ADD 1 TO WS-EXC-KEPT-COUNT.
006950
006960 3100-NEXT.
006970     PERFORM 3200-READ-EXCEPTION THRU 3200-EXIT.
006980 3100-EXIT.
006990     EXIT.
007000
007010 3200-READ-EXCEPTION.
007020     READ EXCEPTION-FILE
007030         AT END
007040             MOVE 'Y' TO WS-EXC-EOF-SWITCH
007050     END-READ.
007060 3200-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------*
007100* 3300-HOLD-DEFERRALS -- MARK EVERY DEFERRAL FOR THE SAME
007110* SENSOR, VALUE, UNIT AND REASON AS THE UNRESOLVED READING IN
007120* HAND, SO THE DISPOSITION PASS LEAVES IT ON THE LOG.
007130*----------------------------------------------------------*
007140 3300-HOLD-DEFERRALS.
007150     MOVE 1 TO WS-DISP-SUB.
007160     PERFORM 3310-HOLD-ONE-DEFERRAL THRU 3310-EXIT
007170         UNTIL WS-DISP-SUB > WS-DISP-COUNT.
007180 3300-EXIT.
007190     EXIT.
007200
007210 3310-HOLD-ONE-DEFERRAL.
007220     IF WS-XD-DEFERRAL (WS-DISP-SUB)
007230        AND WS-XD-SENSOR-ID (WS-DISP-SUB) = TX-SENSOR-ID
007240        AND WS-XD-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
007250        AND WS-XD-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
007260        AND WS-XD-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
007270         MOVE 'Y' TO WS-XD-HELD-SWITCH (WS-DISP-SUB)
007280     END-IF.
007290     ADD 1 TO WS-DISP-SUB.
007300 3310-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340* 3400-MATCH-DISPOSITION -- THE QUARANTINE AGING RULE: THE
007350* FIRST RELEASE OR REJECT NOT ALREADY USED WITH THE SAME
007360* SENSOR, VALUE, UNIT AND REASON RESOLVES THE READING.
007370*----------------------------------------------------------*
007380 3400-MATCH-DISPOSITION.
007390     MOVE 'N' TO WS-DISP-FOUND-SWITCH.
007400     MOVE 1 TO WS-DISP-SUB.
007410     PERFORM 3410-MATCH-ONE-DISPOSITION THRU 3410-EXIT
007420         UNTIL WS-DISP-FOUND
007430            OR WS-DISP-SUB > WS-DISP-COUNT.
007440 3400-EXIT.
007450     EXIT.
007460
007470 3410-MATCH-ONE-DISPOSITION.
007480     IF NOT WS-XD-USED (WS-DISP-SUB)
007490        AND NOT WS-XD-DEFERRAL (WS-DISP-SUB)
007500        AND WS-XD-SENSOR-ID (WS-DISP-SUB) = TX-SENSOR-ID
007510        AND WS-XD-INPUT-TEMP (WS-DISP-SUB) = TX-INPUT-TEMP
007520        AND WS-XD-INPUT-UNIT (WS-DISP-SUB) = TX-INPUT-UNIT
007530        AND WS-XD-REASON-CODE (WS-DISP-SUB) = TX-REASON-CODE
007540         MOVE 'Y' TO WS-DISP-FOUND-SWITCH
007550     ELSE
007560         ADD 1 TO WS-DISP-SUB
007570     END-IF.
007580 3410-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------*
007620* 4000-HOUSEKEEP-DISPOSITIONS -- READ THE LOG AGAIN, RECORD
007630* FOR RECORD WITH THE TABLE.  A RELEASE OR REJECT GOES TO THE
007640* ARCHIVE WITH ITS READING; A DEFERRAL NOT HELD BY AN
007650* UNRESOLVED READING GOES ONCE PAST THE QUARANTINE PERIOD.
007660*----------------------------------------------------------*
007670 4000-HOUSEKEEP-DISPOSITIONS.
007680     OPEN INPUT DISPOSITION-FILE.
007690     IF WS-DISPOSITION-FILE-STATUS NOT = '00'
007700         MOVE "TEMPXDP"  TO WS-ABEND-FILE-NAME
007710         MOVE WS-DISPOSITION-FILE-STATUS TO WS-ABEND-STATUS
007720         PERFORM 9800-ABEND-RUN
007730     END-IF.
007740
007750     MOVE 'N' TO WS-DISP-EOF-SWITCH.
007760     MOVE 0 TO WS-DISP-SUB.
007770     PERFORM 2200-READ-DISPOSITION THRU 2200-EXIT.
007780     PERFORM 4100-HOUSEKEEP-ONE-DISPOSITION THRU 4100-EXIT
007790         UNTIL WS-DISP-EOF.
007800     CLOSE DISPOSITION-FILE.
007810 4000-EXIT.
007820     EXIT.
007830
007840 4100-HOUSEKEEP-ONE-DISPOSITION.
007850     ADD 1 TO WS-DSP-BEFORE-COUNT.
007860     ADD 1 TO WS-DISP-SUB.
007870     IF WS-DISP-SUB > WS-DISP-COUNT
007880         DISPLAY "RETENTIONHOUSEKEEPING - DISPOSITION LOG GREW "
007890             "DURING THE RUN - NOTHING REMOVED"
007900         MOVE 16 TO RETURN-CODE
007910         STOP RUN
007920     END-IF.
007930
007940     IF WS-XD-ARCHIVE (WS-DISP-SUB)
007950         GO TO 4100-ARCHIVE
007960     END-IF.
007970
007980     IF NOT WS-XD-DEFERRAL (WS-DISP-SUB)
007990         IF NOT WS-XD-USED (WS-DISP-SUB)
008000             ADD 1 TO WS-UNMATCHED-DSP-COUNT
008010         END-IF
008020         GO TO 4100-KEEP
008030     END-IF.
008040
008050     IF WS-XD-HELD (WS-DISP-SUB)
008060         ADD 1 TO WS-DEFERRAL-HELD-COUNT
008070         GO TO 4100-KEEP
008080     END-IF.
008090
008100     MOVE TD-SITE-CODE TO WS-WORK-SITE-CODE.
008110     PERFORM 7000-FIND-RETENTION THRU 7000-EXIT.
008120     MOVE WS-EXC-RETAIN-DAYS TO WS-WORK-RETAIN-DAYS.
008130     MOVE WS-XD-REVIEW-DATE (WS-DISP-SUB) TO WS-WORK-DATE.
008140     PERFORM 7100-TEST-AGE THRU 7100-EXIT.
008150     IF NOT WS-PAST-RETENTION
008160         GO TO 4100-KEEP
008170     END-IF.
008180
008190 4100-ARCHIVE.
008200     MOVE TD-DISPOSITION-RECORD TO HK-DSP-ARCHIVE-RECORD.
008210     WRITE HK-DSP-ARCHIVE-RECORD.
008220     IF WS-DSP-ARCHIVE-STATUS NOT = '00'
008230         MOVE "TEMPXDA"  TO WS-ABEND-FILE-NAME
008240         MOVE WS-DSP-ARCHIVE-STATUS TO WS-ABEND-STATUS
008250         PERFORM 9700-WRITE-FAILED
008260     END-IF.
008270     ADD 1 TO WS-DSP-ARCHIVED-COUNT.
008280     GO TO 4100-NEXT.
008290
008300 4100-KEEP.
008310     MOVE TD-DISPOSITION-RECORD TO HK-DSP-KEEP-RECORD.
008320     WRITE HK-DSP-KEEP-RECORD.
008330     IF WS-DSP-KEEP-STATUS NOT = '00'
008340         MOVE "TEMPXDN"  TO WS-ABEND-FILE-NAME
008350         MOVE WS-DSP-KEEP-STATUS TO WS-ABEND-STATUS
008360         PERFORM 9700-WRITE-FAILED
008370     END-IF.
008380     ADD 1 TO WS-DSP-KEPT-COUNT.
008390
008400 4100-NEXT.
008410     PERFORM 2200-READ-DISPOSITION THRU 2200-EXIT.
008420 4100-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------*
008460* 5000-HOUSEKEEP-REGISTER -- A PROCESSED-BATCH REGISTER ENTRY
008470* GOES ONCE PAST THE SITE'S REGISTER PERIOD, COUNTED FROM THE
008480* DATE THE BATCH RAN.  THE PERIOD IS HOW LONG A RE-SENT BATCH
008490* IS STILL RECOGNIZED AS A DUPLICATE.
008500*----------------------------------------------------------*
008510 5000-HOUSEKEEP-REGISTER.
008520     PERFORM 5200-READ-REGISTER THRU 5200-EXIT.
008530     PERFORM 5100-HOUSEKEEP-ONE-ENTRY THRU 5100-EXIT
008540         UNTIL WS-REG-EOF.
008550     CLOSE REGISTER-FILE.
008560 5000-EXIT.
008570     EXIT.
008580
008590 5100-HOUSEKEEP-ONE-ENTRY.
008600     ADD 1 TO WS-REG-BEFORE-COUNT.
008610
008620     MOVE TG-SITE-CODE TO WS-WORK-SITE-CODE.
008630     PERFORM 7000-FIND-RETENTION THRU 7000-EXIT.
008640     MOVE WS-REG-RETAIN-DAYS TO WS-WORK-RETAIN-DAYS.
008650     IF TG-RUN-DATE IS NUMERIC
008660         MOVE TG-RUN-DATE TO WS-WORK-DATE
008670     ELSE
008680         MOVE 0 TO WS-WORK-DATE
008690     END-IF.
008700     PERFORM 7100-TEST-AGE THRU 7100-EXIT.
008710     IF NOT WS-PAST-RETENTION
008720         GO TO 5100-KEEP
008730     END-IF.
008740
008750     MOVE TG-REGISTER-RECORD TO HK-REG-ARCHIVE-RECORD.
008760     WRITE HK-REG-ARCHIVE-RECORD.
008770     IF WS-REG-ARCHIVE-STATUS NOT = '00'
008780         MOVE "TEMPRGA"  TO WS-ABEND-FILE-NAME
008790         MOVE WS-REG-ARCHIVE-STATUS TO WS-ABEND-STATUS
008800         PERFORM 9700-WRITE-FAILED
008810     END-IF.
008820     ADD 1 TO WS-REG-ARCHIVED-COUNT.
008830     GO TO 5100-NEXT.
008840
008850 5100-KEEP.
008860     MOVE TG-REGISTER-RECORD TO HK-REG-KEEP-RECORD.
008870     WRITE HK-REG-KEEP-RECORD.
008880     IF WS-REG-KEEP-STATUS NOT = '00'
008890         MOVE "TEMPRGN"  TO WS-ABEND-FILE-NAME
008900         MOVE WS-REG-KEEP-STATUS TO WS-ABEND-STATUS
008910         PERFORM 9700-WRITE-FAILED
008920     END-IF.
008930     ADD 1 TO WS-REG-KEPT-COUNT.
008940
008950 5100-NEXT.
008960     PERFORM 5200-READ-REGISTER THRU 5200-EXIT.
008970 5100-EXIT.
008980     EXIT.
008990
009000 5200-READ-REGISTER.
009010     READ REGISTER-FILE
009020         AT END
009030             MOVE 'Y' TO WS-REG-EOF-SWITCH
009040     END-READ.
009050 5200-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------*
009090* 6000-HOUSEKEEP-RUN-HISTORY -- A RUN-HISTORY RECORD GOES
009100* ONCE PAST THE SITE'S HISTORY PERIOD, COUNTED FROM THE DATE
009110* OF THE RUN.
009120*----------------------------------------------------------*
009130 6000-HOUSEKEEP-RUN-HISTORY.
009140     PERFORM 6200-READ-RUN-HISTORY THRU 6200-EXIT.
009150     PERFORM 6100-HOUSEKEEP-ONE-RUN THRU 6100-EXIT
009160         UNTIL WS-RHS-EOF.
009170     CLOSE RUN-HISTORY-FILE.
009180 6000-EXIT.
009190     EXIT.
009200
009210 6100-HOUSEKEEP-ONE-RUN.
009220     ADD 1 TO WS-RHS-BEFORE-COUNT.
009230
009240     MOVE TU-SITE-CODE TO WS-WORK-SITE-CODE.
009250     PERFORM 7000-FIND-RETENTION THRU 7000-EXIT.
009260     MOVE WS-RHS-RETAIN-DAYS TO WS-WORK-RETAIN-DAYS.
009270     IF TU-RUN-DATE IS NUMERIC
009280         MOVE TU-RUN-DATE TO WS-WORK-DATE
009290     ELSE
009300         MOVE 0 TO WS-WORK-DATE
009310     END-IF.
009320     PERFORM 7100-TEST-AGE THRU 7100-EXIT.
009330     IF NOT WS-PAST-RETENTION
009340         GO TO 6100-KEEP
009350     END-IF.
009360
009370     MOVE TU-RUN-HISTORY-RECORD TO HK-RHS-ARCHIVE-RECORD.
009380     WRITE HK-RHS-ARCHIVE-RECORD.
009390     IF WS-RHS-ARCHIVE-STATUS NOT = '00'
009400         MOVE "TEMPRHA"  TO WS-ABEND-FILE-NAME
009410         MOVE WS-RHS-ARCHIVE-STATUS TO WS-ABEND-STATUS
009420         PERFORM 9700-WRITE-FAILED
009430     END-IF.
009440     ADD 1 TO WS-RHS-ARCHIVED-COUNT.
009450     GO TO 6100-NEXT.
009460
009470 6100-KEEP.
009480     MOVE TU-RUN-HISTORY-RECORD TO HK-RHS-KEEP-RECORD.
009490     WRITE HK-RHS-KEEP-RECORD.
009500     IF WS-RHS-KEEP-STATUS NOT = '00'
009510         MOVE "TEMPRHN"  TO WS-ABEND-FILE-NAME
009520         MOVE WS-RHS-KEEP-STATUS TO WS-ABEND-STATUS
009530         PERFORM 9700-WRITE-FAILED
009540     END-IF.
009550     ADD 1 TO WS-RHS-KEPT-COUNT.
009560
009570 6100-NEXT.
009580     PERFORM 6200-READ-RUN-HISTORY THRU 6200-EXIT.
009590 6100-EXIT.
009600     EXIT.
009610
009620 6200-READ-RUN-HISTORY.
009630     READ RUN-HISTORY-FILE
009640         AT END
009650             MOVE 'Y' TO WS-RHS-EOF-SWITCH
009660     END-READ.
009670 6200-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------*
009710* 7000-FIND-RETENTION -- THE PERIODS FOR WS-WORK-SITE-CODE:
009720* THE SITE'S OWN RECORD, ELSE THE BLANK-SITE DEFAULT RECORD,
009730* ELSE THE COMPILED DEFAULTS.  NOTHING IS DONE WHEN THE SITE
009740* IS THE ONE ALREADY IN HAND.
009750*----------------------------------------------------------*
009760 7000-FIND-RETENTION.
009770     IF WS-WORK-SITE-CODE = WS-RT-APPLIED-SITE
009780         GO TO 7000-EXIT
009790     END-IF.
009800     MOVE WS-WORK-SITE-CODE TO WS-RT-APPLIED-SITE.
009810
009820     MOVE 0 TO WS-RT-SITE-SUB.
009830     MOVE 1 TO WS-RT-SUB.
009840     PERFORM 7050-MATCH-RETENTION-SITE THRU 7050-EXIT
009850         UNTIL WS-RT-SUB > WS-RT-COUNT.
009860     IF WS-RT-SITE-SUB = 0
009870         MOVE WS-RT-DEFAULT-SUB TO WS-RT-SITE-SUB
009880     END-IF.
009890
009900     IF WS-RT-SITE-SUB = 0
009910         MOVE WS-DEFAULT-EXC-RETAIN TO WS-EXC-RETAIN-DAYS
009920         MOVE WS-DEFAULT-REG-RETAIN TO WS-REG-RETAIN-DAYS
009930         MOVE WS-DEFAULT-RHS-RETAIN TO WS-RHS-RETAIN-DAYS
009940     ELSE
009950         MOVE WS-RT-EXC-DAYS (WS-RT-SITE-SUB)
009960             TO WS-EXC-RETAIN-DAYS
009970         MOVE WS-RT-REG-DAYS (WS-RT-SITE-SUB)
009980             TO WS-REG-RETAIN-DAYS
009990         MOVE WS-RT-RHS-DAYS (WS-RT-SITE-SUB)
010000             TO WS-RHS-RETAIN-DAYS
010010     END-IF.
010020 7000-EXIT.
010030     EXIT.
010040
010050 7050-MATCH-RETENTION-SITE.
010060     IF WS-RT-SITE-CODE (WS-RT-SUB) = WS-WORK-SITE-CODE
010070         MOVE WS-RT-SUB TO WS-RT-SITE-SUB
010080     END-IF.
010090     ADD 1 TO WS-RT-SUB.
010100 7050-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------*
010140* 7100-TEST-AGE -- IS A RECORD DATED WS-WORK-DATE MORE THAN
010150* WS-WORK-RETAIN-DAYS OLD?  A ZERO OR IMPOSSIBLE DATE CANNOT
010160* BE AGED, SO THE RECORD IS COUNTED AND KEPT.
010170*----------------------------------------------------------*
010180 7100-TEST-AGE.
010190     MOVE 'I' TO WS-AGE-RESULT.
010200     IF WS-WORK-DATE = 0
010210         MOVE 'U' TO WS-AGE-RESULT
010220         ADD 1 TO WS-UNDATED-COUNT
010230         GO TO 7100-EXIT
010240     END-IF.
010250     COMPUTE WS-WORK-DAY-NUMBER =
010260         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
010270     IF WS-WORK-DAY-NUMBER = 0
010280         MOVE 'U' TO WS-AGE-RESULT
010290         ADD 1 TO WS-UNDATED-COUNT
010300         GO TO 7100-EXIT
010310     END-IF.
010320     COMPUTE WS-AGE-DAYS =
010330         WS-TODAY-DAY-NUMBER - WS-WORK-DAY-NUMBER.
010340     IF WS-AGE-DAYS > WS-WORK-RETAIN-DAYS
010350         MOVE 'P' TO WS-AGE-RESULT
010360     END-IF.
010370 7100-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------*
010410* 8000-CHECK-BALANCE -- FOR EVERY FILE, WHAT WAS ARCHIVED AND
010420* WHAT WAS KEPT MUST ADD BACK TO WHAT WAS READ, AND THE
010430* DISPOSITION LOG MUST HAVE READ BACK AS MANY RECORDS AS WERE
010440* TABLED.  ANYTHING ELSE AND THE LIVE FILES STAY AS THEY ARE.
010450*----------------------------------------------------------*
010460 8000-CHECK-BALANCE.
010470     IF WS-EXC-ARCHIVED-COUNT + WS-EXC-KEPT-COUNT
010480            NOT = WS-EXC-BEFORE-COUNT
010490        OR WS-DSP-ARCHIVED-COUNT + WS-DSP-KEPT-COUNT
010500            NOT = WS-DSP-BEFORE-COUNT
010510        OR WS-DSP-BEFORE-COUNT NOT = WS-DISP-COUNT
010520        OR WS-REG-ARCHIVED-COUNT + WS-REG-KEPT-COUNT
010530            NOT = WS-REG-BEFORE-COUNT
010540        OR WS-RHS-ARCHIVED-COUNT + WS-RHS-KEPT-COUNT
010550            NOT = WS-RHS-BEFORE-COUNT
010560         MOVE 'N' TO WS-BALANCE-SWITCH
010570     END-IF.
010580
010590     COMPUTE WS-TOTAL-ARCHIVED-COUNT =
010600         WS-EXC-ARCHIVED-COUNT + WS-DSP-ARCHIVED-COUNT
010610       + WS-REG-ARCHIVED-COUNT + WS-RHS-ARCHIVED-COUNT.
010620 8000-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------*
010660* 8500-PRINT-REPORT -- THE PERIODS THE RUN WORKED TO, THE
010670* BEFORE/ARCHIVED/AFTER COUNT FOR EACH FILE, WHY RECORDS PAST
010680* THEIR PERIOD WERE KEPT, AND THE VERDICT.
010690*----------------------------------------------------------*
010700 8500-PRINT-REPORT.
010710     MOVE WS-CURRENT-DATE  TO WS-PH-RUN-DATE.
010720     MOVE WS-PRINT-HEADING TO HK-PRINT-LINE.
010730     WRITE HK-PRINT-LINE.
010740     MOVE SPACES TO HK-PRINT-LINE.
010750     WRITE HK-PRINT-LINE.
010760
010770     MOVE WS-RETENTION-HEADING TO HK-PRINT-LINE.
010780     WRITE HK-PRINT-LINE.
010790     MOVE 1 TO WS-RT-SUB.
010800     PERFORM 8600-PRINT-RETENTION-LINE THRU 8600-EXIT
010810         UNTIL WS-RT-SUB > WS-RT-COUNT.
010820     IF WS-RT-DEFAULT-SUB = 0
010830         MOVE "DEFAULT"             TO WS-PR-SITE
010840         MOVE WS-DEFAULT-EXC-RETAIN TO WS-PR-EXC-DAYS
010850         MOVE WS-DEFAULT-REG-RETAIN TO WS-PR-REG-DAYS
010860         MOVE WS-DEFAULT-RHS-RETAIN TO WS-PR-RHS-DAYS
010870         MOVE WS-PRINT-RETENTION-LINE TO HK-PRINT-LINE
010880         WRITE HK-PRINT-LINE
010890     END-IF.
010900
010910     MOVE SPACES TO HK-PRINT-LINE.
010920     WRITE HK-PRINT-LINE.
010930     MOVE WS-FILE-HEADING TO HK-PRINT-LINE.
010940     WRITE HK-PRINT-LINE.
010950     MOVE "QUARANTINE (TEMPEXC)"     TO WS-PF-FILE.
010960     MOVE WS-EXC-BEFORE-COUNT        TO WS-PF-BEFORE.
010970     MOVE WS-EXC-ARCHIVED-COUNT      TO WS-PF-ARCHIVED.
010980     MOVE WS-EXC-KEPT-COUNT          TO WS-PF-AFTER.
010990     PERFORM 8700-PRINT-FILE-LINE THRU 8700-EXIT.
011000     MOVE "DISPOSITION LOG (TEMPXDP)" TO WS-PF-FILE.
011010     MOVE WS-DSP-BEFORE-COUNT        TO WS-PF-BEFORE.
011020     MOVE WS-DSP-ARCHIVED-COUNT      TO WS-PF-ARCHIVED.
011030     MOVE WS-DSP-KEPT-COUNT          TO WS-PF-AFTER.
011040     PERFORM 8700-PRINT-FILE-LINE THRU 8700-EXIT.
011050     MOVE "BATCH REGISTER (TEMPREG)" TO WS-PF-FILE.
011060     MOVE WS-REG-BEFORE-COUNT        TO WS-PF-BEFORE.
011070     MOVE WS-REG-ARCHIVED-COUNT      TO WS-PF-ARCHIVED.
011080     MOVE WS-REG-KEPT-COUNT          TO WS-PF-AFTER.
011090     PERFORM 8700-PRINT-FILE-LINE THRU 8700-EXIT.
011100     MOVE "RUN HISTORY (TEMPRHS)"    TO WS-PF-FILE.
011110     MOVE WS-RHS-BEFORE-COUNT        TO WS-PF-BEFORE.
011120     MOVE WS-RHS-ARCHIVED-COUNT      TO WS-PF-ARCHIVED.
011130     MOVE WS-RHS-KEPT-COUNT          TO WS-PF-AFTER.
011140     PERFORM 8700-PRINT-FILE-LINE THRU 8700-EXIT.
011150
011160     MOVE SPACES TO HK-PRINT-LINE.
011170     WRITE HK-PRINT-LINE.
011180     MOVE "UNRESOLVED QUARANTINE ITEMS KEPT" TO WS-PT-LABEL.
011190     MOVE WS-UNRESOLVED-COUNT TO WS-PT-VALUE.
011200     PERFORM 8800-PRINT-TOTAL-LINE THRU 8800-EXIT.
011210     MOVE "RESOLVED ITEMS INSIDE RETENTION KEPT" TO WS-PT-LABEL.
011220     MOVE WS-RESOLVED-KEPT-COUNT TO WS-PT-VALUE.
011230     PERFORM 8800-PRINT-TOTAL-LINE THRU 8800-EXIT.
011240     MOVE "DEFERRALS KEPT FOR UNRESOLVED ITEMS" TO WS-PT-LABEL.
011250     MOVE WS-DEFERRAL-HELD-COUNT TO WS-PT-VALUE.
011260     PERFORM 8800-PRINT-TOTAL-LINE THRU 8800-EXIT.
011270     MOVE "RELEASES/REJECTS MATCHING NO ITEM KEPT" TO WS-PT-LABEL.
011280     MOVE WS-UNMATCHED-DSP-COUNT TO WS-PT-VALUE.
011290     PERFORM 8800-PRINT-TOTAL-LINE THRU 8800-EXIT.
011300     MOVE "DATES THAT COULD NOT BE AGED" TO WS-PT-LABEL.
011310     MOVE WS-UNDATED-COUNT TO WS-PT-VALUE.
011320     PERFORM 8800-PRINT-TOTAL-LINE THRU 8800-EXIT.
011330
011340     MOVE SPACES TO HK-PRINT-LINE.
011350     WRITE HK-PRINT-LINE.
011360     IF WS-COUNTS-BALANCE
011370         MOVE "ARCHIVES WRITTEN - LIVE FILES MAY BE REPLACED"
011380             TO HK-PRINT-LINE
011390     ELSE
011400         MOVE "*** COUNTS DO NOT BALANCE - NOTHING REMOVED ***"
011410             TO HK-PRINT-LINE
011420     END-IF.
011430     WRITE HK-PRINT-LINE.
011440 8500-EXIT.
011450     EXIT.
011460
011470 8600-PRINT-RETENTION-LINE.
011480     IF WS-RT-SITE-CODE (WS-RT-SUB) = SPACES
011490         MOVE "DEFAULT" TO WS-PR-SITE
011500     ELSE
011510         MOVE WS-RT-SITE-CODE (WS-RT-SUB) TO WS-PR-SITE
011520     END-IF.
011530     MOVE WS-RT-EXC-DAYS (WS-RT-SUB) TO WS-PR-EXC-DAYS.
011540     MOVE WS-RT-REG-DAYS (WS-RT-SUB) TO WS-PR-REG-DAYS.
011550     MOVE WS-RT-RHS-DAYS (WS-RT-SUB) TO WS-PR-RHS-DAYS.
011560     MOVE WS-PRINT-RETENTION-LINE TO HK-PRINT-LINE.
011570     WRITE HK-PRINT-LINE.
011580     ADD 1 TO WS-RT-SUB.
011590 8600-EXIT.
011600     EXIT.
011610
011620 8700-PRINT-FILE-LINE.
011630     MOVE WS-PRINT-FILE-LINE TO HK-PRINT-LINE.
011640     WRITE HK-PRINT-LINE.
011650 8700-EXIT.
011660     EXIT.
011670
011680 8800-PRINT-TOTAL-LINE.
011690     MOVE WS-PRINT-TOTAL-LINE TO HK-PRINT-LINE.
011700     WRITE HK-PRINT-LINE.
011710 8800-EXIT.
011720     EXIT.
011730
011740*----------------------------------------------------------*
011750* 9700-WRITE-FAILED -- AN ARCHIVE OR REPLACEMENT RECORD THAT
011760* CANNOT BE WRITTEN ENDS THE RUN AT ONCE.  THE NON-ZERO RETURN
011770* CODE KEEPS THE JCL FROM REPLACING ANY LIVE FILE, SO NOTHING
011780* IS REMOVED.
011790*----------------------------------------------------------*
011800 9700-WRITE-FAILED.
011810     DISPLAY "RETENTIONHOUSEKEEPING - WRITE FAILED - "
011820         WS-ABEND-MESSAGE " - NOTHING REMOVED".
011830     MOVE 16 TO RETURN-CODE.
011840     STOP RUN.
011850
011860*----------------------------------------------------------*
011870* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
011880* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
011890* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
011900* WITH A NON-ZERO RETURN CODE.
011910*----------------------------------------------------------*
011920 9800-ABEND-RUN.
011930     DISPLAY "RETENTIONHOUSEKEEPING - FILE OPEN FAILED - "
011940         WS-ABEND-MESSAGE.
011950     MOVE 16 TO RETURN-CODE.
011960     STOP RUN.
