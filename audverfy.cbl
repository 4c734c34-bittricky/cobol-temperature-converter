000010*================================================================
000020* PROGRAM      AuditVerify
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* AUDIT TRAIL INTEGRITY VERIFICATION.  READS THE AUDIT LOG --
000080* ONE OR MORE AUDARCH GENERATIONS, OLDEST FIRST, AND USUALLY
000090* THE LIVE FILE LAST, CONCATENATED UNDER THE TEMPAUD DD -- AND
000100* WALKS THE SEQUENCE NUMBER AND CHAINED CHECK VALUE EVERY
000110* WRITER STAMPS ON ITS RECORDS THROUGH THE TEMPACH SUBPROGRAM.
000120* EACH RECORD'S CHECK VALUE IS RECOMPUTED BY TEMPACH FROM THE
000130* RECORD AND ITS PREDECESSOR'S CHECK VALUE.  THE REPORT LISTS
000140* EVERY BREAK IN THE CHAIN:
000150*   GAP           ONE OR MORE SEQUENCE NUMBERS MISSING
000160*   DUPLICATE     A SEQUENCE NUMBER ALREADY SEEN
000170*   OUT OF ORDER  A SEQUENCE NUMBER LOWER THAN ONE ALREADY SEEN
000180*   ALTERED       THE CHECK VALUE DOES NOT MATCH THE RECORD
000190*   UNCHAINED     A RECORD WITH NO SEQUENCE NUMBER AFTER THE
000200*                 CHAIN HAS BEGUN
000210* RECORDS LOGGED BEFORE CHAINING EXISTED CARRY NO SEQUENCE
000220* NUMBER AND ARE COUNTED, NOT FLAGGED, WHILE THEY COME AHEAD
000230* OF THE FIRST CHAINED RECORD.
000240*
000250* WHEN THE INPUT ENDS WITH THE LIVE LOG, THE LAST RECORD READ
000260* IS ALSO CHECKED AGAINST THE CHAIN CONTROL RECORD (TEMPACH),
000270* WHICH HOLDS THE LAST NUMBER ISSUED: RECORDS CUT FROM THE END
000280* OF THE LOG, OR ADDED AFTER IT, SHOW THERE.
000290*
000300* THE FIRST CHAINED RECORD READ CAN ONLY BE CHECKED IF IT IS
000310* SEQUENCE 1; OTHERWISE IT IS TAKEN AS THE STARTING POINT AND
000320* THE REPORT SAYS SO.  INCLUDE THE PRIOR GENERATION TO CARRY
000330* THE CHECK ACROSS THE CUT-OFF.
000340*
000350* PARM LAYOUT:
000360*   POS  1     'L' (DEFAULT) - THE INPUT ENDS WITH THE LIVE LOG;
000370*              CHECK ITS END AGAINST THE CHAIN CONTROL RECORD
000380*              'A' - ARCHIVE GENERATIONS ONLY; NO END CHECK
000390*
000400* RETURN CODES:
000410*   0   CHAIN INTACT
000420*   12  CHAIN BROKEN - THE ARCHIVE CUT-OFF MUST NOT RUN
000430*   16  FILE ERROR
000440*
000450* MODIFICATION HISTORY
000460* 10/15/2026  JH   ORIGINAL AUDIT CHAIN VERIFICATION STEP.
000470*================================================================
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. AuditVerify.
000500 AUTHOR. J HENDERSON.
000510 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000520 DATE-WRITTEN. 10/15/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000610
000620     SELECT CHAIN-FILE ASSIGN TO "TEMPACH"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS TT-CHAIN-KEY
000660         FILE STATUS IS WS-CHAIN-FILE-STATUS.
000670
000680     SELECT VERIFY-PRINT-FILE ASSIGN TO "TEMPAVR"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  AUDIT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY TEMPAUD.
000770
000780 FD  CHAIN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TEMPACH.
000810
000820 FD  VERIFY-PRINT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  VP-PRINT-LINE               PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
000880 01  WS-CHAIN-FILE-STATUS     PIC X(02) VALUE '00'.
000890     88  WS-CHAIN-FILE-NOT-FOUND        VALUE '35'.
000900 01  WS-PRINT-FILE-STATUS     PIC X(02) VALUE '00'.
000910
000920 01  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000930     88  WS-AUDIT-EOF                   VALUE 'Y'.
000940 01  WS-CHAIN-STARTED-SWITCH  PIC X(01) VALUE 'N'.
000950     88  WS-CHAIN-STARTED               VALUE 'Y'.
000960 01  WS-CONTROL-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000970     88  WS-CONTROL-FOUND               VALUE 'Y'.
000980
000990 01  WS-VERIFY-MODE           PIC X(01) VALUE 'L'.
001000     88  WS-VERIFY-LIVE                 VALUE 'L'.
001010     88  WS-VERIFY-ARCHIVE-ONLY         VALUE 'A'.
001020
001030 01  WS-ABEND-MESSAGE.
001040     05  WS-ABEND-FILE-NAME   PIC X(10).
001050     05  FILLER               PIC X(01) VALUE SPACE.
001060     05  WS-ABEND-STATUS      PIC X(02).
001070
001080 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
001090
001100*----------------------------------------------------------*
001110* TAL-CHAIN-PARMS -- PARAMETER BLOCK FOR THE TEMPACH AUDIT
001120* CHAIN SUBPROGRAM, CALLED HERE ONLY TO RECOMPUTE CHECK
001130* VALUES ('V'), NEVER TO STAMP.
001140*----------------------------------------------------------*
001150 COPY TEMPACL.
001160
001170*----------------------------------------------------------*
001180* WS-CHAIN-POSITION -- THE LAST RECORD ACCEPTED INTO THE
001190* CHAIN.  A DUPLICATE OR OUT-OF-ORDER RECORD IS REPORTED AND
001200* LEFT OUT, SO THE RECORDS AFTER IT ARE STILL CHECKED AGAINST
001210* THE TRUE PREDECESSOR.
001220*----------------------------------------------------------*
001230 01  WS-CHAIN-POSITION.
001240     05  WS-PRIOR-SEQUENCE-NO PIC 9(09) VALUE 0.
001250     05  WS-PRIOR-CHECK-VALUE PIC 9(09) VALUE 0.
001260     05  WS-EXPECTED-SEQUENCE PIC 9(09) VALUE 0.
001270     05  WS-FIRST-SEQUENCE-NO PIC 9(09) VALUE 0.
001280
001290 01  WS-VERIFY-COUNTERS.
001300     05  WS-INPUT-RECORD-NO   PIC 9(09) VALUE 0.
001310     05  WS-UNSTAMPED-COUNT   PIC 9(09) VALUE 0.
001320     05  WS-CHAINED-COUNT     PIC 9(09) VALUE 0.
001330     05  WS-GAP-COUNT         PIC 9(09) VALUE 0.
001340     05  WS-MISSING-COUNT     PIC 9(09) VALUE 0.
001350     05  WS-DUPLICATE-COUNT   PIC 9(09) VALUE 0.
001360     05  WS-OUT-OF-ORDER-COUNT PIC 9(09) VALUE 0.
001370     05  WS-ALTERED-COUNT     PIC 9(09) VALUE 0.
001380     05  WS-UNCHAINED-COUNT   PIC 9(09) VALUE 0.
001390     05  WS-END-BREAK-COUNT   PIC 9(09) VALUE 0.
001400     05  WS-BREAK-COUNT       PIC 9(09) VALUE 0.
001410
001420 01  WS-PRINT-HEADING.
001430     05  FILLER               PIC X(40)
001440             VALUE "AUDIT TRAIL CHAIN VERIFICATION  RUN ".
001450     05  WS-PH-RUN-DATE       PIC 9(08).
001460     05  FILLER               PIC X(32) VALUE SPACES.
001470
001480 01  WS-COLUMN-HEADING.
001490     05  FILLER               PIC X(40)
001500             VALUE "INPUT REC  SEQUENCE RUN DATE RUN TIME CO".
001510     05  FILLER               PIC X(40)
001520             VALUE "NDITION                            COUNT".
001530
001540 01  WS-PRINT-DETAIL-LINE.
001550     05  WS-PD-INPUT-RECORD   PIC Z(8)9 BLANK WHEN ZERO.
001560     05  FILLER               PIC X(01) VALUE SPACE.
001570     05  WS-PD-SEQUENCE-NO    PIC Z(8)9 BLANK WHEN ZERO.
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  WS-PD-RUN-DATE       PIC X(08).
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  WS-PD-RUN-TIME       PIC X(08).
001620     05  FILLER               PIC X(01) VALUE SPACE.
001630     05  WS-PD-CONDITION      PIC X(32).
001640     05  FILLER               PIC X(01) VALUE SPACE.
001650     05  WS-PD-COUNT          PIC Z(8)9 BLANK WHEN ZERO.
001660
001670 01  WS-PRINT-TOTAL-LINE.
001680     05  WS-PT-LABEL          PIC X(40).
001690     05  WS-PT-VALUE          PIC ZZZ,ZZZ,ZZ9.
001700     05  FILLER               PIC X(29) VALUE SPACES.
001710
001720 LINKAGE SECTION.
001730 01  AV-PARM-AREA.
001740     05  AV-PARM-LENGTH       PIC S9(4) COMP.
001750     05  AV-PARM-DATA         PIC X(10).
001760
001770 PROCEDURE DIVISION USING AV-PARM-AREA.
001780*----------------------------------------------------------*
001790* 0000-MAINLINE
001800*----------------------------------------------------------*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830
001840     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001850     PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
001860         UNTIL WS-AUDIT-EOF.
001870
001880     IF WS-VERIFY-LIVE
001890         PERFORM 3000-CHECK-CHAIN-CONTROL THRU 3000-EXIT
001900     END-IF.
001910
001920     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001930
001940     CLOSE AUDIT-FILE.
001950     CLOSE VERIFY-PRINT-FILE.
001960
001970     IF WS-BREAK-COUNT > 0
001980         MOVE 12 TO RETURN-CODE
001990         DISPLAY "AUDITVERIFY - " WS-BREAK-COUNT
002000             " CHAIN BREAK(S) - CUT-OFF MUST NOT RUN - "
002010             "SEE TEMPAVR"
002020     ELSE
002030         DISPLAY "AUDITVERIFY - " WS-CHAINED-COUNT
002040             " CHAINED RECORDS VERIFIED - CHAIN INTACT"
002050     END-IF.
002060     STOP RUN.
002070
002080*----------------------------------------------------------*
002090* 1000-INITIALIZE -- PICK UP THE PARM, OPEN THE LOG AND THE
002100* REPORT, AND PRINT THE HEADINGS.
002110*----------------------------------------------------------*
002120 1000-INITIALIZE.
002130     IF AV-PARM-LENGTH > 0
002140        AND AV-PARM-DATA (1:1) = 'A'
002150         MOVE 'A' TO WS-VERIFY-MODE
002160     END-IF.
002170
002180     OPEN INPUT AUDIT-FILE.
002190     IF WS-AUDIT-FILE-STATUS NOT = '00'
002200         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
002210         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
002220         PERFORM 9800-ABEND-RUN
002230     END-IF.
002240
002250     OPEN OUTPUT VERIFY-PRINT-FILE.
002260     IF WS-PRINT-FILE-STATUS NOT = '00'
002270         MOVE "TEMPAVR"  TO WS-ABEND-FILE-NAME
002280         MOVE WS-PRINT-FILE-STATUS TO WS-ABEND-STATUS
002290         PERFORM 9800-ABEND-RUN
002300     END-IF.
002310
002320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002330     MOVE WS-CURRENT-DATE  TO WS-PH-RUN-DATE.
002340     MOVE WS-PRINT-HEADING TO VP-PRINT-LINE.
002350     WRITE VP-PRINT-LINE.
002360     MOVE SPACES TO VP-PRINT-LINE.
002370     WRITE VP-PRINT-LINE.
002380     MOVE WS-COLUMN-HEADING TO VP-PRINT-LINE.
002390     WRITE VP-PRINT-LINE.
002400
002410     MOVE 'V' TO TAL-FUNCTION.
002420 1000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------*
002460* 2000-CHECK-ONE-RECORD -- PLACE ONE RECORD IN THE CHAIN.
002470*----------------------------------------------------------*
002480 2000-CHECK-ONE-RECORD.
002490     IF TA-SEQUENCE-NO NOT NUMERIC
002500        OR TA-SEQUENCE-NO = 0
002510         PERFORM 2200-UNSTAMPED-RECORD THRU 2200-EXIT
002520         GO TO 2000-NEXT
002530     END-IF.
002540
002550     IF NOT WS-CHAIN-STARTED
002560         PERFORM 2300-START-CHAIN THRU 2300-EXIT
002570         GO TO 2000-NEXT
002580     END-IF.
002590
002600     COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE-NO + 1.
002610     EVALUATE TRUE
002620         WHEN TA-SEQUENCE-NO = WS-EXPECTED-SEQUENCE
002630             PERFORM 2400-CHECK-VALUE THRU 2400-EXIT
002640         WHEN TA-SEQUENCE-NO > WS-EXPECTED-SEQUENCE
002650             PERFORM 2500-REPORT-GAP THRU 2500-EXIT
002660         WHEN TA-SEQUENCE-NO = WS-PRIOR-SEQUENCE-NO
002670             ADD 1 TO WS-DUPLICATE-COUNT
002680             MOVE "DUPLICATE SEQUENCE NUMBER"
002690                 TO WS-PD-CONDITION
002700             MOVE 0 TO WS-PD-COUNT
002710             PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
002720         WHEN OTHER
002730             ADD 1 TO WS-OUT-OF-ORDER-COUNT
002740             MOVE "OUT OF ORDER - AFTER SEQUENCE"
002750                 TO WS-PD-CONDITION
002760             MOVE WS-PRIOR-SEQUENCE-NO TO WS-PD-COUNT
002770             PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
002780     END-EVALUATE.
002790
002800 2000-NEXT.
002810     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840
002850 2100-READ-AUDIT-RECORD.
002860     READ AUDIT-FILE
002870         AT END
002880             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
002890     END-READ.
002900     IF NOT WS-AUDIT-EOF
002910         ADD 1 TO WS-INPUT-RECORD-NO
002920     END-IF.
002930 2100-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------*
002970* 2200-UNSTAMPED-RECORD -- NO SEQUENCE NUMBER.  AHEAD OF THE
002980* FIRST CHAINED RECORD THIS IS A RECORD LOGGED BEFORE THE
002990* CHAIN EXISTED; ONCE THE CHAIN HAS BEGUN EVERY WRITER STAMPS
003000* ITS RECORDS, SO ONE WITHOUT A STAMP WAS PUT THERE BY HAND.
003010*----------------------------------------------------------*
003020 2200-UNSTAMPED-RECORD.
003030     IF NOT WS-CHAIN-STARTED
003040         ADD 1 TO WS-UNSTAMPED-COUNT
003050         GO TO 2200-EXIT
003060     END-IF.
003070
003080     ADD 1 TO WS-UNCHAINED-COUNT.
003090     MOVE "UNCHAINED RECORD INSIDE CHAIN" TO WS-PD-CONDITION.
003100     MOVE 0 TO WS-PD-COUNT.
003110     PERFORM 2900-PRINT-BREAK THRU 2900-EXIT.
003120 2200-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160* 2300-START-CHAIN -- THE FIRST CHAINED RECORD READ.  ONLY
003170* SEQUENCE 1 HAS A KNOWN PREDECESSOR CHECK VALUE (ZERO);
003180* ANY OTHER FIRST RECORD IS TAKEN AS THE STARTING POINT.
003190*----------------------------------------------------------*
003200 2300-START-CHAIN.
003210     MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH.
003220     MOVE TA-SEQUENCE-NO TO WS-FIRST-SEQUENCE-NO.
003230
003240     IF TA-SEQUENCE-NO = 1
003250         MOVE 0 TO WS-PRIOR-CHECK-VALUE
003260         PERFORM 2400-CHECK-VALUE THRU 2400-EXIT
003270         GO TO 2300-EXIT
003280     END-IF.
003290
003300     MOVE "CHAIN PICKED UP HERE (NOTE)" TO WS-PD-CONDITION.
003310     MOVE 0 TO WS-PD-COUNT.
003320     PERFORM 2950-PRINT-RECORD-LINE THRU 2950-EXIT.
003330     PERFORM 2600-ACCEPT-RECORD THRU 2600-EXIT.
003340 2300-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------*
003380* 2400-CHECK-VALUE -- THE RECORD IS THE NEXT IN SEQUENCE:
003390* RECOMPUTE ITS CHECK VALUE FROM ITS PREDECESSOR'S.  AN
003400* ALTERED RECORD STILL TAKES ITS PLACE IN THE CHAIN, SO ONE
003410* EDIT IS REPORTED ONCE, NOT ON EVERY RECORD AFTER IT.
003420*----------------------------------------------------------*
003430 2400-CHECK-VALUE.
003440     MOVE WS-PRIOR-CHECK-VALUE TO TAL-PRIOR-CHECK-VALUE.
003450     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
003460     IF TA-CHECK-VALUE NOT NUMERIC
003470        OR TA-CHECK-VALUE NOT = TAL-CHECK-VALUE
003480         ADD 1 TO WS-ALTERED-COUNT
003490         MOVE "ALTERED - CHECK VALUE WRONG" TO WS-PD-CONDITION
003500         MOVE 0 TO WS-PD-COUNT
003510         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
003520     END-IF.
003530     PERFORM 2600-ACCEPT-RECORD THRU 2600-EXIT.
003540 2400-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580* 2500-REPORT-GAP -- SEQUENCE NUMBERS MISSING AHEAD OF THIS
003590* RECORD.  ITS CHECK VALUE CANNOT BE PROVED WITHOUT THEM, SO
003600* THE CHAIN RESUMES FROM IT.
003610*----------------------------------------------------------*
003620 2500-REPORT-GAP.
003630     ADD 1 TO WS-GAP-COUNT.
003640     COMPUTE WS-PD-COUNT =
003650         TA-SEQUENCE-NO - WS-EXPECTED-SEQUENCE.
003660     COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
003670         + TA-SEQUENCE-NO - WS-EXPECTED-SEQUENCE.
003680     MOVE "GAP - RECORDS MISSING BEFORE" TO WS-PD-CONDITION.
003690     PERFORM 2900-PRINT-BREAK THRU 2900-EXIT.
003700     PERFORM 2600-ACCEPT-RECORD THRU 2600-EXIT.
003710 2500-EXIT.
003720     EXIT.
003730
003740 2600-ACCEPT-RECORD.
003750     MOVE TA-SEQUENCE-NO TO WS-PRIOR-SEQUENCE-NO.
003760     IF TA-CHECK-VALUE NUMERIC
003770         MOVE TA-CHECK-VALUE TO WS-PRIOR-CHECK-VALUE
003780     ELSE
003790         MOVE 0 TO WS-PRIOR-CHECK-VALUE
003800     END-IF.
003810     ADD 1 TO WS-CHAINED-COUNT.
003820 2600-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------*
003860* 2900-PRINT-BREAK -- COUNT ONE CHAIN BREAK AND PRINT IT
003870* AGAINST THE RECORD IN HAND.  2950 PRINTS THE SAME LINE
003880* WITHOUT COUNTING IT.
003890*----------------------------------------------------------*
003900 2900-PRINT-BREAK.
003910     ADD 1 TO WS-BREAK-COUNT.
003920     PERFORM 2950-PRINT-RECORD-LINE THRU 2950-EXIT.
003930 2900-EXIT.
003940     EXIT.
003950
003960 2950-PRINT-RECORD-LINE.
003970     MOVE WS-INPUT-RECORD-NO TO WS-PD-INPUT-RECORD.
003980     IF TA-SEQUENCE-NO NUMERIC
003990         MOVE TA-SEQUENCE-NO TO WS-PD-SEQUENCE-NO
004000     ELSE
004010         MOVE 0 TO WS-PD-SEQUENCE-NO
004020     END-IF.
004030     MOVE TA-RUN-DATE TO WS-PD-RUN-DATE.
004040     MOVE TA-RUN-TIME TO WS-PD-RUN-TIME.
004050     MOVE WS-PRINT-DETAIL-LINE TO VP-PRINT-LINE.
004060     WRITE VP-PRINT-LINE.
004070 2950-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------*
004110* 3000-CHECK-CHAIN-CONTROL -- THE INPUT ENDED WITH THE LIVE
004120* LOG, SO ITS LAST CHAINED RECORD MUST BE THE LAST ONE THE
004130* CHAIN CONTROL RECORD SAYS WAS ISSUED.  WITH NO CONTROL FILE
004140* AND NO CHAINED RECORDS NOTHING HAS BEEN STAMPED YET.
004150*----------------------------------------------------------*
004160 3000-CHECK-CHAIN-CONTROL.
004170     OPEN INPUT CHAIN-FILE.
004180     IF WS-CHAIN-FILE-STATUS = '00'
004190         MOVE 'TEMPAUD' TO TT-CHAIN-KEY
004200         READ CHAIN-FILE
004210             INVALID KEY
004220                 MOVE 'N' TO WS-CONTROL-FOUND-SWITCH
004230             NOT INVALID KEY
004240                 MOVE 'Y' TO WS-CONTROL-FOUND-SWITCH
004250         END-READ
004260         CLOSE CHAIN-FILE
004270     ELSE
004280         IF NOT WS-CHAIN-FILE-NOT-FOUND
004290             MOVE "TEMPACH"  TO WS-ABEND-FILE-NAME
004300             MOVE WS-CHAIN-FILE-STATUS TO WS-ABEND-STATUS
004310             PERFORM 9800-ABEND-RUN
004320         END-IF
004330     END-IF.
004340
004350     MOVE 0      TO WS-PD-INPUT-RECORD.
004360     MOVE SPACES TO WS-PD-RUN-DATE.
004370     MOVE SPACES TO WS-PD-RUN-TIME.
004380
004390     IF NOT WS-CONTROL-FOUND
004400         IF WS-CHAIN-STARTED
004410             MOVE 0 TO WS-PD-SEQUENCE-NO
004420             MOVE "CHAIN CONTROL RECORD MISSING"
004430                 TO WS-PD-CONDITION
004440             MOVE 0 TO WS-PD-COUNT
004450             PERFORM 3100-PRINT-END-BREAK THRU 3100-EXIT
004460         END-IF
004470         GO TO 3000-EXIT
004480     END-IF.
004490
004500     MOVE TT-LAST-SEQUENCE-NO TO WS-PD-SEQUENCE-NO.
004510     EVALUATE TRUE
004520         WHEN TT-LAST-SEQUENCE-NO > WS-PRIOR-SEQUENCE-NO
004530             MOVE "MISSING FROM END OF LIVE LOG"
004540                 TO WS-PD-CONDITION
004550             COMPUTE WS-PD-COUNT =
004560                 TT-LAST-SEQUENCE-NO - WS-PRIOR-SEQUENCE-NO
004570             COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
004580                 + TT-LAST-SEQUENCE-NO - WS-PRIOR-SEQUENCE-NO
004590             PERFORM 3100-PRINT-END-BREAK THRU 3100-EXIT
004600         WHEN TT-LAST-SEQUENCE-NO < WS-PRIOR-SEQUENCE-NO
004610             MOVE "RECORDS BEYOND LAST ISSUED"
004620                 TO WS-PD-CONDITION
004630             COMPUTE WS-PD-COUNT =
004640                 WS-PRIOR-SEQUENCE-NO - TT-LAST-SEQUENCE-NO
004650             PERFORM 3100-PRINT-END-BREAK THRU 3100-EXIT
004660         WHEN TT-LAST-CHECK-VALUE NOT = WS-PRIOR-CHECK-VALUE
004670             MOVE "LAST RECORD DIFFERS FROM CONTROL"
004680                 TO WS-PD-CONDITION
004690             MOVE 0 TO WS-PD-COUNT
004700             PERFORM 3100-PRINT-END-BREAK THRU 3100-EXIT
004710     END-EVALUATE.
004720 3000-EXIT.
004730     EXIT.
004740
004750 3100-PRINT-END-BREAK.
004760     ADD 1 TO WS-END-BREAK-COUNT.
004770     ADD 1 TO WS-BREAK-COUNT.
004780     MOVE WS-PRINT-DETAIL-LINE TO VP-PRINT-LINE.
004790     WRITE VP-PRINT-LINE.
004800 3100-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 4000-PRINT-TOTALS -- THE COUNTS BEHIND THE VERDICT, THEN
004850* THE VERDICT ITSELF.
004860*----------------------------------------------------------*
004870 4000-PRINT-TOTALS.
004880     MOVE SPACES TO VP-PRINT-LINE.
004890     WRITE VP-PRINT-LINE.
004900
004910     MOVE "RECORDS READ" TO WS-PT-LABEL.
004920     MOVE WS-INPUT-RECORD-NO TO WS-PT-VALUE.
004930     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
004940     MOVE "LOGGED BEFORE CHAINING" TO WS-PT-LABEL.
004950     MOVE WS-UNSTAMPED-COUNT TO WS-PT-VALUE.
004960     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
004970     MOVE "CHAINED RECORDS" TO WS-PT-LABEL.
004980     MOVE WS-CHAINED-COUNT TO WS-PT-VALUE.
004990     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005000     MOVE "FIRST SEQUENCE NUMBER" TO WS-PT-LABEL.
005010     MOVE WS-FIRST-SEQUENCE-NO TO WS-PT-VALUE.
005020     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005030     MOVE "LAST SEQUENCE NUMBER" TO WS-PT-LABEL.
005040     MOVE WS-PRIOR-SEQUENCE-NO TO WS-PT-VALUE.
005050     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005060     MOVE "GAPS" TO WS-PT-LABEL.
005070     MOVE WS-GAP-COUNT TO WS-PT-VALUE.
005080     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005090     MOVE "RECORDS MISSING" TO WS-PT-LABEL.
005100     MOVE WS-MISSING-COUNT TO WS-PT-VALUE.
005110     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005120     MOVE "DUPLICATES" TO WS-PT-LABEL.
005130     MOVE WS-DUPLICATE-COUNT TO WS-PT-VALUE.
005140     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005150     MOVE "OUT OF ORDER" TO WS-PT-LABEL.
005160     MOVE WS-OUT-OF-ORDER-COUNT TO WS-PT-VALUE.
005170     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005180     MOVE "ALTERED" TO WS-PT-LABEL.
005190     MOVE WS-ALTERED-COUNT TO WS-PT-VALUE.
005200     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005210     MOVE "UNCHAINED INSIDE CHAIN" TO WS-PT-LABEL.
005220     MOVE WS-UNCHAINED-COUNT TO WS-PT-VALUE.
005230     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005240     MOVE "END-OF-LOG BREAKS" TO WS-PT-LABEL.
005250     MOVE WS-END-BREAK-COUNT TO WS-PT-VALUE.
005260     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.
005270
005280     MOVE SPACES TO VP-PRINT-LINE.
005290     WRITE VP-PRINT-LINE.
005300     IF WS-BREAK-COUNT > 0
005310         MOVE "*** CHAIN BROKEN - DO NOT ARCHIVE OR CLEAR ***"
005320             TO VP-PRINT-LINE
005330     ELSE
005340         MOVE "CHAIN INTACT" TO VP-PRINT-LINE
005350     END-IF.
005360     WRITE VP-PRINT-LINE.
005370 4000-EXIT.
005380     EXIT.
005390
005400 4100-PRINT-TOTAL-LINE.
005410     MOVE WS-PRINT-TOTAL-LINE TO VP-PRINT-LINE.
005420     WRITE VP-PRINT-LINE.
005430 4100-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
005480* ERROR.  DISPLAYS THE FILE NAME AND FILE STATUS ALREADY
005490* MOVED TO WS-ABEND-MESSAGE BY THE CALLER AND ENDS THE RUN
005500* WITH A NON-ZERO RETURN CODE, WHICH ALSO HOLDS THE CUT-OFF.
005510*----------------------------------------------------------*
005520 9800-ABEND-RUN.
005530     DISPLAY "AUDITVERIFY - FILE OPEN FAILED - "
005540         WS-ABEND-MESSAGE.
005550     MOVE 16 TO RETURN-CODE.
005560     STOP RUN.
