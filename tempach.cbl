000010*================================================================
000020* PROGRAM      TEMPACH
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* CALLABLE AUDIT CHAIN SUBPROGRAM.  THE SINGLE PLACE WHERE AN
000080* AUDIT RECORD IS GIVEN ITS SEQUENCE NUMBER AND CHAINED CHECK
000090* VALUE, SO THE CONVERSION PROGRAM AND EVERY MAINTENANCE
000100* SCREEN THAT APPENDS TO TEMPAUD STAMP THEIR RECORDS THE SAME
000110* WAY, AND THE VERIFICATION RUN RECOMPUTES THE CHECK VALUE
000120* WITH EXACTLY THE ARITHMETIC THAT PRODUCED IT.  SEE THE
000130* TEMPACL COPYBOOK FOR THE PARAMETER CONTRACT.
000140*
000150* THE LAST SEQUENCE NUMBER AND CHECK VALUE ISSUED ARE KEPT ON
000160* THE KEYED CHAIN CONTROL FILE (TEMPACH), READ AND REWRITTEN
000170* FOR EVERY RECORD STAMPED SO TWO PROGRAMS WRITING THE LOG ON
000180* THE SAME NIGHT CANNOT ISSUE THE SAME NUMBER.  A CONTROL
000190* FILE WITH NO RECORD STARTS THE CHAIN AT SEQUENCE 1 FROM A
000200* CHECK VALUE OF ZERO.
000210*
000220* THE CHECK VALUE IS A POLYNOMIAL REMAINDER: STARTING FROM
000230* THE PRIOR RECORD'S CHECK VALUE, EACH OF THE RECORD'S FIRST
000240* 89 BYTES IN TURN IS ADDED TO THE RUNNING VALUE TIMES 263,
000250* KEEPING THE REMAINDER OVER THE PRIME 999999937.  ANY BYTE
000260* CHANGED, OR ANY RECORD TAKEN OUT OF ITS PLACE, CHANGES
000270* EVERY CHECK VALUE FROM THAT POINT.
000280*
000290* MODIFICATION HISTORY
000300* 10/15/2026  JH   ORIGINAL CALLABLE SUBPROGRAM.
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. TEMPACH.
000340 AUTHOR. J HENDERSON.
000350 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CHAIN-FILE ASSIGN TO "TEMPACH"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS TT-CHAIN-KEY
000460         FILE STATUS IS ACH-CHAIN-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CHAIN-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY TEMPACH.
000530
000540 WORKING-STORAGE SECTION.
000550 01  ACH-CHAIN-FILE-STATUS    PIC X(02) VALUE '00'.
000560     88  ACH-CHAIN-FILE-NOT-FOUND       VALUE '35'.
000570     88  ACH-CHAIN-KEY-NOT-FOUND        VALUE '23'.
000580
000590 01  ACH-CHAIN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000600     88  ACH-CHAIN-OPEN                 VALUE 'Y'.
000610 01  ACH-CONTROL-NEW-SWITCH   PIC X(01) VALUE 'N'.
000620     88  ACH-CONTROL-NEW                VALUE 'Y'.
000630
000640 01  ACH-CHAIN-KEY-VALUE      PIC X(08) VALUE 'TEMPAUD'.
000650
000660*----------------------------------------------------------*
000670* ACH-STAMPED-LENGTH -- THE BYTES OF THE AUDIT RECORD THE
000680* CHECK VALUE COVERS: EVERYTHING UP TO AND INCLUDING
000690* TA-SEQUENCE-NO.
000700*----------------------------------------------------------*
000710 01  ACH-STAMPED-LENGTH       PIC 9(04) COMP VALUE 89.
000720 01  ACH-BYTE-SUB             PIC 9(04) COMP VALUE 0.
000730
000740*----------------------------------------------------------*
000750* ACH-BYTE-WORK -- ONE RECORD BYTE MOVED INTO THE LOW ORDER
000760* OF A HALFWORD WHOSE HIGH ORDER STAYS LOW-VALUE, SO THE
000770* HALFWORD READS AS THE BYTE'S CODE POINT (0-255).
000780*----------------------------------------------------------*
000790 01  ACH-BYTE-WORK.
000800     05  ACH-BYTE-HALFWORD    PIC 9(04) COMP VALUE 0.
000810     05  ACH-BYTE-PAIR REDEFINES ACH-BYTE-HALFWORD.
000820         10  ACH-BYTE-HIGH    PIC X(01).
000830         10  ACH-BYTE-LOW     PIC X(01).
000840
000850 01  ACH-CHECK-WORK.
000860     05  ACH-CHECK-ACCUM      PIC 9(09) COMP VALUE 0.
000870     05  ACH-CHECK-PRODUCT    PIC 9(18) COMP VALUE 0.
000880     05  ACH-CHECK-QUOTIENT   PIC 9(18) COMP VALUE 0.
000890     05  ACH-CHECK-MULTIPLIER PIC 9(04) COMP VALUE 263.
000900     05  ACH-CHECK-MODULUS    PIC 9(09) COMP VALUE 999999937.
000910
000920 01  ACH-ABEND-MESSAGE.
000930     05  ACH-ABEND-FILE-NAME  PIC X(10) VALUE "TEMPACH".
000940     05  FILLER               PIC X(01) VALUE SPACE.
000950     05  ACH-ABEND-STATUS     PIC X(02).
000960
000970 LINKAGE SECTION.
000980 COPY TEMPACL.
000990 COPY TEMPAUD.
001000
001010 PROCEDURE DIVISION USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
001020*----------------------------------------------------------*
001030* 0000-CHAIN -- DISPATCH ON THE CALLER'S FUNCTION CODE.
001040*----------------------------------------------------------*
001050 0000-CHAIN.
001060     EVALUATE TRUE
001070         WHEN TAL-STAMP-RECORD
001080             PERFORM 2000-STAMP-RECORD THRU 2000-EXIT
001090         WHEN TAL-COMPUTE-CHECK
001100             MOVE TAL-PRIOR-CHECK-VALUE TO ACH-CHECK-ACCUM
001110             PERFORM 3000-COMPUTE-CHECK THRU 3000-EXIT
001120             MOVE ACH-CHECK-ACCUM TO TAL-CHECK-VALUE
001130         WHEN TAL-CLOSE-CHAIN
001140             PERFORM 4000-CLOSE-CHAIN THRU 4000-EXIT
001150     END-EVALUATE.
001160
001170 0000-RETURN.
001180     GOBACK.
001190
001200*----------------------------------------------------------*
001210* 1000-OPEN-CHAIN -- OPEN THE CONTROL FILE ON THE FIRST
001220* STAMP OF THE RUN.  AN ABSENT FILE IS PRIMED EMPTY AND THE
001230* CHAIN STARTS FROM THE BEGINNING.
001240*----------------------------------------------------------*
001250 1000-OPEN-CHAIN.
001260     OPEN I-O CHAIN-FILE.
001270     IF ACH-CHAIN-FILE-NOT-FOUND
001280         OPEN OUTPUT CHAIN-FILE
001290         CLOSE CHAIN-FILE
001300         OPEN I-O CHAIN-FILE
001310     END-IF.
001320     IF ACH-CHAIN-FILE-STATUS NOT = '00'
001330         PERFORM 9800-ABEND-RUN
001340     END-IF.
001350     MOVE 'Y' TO ACH-CHAIN-OPEN-SWITCH.
001360 1000-EXIT.
001370     EXIT.
001380
001390*----------------------------------------------------------*
001400* 2000-STAMP-RECORD -- READ THE CONTROL RECORD FRESH (ANOTHER
001410* PROGRAM MAY HAVE WRITTEN THE LOG SINCE OUR LAST RECORD),
001420* GIVE THE CALLER'S RECORD THE NEXT SEQUENCE NUMBER AND ITS
001430* CHAINED CHECK VALUE, AND ADVANCE THE CONTROL RECORD.  THE
001440* CONTROL RECORD IS REWRITTEN BEFORE THE CALLER WRITES THE
001450* AUDIT RECORD, SO A RUN THAT DIES IN BETWEEN LEAVES A GAP
001460* THE VERIFICATION RUN REPORTS RATHER THAN A NUMBER ISSUED
001470* TWICE.
001480*----------------------------------------------------------*
001490 2000-STAMP-RECORD.
001500     IF NOT ACH-CHAIN-OPEN
001510         PERFORM 1000-OPEN-CHAIN THRU 1000-EXIT
001520     END-IF.
001530
001540     MOVE 'N' TO ACH-CONTROL-NEW-SWITCH.
001550     MOVE ACH-CHAIN-KEY-VALUE TO TT-CHAIN-KEY.
001560     READ CHAIN-FILE
001570         INVALID KEY
001580             MOVE 'Y' TO ACH-CONTROL-NEW-SWITCH
001590     END-READ.
001600     IF ACH-CHAIN-FILE-STATUS NOT = '00'
001610        AND NOT ACH-CHAIN-KEY-NOT-FOUND
001620         PERFORM 9800-ABEND-RUN
001630     END-IF.
001640     IF ACH-CONTROL-NEW
001650         MOVE SPACES TO TT-CHAIN-CONTROL-RECORD
001660         MOVE ACH-CHAIN-KEY-VALUE TO TT-CHAIN-KEY
001670         MOVE 0 TO TT-LAST-SEQUENCE-NO
001680         MOVE 0 TO TT-LAST-CHECK-VALUE
001690     END-IF.
001700
001710     COMPUTE TA-SEQUENCE-NO = TT-LAST-SEQUENCE-NO + 1.
001720     MOVE TT-LAST-CHECK-VALUE TO ACH-CHECK-ACCUM.
001730     PERFORM 3000-COMPUTE-CHECK THRU 3000-EXIT.
001740     MOVE ACH-CHECK-ACCUM TO TA-CHECK-VALUE.
001750
001760     MOVE TA-SEQUENCE-NO  TO TT-LAST-SEQUENCE-NO.
001770     MOVE TA-CHECK-VALUE  TO TT-LAST-CHECK-VALUE.
001780     MOVE TA-RUN-DATE     TO TT-LAST-RUN-DATE.
001790     MOVE TA-RUN-TIME     TO TT-LAST-RUN-TIME.
001800     MOVE TA-SOURCE-MODE  TO TT-LAST-SOURCE-MODE.
001810     MOVE TA-BATCH-ID     TO TT-LAST-BATCH-ID.
001820
001830     IF ACH-CONTROL-NEW
001840         WRITE TT-CHAIN-CONTROL-RECORD
001850             INVALID KEY
001860                 PERFORM 9800-ABEND-RUN
001870         END-WRITE
001880     ELSE
001890         REWRITE TT-CHAIN-CONTROL-RECORD
001900             INVALID KEY
001910                 PERFORM 9800-ABEND-RUN
001920         END-REWRITE
001930     END-IF.
001940 2000-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------*
001980* 3000-COMPUTE-CHECK -- FOLD THE STAMPED BYTES OF THE
001990* RECORD INTO ACH-CHECK-ACCUM, WHICH THE CALLER HAS SET TO
002000* THE PRIOR RECORD'S CHECK VALUE.
002010*----------------------------------------------------------*
002020 3000-COMPUTE-CHECK.
002030     MOVE 1 TO ACH-BYTE-SUB.
002040     PERFORM 3100-FOLD-ONE-BYTE THRU 3100-EXIT
002050         UNTIL ACH-BYTE-SUB > ACH-STAMPED-LENGTH.
002060 3000-EXIT.
002070     EXIT.
002080
002090 3100-FOLD-ONE-BYTE.
002100     MOVE TA-AUDIT-RECORD (ACH-BYTE-SUB:1) TO ACH-BYTE-LOW.
002110     COMPUTE ACH-CHECK-PRODUCT =
002120         ACH-CHECK-ACCUM * ACH-CHECK-MULTIPLIER
002130         + ACH-BYTE-HALFWORD.
002140     DIVIDE ACH-CHECK-PRODUCT BY ACH-CHECK-MODULUS
002150         GIVING ACH-CHECK-QUOTIENT
002160         REMAINDER ACH-CHECK-ACCUM.
002170     ADD 1 TO ACH-BYTE-SUB.
002180 3100-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------*
002220* 4000-CLOSE-CHAIN -- CLOSE THE CONTROL FILE IF THIS RUN
002230* OPENED IT.  A RUN THAT WROTE NO AUDIT RECORDS NEVER DID.
002240*----------------------------------------------------------*
002250 4000-CLOSE-CHAIN.
002260     IF ACH-CHAIN-OPEN
002270         CLOSE CHAIN-FILE
002280         MOVE 'N' TO ACH-CHAIN-OPEN-SWITCH
002290     END-IF.
002300 4000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------*
002340* 9800-ABEND-RUN -- THE CHAIN CONTROL FILE CANNOT BE OPENED,
002350* READ OR REWRITTEN.  AN AUDIT RECORD MUST NOT BE WRITTEN
002360* UNCHAINED, SO THE WHOLE RUN STOPS WITH A NON-ZERO RETURN
002370* CODE.
002380*----------------------------------------------------------*
002390 9800-ABEND-RUN.
002400     MOVE ACH-CHAIN-FILE-STATUS TO ACH-ABEND-STATUS.
002410     DISPLAY "TEMPACH - AUDIT CHAIN FILE ERROR - "
002420         ACH-ABEND-MESSAGE.
002430     MOVE 16 TO RETURN-CODE.
002440     STOP RUN.
