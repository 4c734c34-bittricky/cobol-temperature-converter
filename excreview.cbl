000160* REVIEW SESSION; EVERY DECISION IS APPENDED TO A DISPOSITION
000170* LOG SO NO REJECT SIMPLY DISAPPEARS.
000180*
000181* A SESSION REVIEWS ONE PLANT SITE, KEYED ON THE FIRST SCREEN.
000182* THE RE-INJECTION BATCH HEADER CARRIES THAT SITE, SO THE
000183* RELEASED READINGS RE-CONVERT UNDER ITS SETTINGS AND SENSOR
000184* MASTER.  EXCEPTIONS FOR OTHER SITES ARE CARRIED FORWARD
000185* UNTOUCHED FOR THEIR OWN SITE'S SESSION.  AN EXCEPTION
000186* QUARANTINED BEFORE SITE CODES EXISTED CARRIES NO SITE AND
000187* COMES UP IN ANY SESSION.
000188*
000190* MODIFICATION HISTORY
000200* 08/22/2026  JH   ORIGINAL EXCEPTION REVIEW WORKSTATION.
000202* 09/02/2026  JH   RE-INJECTION BATCH ID CHANGED FROM 'RI' +
000211*                  OR ITS RELEASED READINGS NEVER RE-CONVERT.
000212*                  THE REVIEW DATE STAYS ON THE HEADER'S
000213*                  BUSINESS DATE.
000214* 10/15/2026  JH   A RELEASE IS REFUSED WHILE THE SENSOR'S
000215*                  CALIBRATION ON THE CALIBRATION REGISTER
000216*                  (TEMPCAL) IS PAST DUE -- THE READING WOULD
000217*                  ONLY COME BACK AS CALIBRATION OVERDUE.
000218* 10/15/2026  JH   A QUARANTINED REVERSAL THAT NAMED NO CONVERSION
000219*                  (RVNF) CAN NO LONGER BE RELEASED, ONLY REJECTED
000220*                  OR DEFERRED.
000221* 10/15/2026  JH   A SESSION NOW REVIEWS ONE SITE, KEYED ON A
000222*                  FIRST SCREEN. THE RE-INJECTION HEADER CARRIES
000223*                  THE SITE, OTHER SITES' EXCEPTIONS ARE CARRIED
000224*                  FORWARD UNTOUCHED, AND EACH DISPOSITION RECORD
000225*                  CARRIES THE SITE OF THE EXCEPTION REVIEWED.
000226* 10/15/2026  JH   A RELEASE INTO A BUSINESS DATE ALREADY CLOSED
000227*                  ON THE PERIOD CONTROL FILE (TEMPPER) -- THE RE-
000228*                  INJECTION BATCH'S OWN DATE OR THE DATE THE
000229*                  READING WAS QUARANTINED -- NOW RAISES A WARNING
000230*                  THE SUPERVISOR MUST CONFIRM BY ENTERING THE
000231*                  RELEASE AGAIN. THE DISPOSITION RECORD CARRIES
000232*                  THE CLOSED DATE.
000233* 10/15/2026  JH   THE READING'S OWN DATE IS NOW ITS BATCH'S
000234*                  BUSINESS DATE (TX-BUS-DATE) RATHER THAN THE
000235*                  DATE IT WAS QUARANTINED.
000236*================================================================
000237 IDENTIFICATION DIVISION.
000238 PROGRAM-ID. ExceptionReview.
000240 AUTHOR. J HENDERSON.
000250 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000260 DATE-WRITTEN. 08/22/2026.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DISPOSITION-FILE-STATUS.
000470
000471     SELECT CALIBRATION-FILE ASSIGN TO "TEMPCAL"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS TI-CAL-KEY
000475         FILE STATUS IS WS-CALIBRATION-FILE-STATUS.
000476
000477     SELECT PERIOD-FILE ASSIGN TO "TEMPPER"
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS RANDOM
000480         RECORD KEY IS TPC-PERIOD-KEY
000481         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000482
000483 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXCEPTION-FILE
000510     LABEL RECORDS ARE STANDARD.
000630     LABEL RECORDS ARE STANDARD.
000640     COPY TEMPXDP.
000650
000651 FD  CALIBRATION-FILE
000652     LABEL RECORDS ARE STANDARD.
000653     COPY TEMPCAL.
000654
000655 FD  PERIOD-FILE
000656     LABEL RECORDS ARE STANDARD.
000657     COPY TEMPPER.
000658
000660 WORKING-STORAGE SECTION.
000670 01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE '00'.
000680 01  WS-CARRY-FILE-STATUS     PIC X(02) VALUE '00'.
000690 01  WS-REINJECT-FILE-STATUS  PIC X(02) VALUE '00'.
000700 01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE '00'.
000710     88  WS-DISPOSITION-FILE-NOT-FOUND  VALUE '35'.
000712 01  WS-CALIBRATION-FILE-STATUS PIC X(02) VALUE '00'.
000714     88  WS-CALIBRATION-FILE-NOT-FOUND  VALUE '35'.
000716     88  WS-CALIBRATION-END-OF-SET      VALUE '10' '23' '46'.
000717 01  WS-PERIOD-FILE-STATUS    PIC X(02) VALUE '00'.
000718     88  WS-PERIOD-FILE-NOT-FOUND       VALUE '35'.
000719     88  WS-PERIOD-KEY-NOT-FOUND        VALUE '23'.
000720
000730 01  WS-EXC-EOF-SWITCH        PIC X(01) VALUE 'N'.
000740     88  WS-EXC-EOF                     VALUE 'Y'.
000741
000742*----------------------------------------------------------*
000743* WS-CALIBRATION-CHECK -- THE CALIBRATION IN FORCE TODAY
000744* FOR THE SENSOR A READING IS BEING RELEASED UNDER.  THE
000745* REGISTER IS OPTIONAL: WITHOUT ONE NO SENSOR HAS A
000746* CALIBRATION AND NOTHING IS HELD.
000747*----------------------------------------------------------*
000748 01  WS-CALIBRATION-CHECK.
000749     05  WS-CAL-FILE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000750         88  WS-CAL-FILE-OPEN           VALUE 'Y'.
000751     05  WS-CAL-SCAN-DONE-SWITCH  PIC X(01) VALUE 'N'.
000752         88  WS-CAL-SCAN-DONE           VALUE 'Y'.
000753     05  WS-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
000754         88  WS-CAL-FOUND               VALUE 'Y'.
000755     05  WS-CAL-DUE-DATE          PIC 9(08) VALUE 0.
000756
000757*----------------------------------------------------------*
000758* WS-PERIOD-CHECK -- WHETHER A RELEASE GOES INTO A BUSINESS
000759* DATE ALREADY CLOSED ON THE PERIOD CONTROL FILE.  THE FILE IS
000760* OPTIONAL: WITHOUT ONE NO DATE HAS BEEN CLOSED.  WS-CLOSED-
000761* DATE IS THE CLOSED DATE FOUND FOR THE READING ON THE SCREEN
000762* (ZERO FOR NONE); THE WARNED SWITCH LETS THE SUPERVISOR
000763* CONFIRM THE RELEASE BY ENTERING IT A SECOND TIME.
000764*----------------------------------------------------------*
000765 01  WS-PERIOD-CHECK.
000766     05  WS-PERIOD-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
000767         88  WS-PERIOD-FILE-OPEN        VALUE 'Y'.
000768     05  WS-PERIOD-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000769         88  WS-PERIOD-FOUND            VALUE 'Y'.
000770     05  WS-CLOSED-WARNED-SWITCH  PIC X(01) VALUE 'N'.
000771         88  WS-CLOSED-WARNED           VALUE 'Y'.
000772     05  WS-RI-DATE-CLOSED-SWITCH PIC X(01) VALUE 'N'.
000773         88  WS-RI-DATE-CLOSED          VALUE 'Y'.
000774     05  WS-PERIOD-CHECK-DATE     PIC 9(08) VALUE 0.
000775     05  WS-CLOSED-DATE           PIC 9(08) VALUE 0.
000776
000777 01  WS-CLOSED-WARNING.
000778     05  FILLER               PIC X(12) VALUE "CLOSED DATE ".
000779     05  WS-CW-DATE           PIC 9(08).
000780     05  FILLER               PIC X(19)
000781             VALUE " - ENTER TO RELEASE".
000782
000783 01  WS-ABEND-MESSAGE.
000784     05  WS-ABEND-FILE-NAME   PIC X(10).
000785     05  FILLER               PIC X(01) VALUE SPACE.
000790     05  WS-ABEND-STATUS      PIC X(02).
000800
000810 01  WS-CURRENT-DATE-TIME.
001010                                              'D' 'd'.
001020     05  WS-REVIEWER-INITIALS PIC X(03) VALUE SPACES.
001030
001033 01  WS-SITE-CODE             PIC X(03) VALUE SPACES.
001036
001040 01  WS-ENTRY-OK-SWITCH       PIC X(01) VALUE 'N'.
001050     88  WS-ENTRY-OK                    VALUE 'Y'.
001060
001300     05  WS-REINJECT-BATCH-ID.
001310         10  FILLER           PIC X(02) VALUE "RI".
001320         10  WS-RI-TIME       PIC 9(06) VALUE 0.
001325     05  WS-RI-BUS-DATE       PIC 9(08) VALUE 0.
001330     05  WS-RELEASED-COUNT    PIC 9(08) VALUE 0.
001340     05  WS-REINJECT-HASH     PIC S9(9)V9(2) VALUE 0.
001350
001370     05  WS-REVIEWED-COUNT    PIC 9(08) VALUE 0.
001380     05  WS-REJECTED-COUNT    PIC 9(08) VALUE 0.
001390     05  WS-DEFERRED-COUNT    PIC 9(08) VALUE 0.
001395     05  WS-OTHER-SITE-COUNT  PIC 9(08) VALUE 0.
001397     05  WS-CLOSED-RELEASE-COUNT PIC 9(08) VALUE 0.
001400
001410 SCREEN SECTION.
001411*----------------------------------------------------------*
001412* WS-SITE-SCREEN -- THE SITE WHOSE EXCEPTIONS THIS SESSION
001413* REVIEWS.
001414*----------------------------------------------------------*
001415 01  WS-SITE-SCREEN.
001416     05  BLANK SCREEN.
001417     05  LINE 01 COLUMN 01
001418             VALUE "PLANT TEMPERATURE CONVERSION - EXCEPTION".
001419     05  LINE 01 COLUMN 42 VALUE "REVIEW".
001420     05  LINE 03 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001421     05  LINE 03 COLUMN 27 PIC X(03) USING WS-SITE-CODE.
001422     05  LINE 17 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
001423     05  LINE 17 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
001424
001425*----------------------------------------------------------*
001430* WS-REVIEW-SCREEN -- ONE QUARANTINED READING PER SCREEN, IN
001440* THE STYLE OF THE CONVERSION PROGRAM'S DATA-ENTRY SCREEN.
001450* THE TOP HALF SHOWS THE READING AS IT WAS REJECTED; THE
001500     05  LINE 01 COLUMN 01
001510             VALUE "PLANT TEMPERATURE CONVERSION - EXCEPTION".
001520     05  LINE 01 COLUMN 42 VALUE "REVIEW".
001523     05  LINE 02 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001526     05  LINE 02 COLUMN 27 PIC X(03) FROM WS-SITE-CODE.
001530     05  LINE 03 COLUMN 01 VALUE "QUARANTINED ON . . . . . :".
001540     05  LINE 03 COLUMN 27 PIC 9(08) FROM WS-SHOW-RUN-DATE.
001550     05  LINE 04 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
002000* DATE GOES ON THE HEADER'S BUSINESS DATE, WHICH BOTH KEEPS
002002* THE AUDIT TRAIL SHOWING WHICH SESSION PUT A READING BACK
002004* AND LETS THE REGISTER TELL TWO SESSIONS APART WHEN THEIR
002006* START TIMES HAPPEN TO MATCH ACROSS DAYS.  THE SESSION'S
002007* SITE GOES ON THE HEADER; A BATCH WITHOUT ONE WOULD BE SET
002008* ASIDE BY THE CONVERSION PROGRAM, SO A SITE IS REQUIRED.
002010*----------------------------------------------------------*
002020 1000-INITIALIZE.
002022     PERFORM 1100-PROMPT-SITE THRU 1100-EXIT
002024         UNTIL WS-SITE-CODE NOT = SPACES.
002026
002030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002040     ACCEPT WS-CURRENT-TIME FROM TIME.
002050
002340         PERFORM 9800-ABEND-RUN
002350     END-IF.
002360
002361     OPEN INPUT CALIBRATION-FILE.
002362     IF WS-CALIBRATION-FILE-STATUS = '00'
002363         MOVE 'Y' TO WS-CAL-FILE-OPEN-SWITCH
002364     ELSE
002365         IF NOT WS-CALIBRATION-FILE-NOT-FOUND
002366             MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
002367             MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
002368             PERFORM 9800-ABEND-RUN
002369         END-IF
002370     END-IF.
002371
002372     OPEN INPUT PERIOD-FILE.
002373     IF WS-PERIOD-FILE-STATUS = '00'
002374         MOVE 'Y' TO WS-PERIOD-FILE-OPEN-SWITCH
002375     ELSE
002376         IF NOT WS-PERIOD-FILE-NOT-FOUND
002377             MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
002378             MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
002379             PERFORM 9800-ABEND-RUN
002380         END-IF
002381     END-IF.
002382
002383     MOVE WS-CURRENT-TIME (1:6) TO WS-RI-TIME.
002384     MOVE WS-CURRENT-DATE       TO WS-RI-BUS-DATE.
002385
002390     MOVE SPACES TO TR-INPUT-RECORD.
002400     MOVE 'H' TO TR-RECORD-TYPE.
002410     MOVE WS-REINJECT-BATCH-ID TO TR-HDR-BATCH-ID.
002420     MOVE WS-RI-BUS-DATE  TO TR-HDR-BUS-DATE.
002425     MOVE WS-SITE-CODE    TO TR-HDR-SITE-CODE.
002430     WRITE TR-INPUT-RECORD.
002440 1000-EXIT.
002441     EXIT.
002442
002443 1100-PROMPT-SITE.
002444     DISPLAY WS-SITE-SCREEN.
002445     ACCEPT WS-SITE-SCREEN.
002446     MOVE "SITE CODE IS REQUIRED" TO WS-SCREEN-ERROR.
002447 1100-EXIT.
002450     EXIT.
002460
002470 3100-READ-EXCEPTION.
002550*----------------------------------------------------------*
002560* 3000-REVIEW-ONE-RECORD -- PRESENT ONE QUARANTINED READING,
002570* RE-PROMPTING UNTIL THE SUPERVISOR'S ENTRIES PASS THE EDIT,
002580* THEN APPLY THE DISPOSITION AND LOG IT.  ANOTHER SITE'S
002585* EXCEPTION GOES STRAIGHT TO THE CARRY-FORWARD FILE.
002590*----------------------------------------------------------*
002600 3000-REVIEW-ONE-RECORD.
002601     IF TX-SITE-CODE NOT = SPACES
002602        AND TX-SITE-CODE NOT = WS-SITE-CODE
002603         MOVE TX-EXCEPTION-RECORD TO CF-CARRY-RECORD
002604         WRITE CF-CARRY-RECORD
002605         ADD 1 TO WS-OTHER-SITE-COUNT
002606         GO TO 3000-NEXT
002607     END-IF.
002608
002610     MOVE TX-RUN-DATE    TO WS-SHOW-RUN-DATE.
002620     MOVE TX-SENSOR-ID   TO WS-SHOW-SENSOR-ID.
002630     MOVE TX-INPUT-TEMP  TO WS-SHOW-INPUT-TEMP.
002700     MOVE TX-TARGET-UNIT TO WS-RELEASE-TARGET.
002710     MOVE SPACE  TO WS-DISPOSITION.
002720     MOVE SPACES TO WS-SCREEN-ERROR.
002723     MOVE 'N' TO WS-CLOSED-WARNED-SWITCH.
002726     MOVE 0   TO WS-CLOSED-DATE.
002730
002740     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
002750     PERFORM 3200-PROMPT-DISPOSITION THRU 3200-EXIT
002790     PERFORM 3400-WRITE-DISPOSITION THRU 3400-EXIT.
002800     ADD 1 TO WS-REVIEWED-COUNT.
002810
002815 3000-NEXT.
002820     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
002830 3000-EXIT.
002840     EXIT.
002890* INITIALS, AND FOR A RELEASE THE CORRECTED UNIT AND TARGET
002900* MUST BE ONES THE CONVERSION PROGRAM WILL ACCEPT -- THERE IS
002910* NO POINT RELEASING A READING THAT WILL ONLY BE QUARANTINED
002920* AGAIN FOR THE SAME REASON.  A REVERSAL THAT NAMED NO
002923* CONVERSION HAS NO READING TO RELEASE; IT CAN ONLY BE REJECTED
002926* OR DEFERRED WHILE THE SENDER IS ASKED ABOUT IT.  A RELEASE
002927* INTO A CLOSED BUSINESS DATE IS NOT REFUSED BUT WARNED: THE
002928* SUPERVISOR MUST ENTER IT A SECOND TIME TO CONFIRM IT.
002930*----------------------------------------------------------*
002940 3200-PROMPT-DISPOSITION.
002950     DISPLAY WS-REVIEW-SCREEN.
003100     END-IF.
003110
003120     IF WS-DISP-RELEASED
003121         IF TX-REASON-REV-NOT-FOUND
003122             MOVE "REVERSAL - REJECT OR DEFER, NOT RELEASE"
003123                 TO WS-SCREEN-ERROR
003124             GO TO 3200-EXIT
003125         END-IF
003126         IF WS-CORRECTED-SENSOR = SPACES
003127             MOVE "SENSOR ID IS REQUIRED TO RELEASE"
003128                 TO WS-SCREEN-ERROR
003129             GO TO 3200-EXIT
003130         END-IF
003131         IF WS-CORRECTED-UNIT NOT = 'C' AND 'c' AND 'F' AND 'f'
003140                AND 'K' AND 'k' AND 'R' AND 'r'
003150             MOVE "CORRECTED UNIT MUST BE C, F, K OR R"
003160                 TO WS-SCREEN-ERROR
003230                 TO WS-SCREEN-ERROR
003240             GO TO 3200-EXIT
003250         END-IF
003251         PERFORM 3210-CHECK-CALIBRATION THRU 3210-EXIT
003252         IF WS-CAL-FOUND
003253            AND WS-CAL-DUE-DATE < WS-CURRENT-DATE
003254             MOVE "CALIBRATION PAST DUE - RECALIBRATE FIRST"
003255                 TO WS-SCREEN-ERROR
003256             GO TO 3200-EXIT
003257         END-IF
003258         PERFORM 3230-CHECK-CLOSED-PERIOD THRU 3230-EXIT
003259         IF WS-CLOSED-DATE > 0
003260            AND NOT WS-CLOSED-WARNED
003261             MOVE 'Y' TO WS-CLOSED-WARNED-SWITCH
003262             MOVE WS-CLOSED-DATE TO WS-CW-DATE
003263             MOVE WS-CLOSED-WARNING TO WS-SCREEN-ERROR
003264             GO TO 3200-EXIT
003265         END-IF
003266     END-IF.
003270
003280     MOVE 'Y' TO WS-ENTRY-OK-SWITCH.
003290 3200-EXIT.
003291     EXIT.
003292
003293*----------------------------------------------------------*
003294* 3210-CHECK-CALIBRATION -- FIND THE CALIBRATION IN FORCE
003295* TODAY FOR THE SENSOR THE READING IS BEING RELEASED UNDER:
003296* THE LATEST ONE DATED ON OR BEFORE TODAY, WHICH IS THE ONE
003297* THE CONVERSION PROGRAM WILL APPLY TO THE RE-INJECTION
003298* BATCH.  IF ITS DUE DATE HAS PASSED THE RELEASE WOULD ONLY
003299* BE QUARANTINED AGAIN, SO THE EDIT REFUSES IT UNTIL THE
003300* INSTRUMENT IS RECALIBRATED.
003301*----------------------------------------------------------*
003302 3210-CHECK-CALIBRATION.
003303     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
003304     MOVE 0   TO WS-CAL-DUE-DATE.
003305     IF NOT WS-CAL-FILE-OPEN
003306         GO TO 3210-EXIT
003307     END-IF.
003308
003309     MOVE 'N' TO WS-CAL-SCAN-DONE-SWITCH.
003310     MOVE WS-CORRECTED-SENSOR TO TI-SENSOR-ID.
003311     MOVE 0                   TO TI-CAL-DATE.
003312     START CALIBRATION-FILE KEY NOT < TI-CAL-KEY
003313         INVALID KEY
003314             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
003315     END-START.
003316
003317     PERFORM 3220-READ-NEXT-CALIBRATION THRU 3220-EXIT
003318         UNTIL WS-CAL-SCAN-DONE.
003319 3210-EXIT.
003320     EXIT.
003321
003322 3220-READ-NEXT-CALIBRATION.
003323     READ CALIBRATION-FILE NEXT RECORD
003324         AT END
003325             MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
003326             GO TO 3220-EXIT
003327     END-READ.
003328     IF WS-CALIBRATION-END-OF-SET
003329         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
003330         GO TO 3220-EXIT
003331     END-IF.
003332     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
003333         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
003334         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
003335         PERFORM 9800-ABEND-RUN
003336     END-IF.
003337
003338     IF TI-SENSOR-ID NOT = WS-CORRECTED-SENSOR
003339        OR TI-CAL-DATE > WS-CURRENT-DATE
003340         MOVE 'Y' TO WS-CAL-SCAN-DONE-SWITCH
003341         GO TO 3220-EXIT
003342     END-IF.
003343
003344     MOVE 'Y' TO WS-CAL-FOUND-SWITCH.
003345     MOVE TI-DUE-DATE TO WS-CAL-DUE-DATE.
003346 3220-EXIT.
003347     EXIT.
003348
003349*----------------------------------------------------------*
003350* 3230-CHECK-CLOSED-PERIOD -- IS THE RELEASE GOING INTO A
003351* BUSINESS DATE THE END-OF-DAY CLOSE HAS ALREADY CLOSED FOR
003352* THE SESSION'S SITE?  TWO DATES MATTER.  THE RE-INJECTION
003353* BATCH POSTS UNDER THE REVIEW DATE ON ITS HEADER; IF THAT IS
003354* CLOSED THE CONVERSION PROGRAM WILL SET THE BATCH ASIDE UNTIL
003355* A SUPERVISOR AUTHORIZES THE REOPEN.  OTHERWISE THE READING
003356* ITSELF BELONGS TO ITS BATCH'S BUSINESS DATE (THE DATE IT
003357* WAS QUARANTINED, ON RECORDS THAT DO NOT CARRY ONE), AND IF
003358* THAT DATE IS CLOSED ITS FIGURES HAVE ALREADY GONE TO BILLING
003359* WITHOUT THE READING NOW BEING PUT BACK.  EITHER WAY THE
003360* CLOSED DATE IS LEFT IN WS-CLOSED-DATE.
003361*----------------------------------------------------------*
003362 3230-CHECK-CLOSED-PERIOD.
003363     MOVE 0 TO WS-CLOSED-DATE.
003364     IF NOT WS-PERIOD-FILE-OPEN
003365         GO TO 3230-EXIT
003366     END-IF.
003367
003368     MOVE WS-RI-BUS-DATE TO WS-PERIOD-CHECK-DATE.
003369     PERFORM 3235-READ-PERIOD THRU 3235-EXIT.
003370     IF WS-PERIOD-FOUND
003371         MOVE WS-RI-BUS-DATE TO WS-CLOSED-DATE
003372         MOVE 'Y' TO WS-RI-DATE-CLOSED-SWITCH
003373         GO TO 3230-EXIT
003374     END-IF.
003375
003376     IF TX-BUS-DATE IS NUMERIC
003377        AND TX-BUS-DATE NOT = 0
003378         MOVE TX-BUS-DATE TO WS-PERIOD-CHECK-DATE
003379     ELSE
003380         MOVE TX-RUN-DATE TO WS-PERIOD-CHECK-DATE
003381     END-IF.
003382     IF WS-PERIOD-CHECK-DATE IS NUMERIC
003383        AND WS-PERIOD-CHECK-DATE NOT = WS-RI-BUS-DATE
003384         PERFORM 3235-READ-PERIOD THRU 3235-EXIT
003385         IF WS-PERIOD-FOUND
003386             MOVE WS-PERIOD-CHECK-DATE TO WS-CLOSED-DATE
003387         END-IF
003388     END-IF.
003389 3230-EXIT.
003390     EXIT.
003391
003392 3235-READ-PERIOD.
003393     MOVE 'N' TO WS-PERIOD-FOUND-SWITCH.
003394     MOVE WS-SITE-CODE         TO TPC-SITE-CODE.
003395     MOVE WS-PERIOD-CHECK-DATE TO TPC-BUS-DATE.
003396     READ PERIOD-FILE
003397         INVALID KEY
003398             CONTINUE
003399         NOT INVALID KEY
003400             MOVE 'Y' TO WS-PERIOD-FOUND-SWITCH
003401     END-READ.
003402     IF NOT WS-PERIOD-FOUND
003403        AND NOT WS-PERIOD-KEY-NOT-FOUND
003404         MOVE "TEMPPER"  TO WS-ABEND-FILE-NAME
003405         MOVE WS-PERIOD-FILE-STATUS TO WS-ABEND-STATUS
003406         PERFORM 9800-ABEND-RUN
003407     END-IF.
003408 3235-EXIT.
003409     EXIT.
003410
003411*----------------------------------------------------------*
003412* 3300-APPLY-DISPOSITION -- A RELEASED READING JOINS THE
003413* RE-INJECTION BATCH WITH THE SUPERVISOR'S CORRECTIONS; A
003414* DEFERRED READING IS CARRIED FORWARD UNCHANGED FOR THE NEXT
003415* SESSION; A REJECTED READING LIVES ON ONLY IN THE
003416* DISPOSITION LOG.
003417*----------------------------------------------------------*
003418 3300-APPLY-DISPOSITION.
003419     EVALUATE TRUE
003420         WHEN WS-DISP-RELEASED
003421             MOVE SPACES TO TR-INPUT-RECORD
003430             MOVE 'D' TO TR-RECORD-TYPE
003440             MOVE WS-CORRECTED-TEMP TO TR-INPUT-TEMP
003450             MOVE WS-CORRECTED-UNIT TO TR-INPUT-UNIT
003480             WRITE TR-INPUT-RECORD
003490             ADD 1 TO WS-RELEASED-COUNT
003500             ADD WS-CORRECTED-TEMP TO WS-REINJECT-HASH
003502             IF WS-CLOSED-DATE > 0
003504                 ADD 1 TO WS-CLOSED-RELEASE-COUNT
003506             END-IF
003510         WHEN WS-DISP-DEFERRED
003520             MOVE TX-EXCEPTION-RECORD TO CF-CARRY-RECORD
003530             WRITE CF-CARRY-RECORD
003700     MOVE WS-CORRECTED-TEMP   TO TD-CORRECTED-TEMP.
003710     MOVE WS-CORRECTED-UNIT   TO TD-CORRECTED-UNIT.
003720     MOVE TX-REASON-CODE      TO TD-REASON-CODE.
003725     MOVE TX-SITE-CODE        TO TD-SITE-CODE.
003727     MOVE 0                   TO TD-CLOSED-DATE.
003730
003740     EVALUATE TRUE
003750         WHEN WS-DISP-RELEASED
003760             MOVE 'R' TO TD-DISPOSITION
003765             MOVE WS-CLOSED-DATE TO TD-CLOSED-DATE
003770         WHEN WS-DISP-REJECTED
003780             MOVE 'J' TO TD-DISPOSITION
003790         WHEN WS-DISP-DEFERRED
004010     CLOSE CARRY-FILE.
004020     CLOSE REINJECT-FILE.
004030     CLOSE DISPOSITION-FILE.
004032     IF WS-CAL-FILE-OPEN
004034         CLOSE CALIBRATION-FILE
004036     END-IF.
004037     IF WS-PERIOD-FILE-OPEN
004038         CLOSE PERIOD-FILE
004039     END-IF.
004040
004050     DISPLAY "EXCEPTIONREVIEW - REVIEWED " WS-REVIEWED-COUNT
004060         " RELEASED " WS-RELEASED-COUNT
004070         " REJECTED " WS-REJECTED-COUNT
004080         " DEFERRED " WS-DEFERRED-COUNT.
004081     DISPLAY "EXCEPTIONREVIEW - SITE " WS-SITE-CODE
004082         " - OTHER SITES' EXCEPTIONS CARRIED FORWARD "
004083         WS-OTHER-SITE-COUNT.
004084     IF WS-CLOSED-RELEASE-COUNT > 0
004085         DISPLAY "EXCEPTIONREVIEW - " WS-CLOSED-RELEASE-COUNT
004086             " RELEASE(S) CONFIRMED INTO CLOSED DATES"
004087     END-IF.
004088     IF WS-RI-DATE-CLOSED
004089        AND WS-RELEASED-COUNT > 0
004090         DISPLAY "EXCEPTIONREVIEW - RE-INJECTION DATE "
004091             WS-RI-BUS-DATE " IS CLOSED - BATCH "
004092             WS-REINJECT-BATCH-ID
004093             " NEEDS A SUPERVISOR REOPEN AUTHORIZATION"
004094     END-IF.
004095 9000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
