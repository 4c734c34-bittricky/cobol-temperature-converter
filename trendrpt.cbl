000190*   POS 10-17  TO DATE,   YYYYMMDD (REQUIRED)
000200*   POS 19-24  DRIFT THRESHOLD IN HUNDREDTHS OF A DEGREE,
000210*              E.G. 000500 = 5.00; OMITTED MEANS 5.00.
000213*   POS 26-28  SITE CODE TO REPORT (OPTIONAL); OMITTED MEANS
000216*              THE READINGS AND EXCEPTIONS OF EVERY SITE.
000220*
000230* MODIFICATION HISTORY
000240* 08/22/2026  JH   ORIGINAL MULTI-DAY TREND REPORT.
000242* 10/15/2026  JH   REVERSAL RECORDS ON THE AUDIT LOG AND THE
000244*                  CONVERSIONS THEY TAKE BACK ARE NOW LEFT OUT OF
000246*                  THE DAILY COUNTS AND AVERAGES.
000247* 10/15/2026  JH   AN OPTIONAL PARM SITE LIMITS THE REPORT TO ONE
000248*                  SITE'S READINGS AND EXCEPTIONS; THE PAGE
000249*                  HEADING SHOWS THE SITE REPORTED.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TrendReport.
000760     05  WS-ABEND-STATUS      PIC X(02).
000770
000780*----------------------------------------------------------*
000790* WS-REPORT-CRITERIA -- THE DATE RANGE, DRIFT THRESHOLD AND
000800* SITE FROM THE PARM FIELD.
000810*----------------------------------------------------------*
000820 01  WS-REPORT-CRITERIA.
000830     05  WS-FROM-DATE         PIC 9(08) VALUE 0.
000840     05  WS-TO-DATE           PIC 9(08) VALUE 0.
000850     05  WS-DRIFT-THRESHOLD   PIC 9(04)V9(2) VALUE 5.00.
000860     05  WS-PARM-THRESHOLD    PIC 9(06) VALUE 0.
000865     05  WS-SELECT-SITE-CODE  PIC X(03) VALUE SPACES.
000870
000880*----------------------------------------------------------*
000890* WS-DAY-TABLE -- ONE ENTRY PER CALENDAR DAY SEEN IN THE
001260         10  WS-TL-COUNT      PIC 9(07).
001270         10  WS-TL-SUM        PIC S9(9)V9(2).
001280
001281*----------------------------------------------------------*
001282* WS-REVERSED-TABLE -- THE SEQUENCE NUMBERS OF EVERY
001283* CONVERSION A REVERSAL RECORD ON THE LOG HAS TAKEN BACK,
001284* LOADED IN A FIRST PASS SO THE DAILY FIGURES CAN NET THEM
001285* OUT.  REVERSALS ARE A HANDFUL A MONTH; A LOG WITH MORE THAN
001286* THE TABLE HOLDS IS REFUSED RATHER THAN TRENDED ON READINGS
001287* THAT WERE WITHDRAWN.
001288*----------------------------------------------------------*
001289 01  WS-REVERSED-CONTROL.
001290     05  WS-REVERSED-COUNT    PIC 9(04) COMP VALUE 0.
001291     05  WS-REVERSED-SUB      PIC 9(04) COMP VALUE 0.
001292     05  WS-REVERSED-LIMIT    PIC 9(04) COMP VALUE 2000.
001293     05  WS-REVERSED-FOUND-SWITCH PIC X(01) VALUE 'N'.
001294         88  WS-REVERSED-FOUND          VALUE 'Y'.
001295
001296 01  WS-REVERSED-TABLE.
001297     05  WS-REVERSED-SEQ-NO   PIC 9(09) OCCURS 2000 TIMES.
001298
001299 01  WS-DIRECTION-CONTROL.
001300     05  WS-DIR-SUB           PIC 9(04) COMP VALUE 0.
001310     05  WS-FROM-SUB          PIC 9(04) COMP VALUE 0.
001320     05  WS-TO-SUB            PIC 9(04) COMP VALUE 0.
001630     05  FILLER               PIC X(19)
001640             VALUE "  DRIFT THRESHOLD  ".
001650     05  WS-HD-THRESHOLD      PIC ZZZ9.99.
001660     05  FILLER               PIC X(07) VALUE "  SITE ".
001663     05  WS-HD-SITE-CODE      PIC X(03).
001666     05  FILLER               PIC X(36) VALUE SPACES.
001670     05  FILLER               PIC X(05) VALUE "PAGE ".
001680     05  WS-HD-PAGE           PIC ZZZ9.
001690
001990 LINKAGE SECTION.
002000 01  TP-PARM-AREA.
002010     05  TP-PARM-LENGTH       PIC S9(4) COMP.
002020     05  TP-PARM-DATA         PIC X(28).
002030
002040 PROCEDURE DIVISION USING TP-PARM-AREA.
002050*----------------------------------------------------------*
002400         MOVE TP-PARM-DATA (19:6) TO WS-PARM-THRESHOLD
002410         COMPUTE WS-DRIFT-THRESHOLD =
002420             WS-PARM-THRESHOLD / 100
002422     END-IF.
002424
002426     IF TP-PARM-LENGTH NOT < 28
002428         MOVE TP-PARM-DATA (26:3) TO WS-SELECT-SITE-CODE
002430     END-IF.
002440
002450     OPEN INPUT AUDIT-FILE.
003010* 2000-ACCUMULATE-AUDIT -- ROLL EVERY IN-RANGE CONVERSION
003020* AUDIT RECORD INTO ITS DAY AND DIRECTION.  SOURCE-MODE 'M'
003030* RECORDS ARE CONFIGURATION CHANGES, NOT CONVERSIONS, AND
003040* ARE SKIPPED.  SO ARE SOURCE-MODE 'R' REVERSAL RECORDS AND
003043* THE CONVERSIONS THEY TOOK BACK, WHICH NETS A WITHDRAWN
003046* READING OUT OF ITS DAY'S COUNT AND AVERAGES.
003050*----------------------------------------------------------*
003060 2000-ACCUMULATE-AUDIT.
003065     PERFORM 2300-LOAD-REVERSALS THRU 2300-EXIT.
003070     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003080     PERFORM 2200-APPLY-AUDIT-RECORD THRU 2200-EXIT
003090         UNTIL WS-AUDIT-EOF.
003210
003220 2200-APPLY-AUDIT-RECORD.
003230     IF TA-SOURCE-MAINTENANCE
003235        OR TA-SOURCE-REVERSAL
003240        OR TA-RUN-DATE < WS-FROM-DATE
003250        OR TA-RUN-DATE > WS-TO-DATE
003251         GO TO 2200-NEXT
003252     END-IF.
003253     IF WS-SELECT-SITE-CODE NOT = SPACES
003254        AND TA-SITE-CODE NOT = WS-SELECT-SITE-CODE
003255         GO TO 2200-NEXT
003256     END-IF.
003257
003258     PERFORM 7200-CHECK-REVERSED THRU 7200-EXIT.
003259     IF WS-REVERSED-FOUND
003260         GO TO 2200-NEXT
003270     END-IF.
003280
003610     EXIT.
003620
003630*----------------------------------------------------------*
003631* 2300-LOAD-REVERSALS -- FIRST PASS OVER THE AUDIT LOG,
003632* TABLING THE SEQUENCE NUMBER EACH REVERSAL RECORD NAMES, THEN
003633* BACK TO THE TOP FOR THE ROLL-UP.  A REVERSAL MAY BE LOGGED
003634* DAYS AFTER ITS ORIGINAL, EVEN OUTSIDE THE REQUESTED RANGE,
003635* SO EVERY REVERSAL ON THE LOG IS TABLED.
003636*----------------------------------------------------------*
003637 2300-LOAD-REVERSALS.
003638     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003639     PERFORM 2310-TABLE-ONE-REVERSAL THRU 2310-EXIT
003640         UNTIL WS-AUDIT-EOF.
003641
003642     CLOSE AUDIT-FILE.
003643     OPEN INPUT AUDIT-FILE.
003644     IF WS-AUDIT-FILE-STATUS NOT = '00'
003645         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
003646         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
003647         PERFORM 9800-ABEND-RUN
003648     END-IF.
003649     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
003650 2300-EXIT.
003651     EXIT.
003652
003653 2310-TABLE-ONE-REVERSAL.
003654     IF TA-SOURCE-REVERSAL
003655        AND TA-REVERSES-SEQUENCE-NO IS NUMERIC
003656         IF WS-REVERSED-COUNT = WS-REVERSED-LIMIT
003657             DISPLAY "TRENDREPORT - REVERSALS ON LOG EXCEED "
003658                 "TABLE LIMIT - RUN REFUSED"
003659             MOVE 16 TO RETURN-CODE
003660             STOP RUN
003661         END-IF
003662         ADD 1 TO WS-REVERSED-COUNT
003663         MOVE TA-REVERSES-SEQUENCE-NO
003664             TO WS-REVERSED-SEQ-NO (WS-REVERSED-COUNT)
003665     END-IF.
003666     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003667 2310-EXIT.
003668     EXIT.
003669
003670*----------------------------------------------------------*
003671* 3000-ACCUMULATE-EXCEPTIONS -- COUNT THE IN-RANGE
003672* QUARANTINED READINGS INTO THEIR DAYS.  NO EXCEPTION FILE
003673* ON THE RUN MEANS NOTHING TO COUNT, NOT AN ERROR.
003674*----------------------------------------------------------*
003680 3000-ACCUMULATE-EXCEPTIONS.
003690     OPEN INPUT EXCEPTION-FILE.
003700     IF WS-EXCEPTION-FILE-NOT-FOUND
003940 3200-APPLY-EXCEPTION.
003950     IF TX-RUN-DATE < WS-FROM-DATE
003960        OR TX-RUN-DATE > WS-TO-DATE
003962         GO TO 3200-NEXT
003964     END-IF.
003966     IF WS-SELECT-SITE-CODE NOT = SPACES
003968        AND TX-SITE-CODE NOT = WS-SELECT-SITE-CODE
003970         GO TO 3200-NEXT
003980     END-IF.
003990
006350     EXIT.
006360
006370*----------------------------------------------------------*
006371* 7200-CHECK-REVERSED -- IS THE CONVERSION IN THE AUDIT AREA
006372* ONE A REVERSAL HAS TAKEN BACK?  RECORDS LOGGED BEFORE THE
006373* AUDIT CHAIN CARRY NO SEQUENCE NUMBER AND CANNOT HAVE BEEN.
006374*----------------------------------------------------------*
006375 7200-CHECK-REVERSED.
006376     MOVE 'N' TO WS-REVERSED-FOUND-SWITCH.
006377     IF TA-SEQUENCE-NO IS NOT NUMERIC
006378         GO TO 7200-EXIT
006379     END-IF.
006380     MOVE 1 TO WS-REVERSED-SUB.
006381     PERFORM 7210-MATCH-REVERSED THRU 7210-EXIT
006382         UNTIL WS-REVERSED-FOUND
006383            OR WS-REVERSED-SUB > WS-REVERSED-COUNT.
006384 7200-EXIT.
006385     EXIT.
006386
006387 7210-MATCH-REVERSED.
006388     IF WS-REVERSED-SEQ-NO (WS-REVERSED-SUB) = TA-SEQUENCE-NO
006389         MOVE 'Y' TO WS-REVERSED-FOUND-SWITCH
006390     ELSE
006391         ADD 1 TO WS-REVERSED-SUB
006392     END-IF.
006393 7210-EXIT.
006394     EXIT.
006395
006396*----------------------------------------------------------*
006397* 8000-WRITE-REPORT-LINE -- WRITES TP-REPORT-LINE UNDER PAGE
006398* CONTROL, STARTING A NEW NUMBERED PAGE EVERY SIXTY LINES.
006400*----------------------------------------------------------*
006410 8000-WRITE-REPORT-LINE.
006420     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006500 8100-WRITE-PAGE-HEADING.
006510     ADD 1 TO WS-PAGE-COUNT.
006520     MOVE WS-FROM-DATE       TO WS-HD-FROM-DATE.
006521     IF WS-SELECT-SITE-CODE = SPACES
006522         MOVE "ALL" TO WS-HD-SITE-CODE
006523     ELSE
006524         MOVE WS-SELECT-SITE-CODE TO WS-HD-SITE-CODE
006525     END-IF.
006530     MOVE WS-TO-DATE         TO WS-HD-TO-DATE.
006540     MOVE WS-DRIFT-THRESHOLD TO WS-HD-THRESHOLD.
006550     MOVE WS-PAGE-COUNT      TO WS-HD-PAGE.
