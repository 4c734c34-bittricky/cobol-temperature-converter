000150* (TODAY, 1-3 DAYS, OVER 3 DAYS) BY SENSOR AND REASON CODE,
000160* AND ENDS WITH A NONZERO RETURN CODE WHEN ANYTHING IS OLDER
000170* THAN THE CONFIGURABLE LIMIT SO THE SCHEDULER FLAGS IT FOR
000180* THE MONTHLY COMPLIANCE REVIEW.  THE ITEMS ARE GROUPED BY
000185* PLANT SITE, AND THE REPORT MAY BE LIMITED TO ONE SITE.
000190*
000200* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000210*   POS  1-4   AGE LIMIT IN DAYS, E.G. 0003; OMITTED MEANS 3.
000212*   POS  6-8   SITE CODE TO REPORT (OPTIONAL); OMITTED MEANS
000214*              EVERY SITE.  A SITE RUN AGES ONLY THAT SITE'S
000216*              QUARANTINE, SO ITS RETURN CODE IS THAT SITE'S.
000220*
000230* MODIFICATION HISTORY
000240* 09/02/2026  JH   ORIGINAL QUARANTINE AGING REPORT.
000241* 10/15/2026  JH   READINGS HELD AS CALIBRATION OVERDUE (CALD)
000242*                  ARE FLAGGED AWAITING RECALIBRATION AND
000243*                  COUNTED ON THEIR OWN TOTAL LINE -- THEY
000244*                  CANNOT BE RELEASED UNTIL METROLOGY ACTS.
000245* 10/15/2026  JH   THE UNRESOLVED ITEMS ARE GROUPED BY SITE, WITH
000246*                  THE SITE ON EACH LINE, AND AN OPTIONAL PARM
000247*                  SITE LIMITS THE RUN TO ONE SITE'S QUARANTINE.
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ExceptionAging.
000760     05  WS-ABEND-STATUS      PIC X(02).
000770
000780 01  WS-AGE-LIMIT-DAYS        PIC 9(04) VALUE 3.
000785 01  WS-SELECT-SITE-CODE      PIC X(03) VALUE SPACES.
000790
000800 01  WS-CURRENT-DATE          PIC 9(08) VALUE 0.
000810 01  WS-TODAY-DAY-NUMBER      PIC 9(08) VALUE 0.
001060             88  WS-DP-USED               VALUE 'Y'.
001070
001080*----------------------------------------------------------*
001090* WS-AGING-TABLE -- ONE ENTRY PER SITE/SENSOR/REASON WITH AT
001100* LEAST ONE UNRESOLVED QUARANTINED READING, INSERTED IN
001110* SITE, SENSOR, REASON ORDER SO THE REPORT GROUPS
001120* WITHOUT A SORT.  EACH ENTRY CARRIES THE THREE AGING-BUCKET
001130* COUNTS AND THE OLDEST AGE SEEN.
001140*----------------------------------------------------------*
001210     05  WS-INSERT-DONE-SWITCH PIC X(01) VALUE 'N'.
001220         88  WS-INSERT-DONE             VALUE 'Y'.
001230     05  WS-WORK-KEY.
001235         10  WS-WORK-SITE-CODE PIC X(03).
001240         10  WS-WORK-SENSOR-ID PIC X(08).
001250         10  WS-WORK-REASON    PIC X(04).
001260
001270 01  WS-AGING-TABLE.
001280     05  WS-AGING-ENTRY OCCURS 1000 TIMES.
001290         10  WS-AG-KEY.
001295             15  WS-AG-SITE-CODE  PIC X(03).
001300             15  WS-AG-SENSOR-ID  PIC X(08).
001310             15  WS-AG-REASON     PIC X(04).
001320         10  WS-AG-TODAY-COUNT    PIC 9(07).
001390     05  WS-RESOLVED-COUNT    PIC 9(08) VALUE 0.
001400     05  WS-UNRESOLVED-COUNT  PIC 9(08) VALUE 0.
001410     05  WS-OVER-LIMIT-COUNT  PIC 9(08) VALUE 0.
001415     05  WS-CAL-HOLD-COUNT    PIC 9(08) VALUE 0.
001420
001430 01  WS-PRINT-HEADING.
001440     05  FILLER               PIC X(26)
001470     05  FILLER               PIC X(13) VALUE "  AGE LIMIT ".
001480     05  WS-PH-AGE-LIMIT      PIC ZZZ9.
001490     05  FILLER               PIC X(05) VALUE " DAYS".
001500     05  FILLER               PIC X(07) VALUE "  SITE ".
001503     05  WS-PH-SITE-CODE      PIC X(03).
001506     05  FILLER               PIC X(14) VALUE SPACES.
001510
001520 01  WS-COLUMN-HEADING.
001525     05  FILLER               PIC X(05) VALUE "SITE ".
001530     05  FILLER               PIC X(08) VALUE "SENSOR  ".
001540     05  FILLER               PIC X(02) VALUE SPACES.
001550     05  FILLER               PIC X(06) VALUE "REASON".
001570     05  FILLER               PIC X(09) VALUE " 1-3 DAYS".
001580     05  FILLER               PIC X(09) VALUE "   OVER 3".
001590     05  FILLER               PIC X(12) VALUE "  OLDEST DAY".
001600     05  FILLER               PIC X(20) VALUE SPACES.
001610
001620 01  WS-PRINT-DETAIL-LINE.
001623     05  WS-PD-SITE-CODE      PIC X(03).
001626     05  FILLER               PIC X(02) VALUE SPACES.
001630     05  WS-PD-SENSOR-ID      PIC X(08).
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  WS-PD-REASON         PIC X(04).
001710     05  WS-PD-OLD            PIC ZZZ,ZZ9.
001720     05  FILLER               PIC X(06) VALUE SPACES.
001730     05  WS-PD-OLDEST         PIC ZZZZ9.
001740     05  FILLER               PIC X(02) VALUE SPACES.
001743     05  WS-PD-NOTE           PIC X(20).
001746     05  FILLER               PIC X(01) VALUE SPACES.
001750
001760 01  WS-PRINT-TOTAL-LINE.
001770     05  FILLER               PIC X(12) VALUE "QUARANTINED ".
001830     05  FILLER               PIC X(13) VALUE "  OVER LIMIT ".
001840     05  WS-PT-OVER-LIMIT     PIC ZZZ,ZZ9.
001850     05  FILLER               PIC X(03) VALUE SPACES.
001851
001852*----------------------------------------------------------*
001853* WS-CAL-HOLD-LINE -- UNRESOLVED READINGS QUARANTINED AS
001854* CALIBRATION OVERDUE.  THESE WAIT ON METROLOGY RATHER THAN
001855* ON A REVIEWER, SO THEY ARE CALLED OUT SEPARATELY.
001856*----------------------------------------------------------*
001857 01  WS-CAL-HOLD-LINE.
001858     05  FILLER               PIC X(30)
001859             VALUE "AWAITING RECALIBRATION (CALD) ".
001860     05  WS-PC-CAL-HOLD       PIC ZZZ,ZZ9.
001861     05  FILLER               PIC X(43) VALUE SPACES.
001862
001870 LINKAGE SECTION.
001880 01  XA-PARM-AREA.
001890     05  XA-PARM-LENGTH       PIC S9(4) COMP.
002250     IF XA-PARM-LENGTH NOT < 4
002260        AND XA-PARM-DATA (1:4) IS NUMERIC
002270         MOVE XA-PARM-DATA (1:4) TO WS-AGE-LIMIT-DAYS
002272     END-IF.
002274     IF XA-PARM-LENGTH > 5
002276         MOVE XA-PARM-DATA (6:3) TO WS-SELECT-SITE-CODE
002280     END-IF.
002290
002300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003070*----------------------------------------------------------*
003080* 3000-AGE-EXCEPTIONS -- ONE PASS OVER THE QUARANTINE.  EACH
003090* RECORD EITHER CONSUMES A MATCHING DISPOSITION (RESOLVED)
003100* OR JOINS ITS SITE/SENSOR/REASON AGING ENTRY (UNRESOLVED).
003105* ANOTHER SITE'S RECORD IS PASSED OVER ON A SITE RUN.
003110*----------------------------------------------------------*
003120 3000-AGE-EXCEPTIONS.
003130     PERFORM 3300-READ-EXCEPTION THRU 3300-EXIT.
003180     EXIT.
003190
003200 3100-AGE-ONE-EXCEPTION.
003202     IF WS-SELECT-SITE-CODE NOT = SPACES
003204        AND TX-SITE-CODE NOT = WS-SELECT-SITE-CODE
003206         GO TO 3100-NEXT
003208     END-IF.
003210     ADD 1 TO WS-EXC-READ-COUNT.
003220
003230     PERFORM 7000-MATCH-DISPOSITION THRU 7000-EXIT.
003280     END-IF.
003290
003300     ADD 1 TO WS-UNRESOLVED-COUNT.
003302     IF TX-REASON-CAL-OVERDUE
003304         ADD 1 TO WS-CAL-HOLD-COUNT
003306     END-IF.
003310
003320*----------------------------------------------------------*
003330* AGE IN WHOLE DAYS FROM THE DATE THE READING WAS
003460         ADD 1 TO WS-OVER-LIMIT-COUNT
003470     END-IF.
003480
003485     MOVE TX-SITE-CODE   TO WS-WORK-SITE-CODE.
003490     MOVE TX-SENSOR-ID   TO WS-WORK-SENSOR-ID.
003500     MOVE TX-REASON-CODE TO WS-WORK-REASON.
003510     PERFORM 7500-FIND-AGING-ENTRY THRU 7500-EXIT.
003830 4000-PRINT-REPORT.
003840     MOVE WS-CURRENT-DATE   TO WS-PH-RUN-DATE.
003850     MOVE WS-AGE-LIMIT-DAYS TO WS-PH-AGE-LIMIT.
003851     IF WS-SELECT-SITE-CODE = SPACES
003852         MOVE "ALL" TO WS-PH-SITE-CODE
003853     ELSE
003854         MOVE WS-SELECT-SITE-CODE TO WS-PH-SITE-CODE
003855     END-IF.
003860     MOVE WS-PRINT-HEADING  TO XA-PRINT-LINE.
003870     WRITE XA-PRINT-LINE.
003880     MOVE SPACES TO XA-PRINT-LINE.
004080     WRITE XA-PRINT-LINE.
004090     MOVE WS-PRINT-TOTAL-LINE TO XA-PRINT-LINE.
004100     WRITE XA-PRINT-LINE.
004101
004102     IF WS-CAL-HOLD-COUNT > 0
004103         MOVE WS-CAL-HOLD-COUNT TO WS-PC-CAL-HOLD
004104         MOVE WS-CAL-HOLD-LINE TO XA-PRINT-LINE
004105         WRITE XA-PRINT-LINE
004106     END-IF.
004110 4000-EXIT.
004120     EXIT.
004130
004140 4100-PRINT-ONE-ENTRY.
004145     MOVE WS-AG-SITE-CODE (WS-AGING-SUB)    TO WS-PD-SITE-CODE.
004150     MOVE WS-AG-SENSOR-ID (WS-AGING-SUB)    TO WS-PD-SENSOR-ID.
004160     MOVE WS-AG-REASON (WS-AGING-SUB)       TO WS-PD-REASON.
004170     MOVE WS-AG-TODAY-COUNT (WS-AGING-SUB)  TO WS-PD-TODAY.
004180     MOVE WS-AG-RECENT-COUNT (WS-AGING-SUB) TO WS-PD-RECENT.
004190     MOVE WS-AG-OLD-COUNT (WS-AGING-SUB)    TO WS-PD-OLD.
004200     MOVE WS-AG-OLDEST-DAYS (WS-AGING-SUB)  TO WS-PD-OLDEST.
004201     IF WS-AG-REASON (WS-AGING-SUB) = 'CALD'
004202         MOVE "AWAITING RECAL" TO WS-PD-NOTE
004203     ELSE
004204         MOVE SPACES TO WS-PD-NOTE
004205     END-IF.
004210     MOVE WS-PRINT-DETAIL-LINE TO XA-PRINT-LINE.
004220     WRITE XA-PRINT-LINE.
004230     ADD 1 TO WS-AGING-SUB.
