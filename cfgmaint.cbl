000140* BEFORE AND AFTER VALUES, SO A MOVED LIMIT IS AS TRACEABLE
000150* AS ANY CONVERSION.
000160*
000161* THE SAME SCREEN CARRIES THE RETENTION PERIODS THE MONTHLY
000162* HOUSEKEEPING RUN WORKS TO, IN DAYS, FOR THE QUARANTINE AND
000163* ITS DISPOSITIONS, THE PROCESSED-BATCH REGISTER AND THE RUN
000164* HISTORY.  NONE MAY BE SHORTER THAN WS-MIN-RETAIN-DAYS, SO
000165* LAST MONTH'S RECORDS ARE STILL ON THE LIVE FILES WHEN ITS
000166* COMPLIANCE PACKAGES AND PERIOD CLOSES ARE RUN.
000167*
000168* THE FILE HOLDS ONE RECORD PER PLANT SITE.  THE FIRST SCREEN
000169* TAKES THE SITE CODE (BLANK FOR THE DEFAULT RECORD USED BY
000170* ANY SITE WITHOUT ITS OWN); A SITE WITH NO RECORD YET IS
000171* SHOWN THE DEFAULT SETTINGS, AND SAVING THEM GIVES IT ITS
000172* OWN RECORD.  THE OTHER SITES' RECORDS ARE WRITTEN BACK
000173* UNCHANGED.
000174*
000175* MODIFICATION HISTORY
000180* 08/22/2026  JH   ORIGINAL CONFIGURATION MAINTENANCE SCREEN.
000181* 10/15/2026  JH   EVERY AUDIT RECORD IS NOW STAMPED BY THE
000182*                  TEMPACH SUBPROGRAM WITH A SEQUENCE NUMBER AND A
000183*                  CHECK VALUE CHAINED FROM THE PREVIOUS RECORD,
000184*                  JUST BEFORE IT IS WRITTEN, SO A RECORD DELETED,
000185*                  INSERTED OR EDITED ON THE LOG SHOWS IN THE
000186*                  MONTHLY VERIFICATION RUN.
000187* 10/15/2026  JH   THE FILE NOW HOLDS ONE RECORD PER SITE. THE
000188*                  SITE IS KEYED ON A FIRST SCREEN, ITS RECORD (OR
000189*                  THE DEFAULT) IS MAINTAINED, THE OTHER SITES'
000190*                  RECORDS ARE WRITTEN BACK UNCHANGED, AND THE
000191*                  AUDIT RECORDS CARRY THE SITE.
000192* 10/15/2026  JH   THE RETENTION PERIODS FOR THE HOUSEKEEPING RUN
000193*                  ARE MAINTAINED ON THE SCREEN, EDITED AGAINST A
000194*                  TWO-MONTH MINIMUM AND AUDITED LIKE THE OTHER
000195*                  SETTINGS.
000196*================================================================
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ConfigMaintain.
000220 AUTHOR. J HENDERSON.
000770     05  WS-OLD-TABLE-LOW     PIC S9(3)V9(1) VALUE -40.0.
000780     05  WS-OLD-TABLE-HIGH    PIC S9(3)V9(1) VALUE 100.0.
000790     05  WS-OLD-TABLE-STEP    PIC S9(3)V9(1) VALUE 0.5.
000792     05  WS-OLD-EXC-RETAIN    PIC 9(04) VALUE 180.
000794     05  WS-OLD-REG-RETAIN    PIC 9(04) VALUE 400.
000796     05  WS-OLD-RHS-RETAIN    PIC 9(04) VALUE 400.
000800
000810 01  WS-NEW-SETTINGS.
000820     05  WS-NEW-MIN-TEMP-C    PIC S9(4)V9(2) VALUE 0
000900                               SIGN IS LEADING SEPARATE.
000910     05  WS-NEW-TABLE-STEP    PIC S9(3)V9(1) VALUE 0
000920                               SIGN IS LEADING SEPARATE.
000921     05  WS-NEW-EXC-RETAIN    PIC 9(04) VALUE 0.
000922     05  WS-NEW-REG-RETAIN    PIC 9(04) VALUE 0.
000923     05  WS-NEW-RHS-RETAIN    PIC 9(04) VALUE 0.
000924
000925 01  WS-MIN-RETAIN-DAYS       PIC 9(04) VALUE 62.
000930
000940 01  WS-ENTRY-OK-SWITCH       PIC X(01) VALUE 'N'.
000950     88  WS-ENTRY-OK                    VALUE 'Y'.
000970 01  WS-SCREEN-ERROR          PIC X(40) VALUE SPACES.
000980
000990 77  WS-CHANGED-COUNT         PIC 9(04) VALUE 0.
000991
000992*----------------------------------------------------------*
000993* WS-SITE-CODE -- THE SITE WHOSE RECORD IS BEING MAINTAINED.
000994* WS-CFG-TABLE -- EVERY RECORD ON THE FILE AS READ, SO THE
000995* REWRITE CAN PUT BACK THE RECORDS OF THE OTHER SITES.
000996* WS-CFG-SITE-SUB IS THE ENTRY FOR THE SITE (ZERO WHEN THE
000997* SITE HAS NO RECORD YET), WS-CFG-DEFAULT-SUB THE ENTRY WITH
000998* THE BLANK SITE CODE.
000999*----------------------------------------------------------*
001000 01  WS-SITE-CODE             PIC X(03) VALUE SPACES.
001001
001002 01  WS-CFG-TABLE-CONTROL.
001003     05  WS-CFG-COUNT         PIC 9(04) COMP VALUE 0.
001004     05  WS-CFG-SUB           PIC 9(04) COMP VALUE 0.
001005     05  WS-CFG-LIMIT         PIC 9(04) COMP VALUE 20.
001006     05  WS-CFG-SITE-SUB      PIC 9(04) COMP VALUE 0.
001007     05  WS-CFG-DEFAULT-SUB   PIC 9(04) COMP VALUE 0.
001008
001009 01  WS-CFG-TABLE.
001010     05  WS-CFG-ENTRY         OCCURS 20 TIMES.
001011         10  WS-CFG-IMAGE     PIC X(80).
001012         10  WS-CFG-IMAGE-FIELDS REDEFINES WS-CFG-IMAGE.
001013             15  FILLER       PIC X(33).
001014             15  WS-CFG-SITE-CODE PIC X(03).
001015             15  FILLER       PIC X(44).
001016
001017*----------------------------------------------------------*
001020* WS-VALUE-EDIT FIELDS -- NUMERIC VALUES FORMATTED FOR THE
001030* BEFORE/AFTER COLUMNS OF THE AUDIT RECORD.
001040*----------------------------------------------------------*
001110     05  WS-CFG-OLD-VALUE     PIC X(12) VALUE SPACES.
001120     05  WS-CFG-NEW-VALUE     PIC X(12) VALUE SPACES.
001130
001131*----------------------------------------------------------*
001132* TAL-CHAIN-PARMS -- PARAMETER BLOCK FOR THE TEMPACH AUDIT
001133* CHAIN SUBPROGRAM, WHICH STAMPS EVERY AUDIT RECORD WITH ITS
001134* SEQUENCE NUMBER AND CHAINED CHECK VALUE BEFORE THE WRITE.
001135*----------------------------------------------------------*
001136 COPY TEMPACL.
001137
001140 SCREEN SECTION.
001141*----------------------------------------------------------*
001142* WS-SITE-SCREEN -- WHICH SITE'S RECORD TO MAINTAIN.
001143*----------------------------------------------------------*
001144 01  WS-SITE-SCREEN.
001145     05  BLANK SCREEN.
001146     05  LINE 01 COLUMN 01
001147             VALUE "PLANT TEMPERATURE CONVERSION - RUN".
001148     05  LINE 01 COLUMN 36 VALUE "CONFIGURATION".
001149     05  LINE 03 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001150     05  LINE 03 COLUMN 27 PIC X(03) USING WS-SITE-CODE.
001151     05  LINE 05 COLUMN 01
001152             VALUE "LEAVE BLANK FOR THE DEFAULT SETTINGS".
001153
001154*----------------------------------------------------------*
001160* WS-CONFIG-SCREEN -- THE SETTINGS IN FORCE, OPEN FOR EDIT,
001170* IN THE STYLE OF THE CONVERSION PROGRAM'S DATA-ENTRY SCREEN.
001180*----------------------------------------------------------*
001210     05  LINE 01 COLUMN 01
001220             VALUE "PLANT TEMPERATURE CONVERSION - RUN".
001230     05  LINE 01 COLUMN 36 VALUE "CONFIGURATION".
001233     05  LINE 02 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001236     05  LINE 02 COLUMN 27 PIC X(03) FROM WS-SITE-CODE.
001240     05  LINE 03 COLUMN 01 VALUE "MINIMUM VALID TEMP (C) . :".
001250     05  LINE 03 COLUMN 27 PIC S9(4)V9(2)
001260             SIGN IS LEADING SEPARATE USING WS-NEW-MIN-TEMP-C.
001390     05  LINE 10 COLUMN 01 VALUE "TABLE STEP (C) . . . . . :".
001400     05  LINE 10 COLUMN 27 PIC S9(3)V9(1)
001410             SIGN IS LEADING SEPARATE USING WS-NEW-TABLE-STEP.
001420     05  LINE 12 COLUMN 01 VALUE "QUARANTINE KEEP DAYS . . :".
001430     05  LINE 12 COLUMN 27 PIC 9(04) USING WS-NEW-EXC-RETAIN.
001431     05  LINE 13 COLUMN 01 VALUE "BATCH REGISTER KEEP DAYS :".
001432     05  LINE 13 COLUMN 27 PIC 9(04) USING WS-NEW-REG-RETAIN.
001433     05  LINE 14 COLUMN 01 VALUE "RUN HISTORY KEEP DAYS. . :".
001434     05  LINE 14 COLUMN 27 PIC 9(04) USING WS-NEW-RHS-RETAIN.
001435     05  LINE 16 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
001436     05  LINE 16 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
001440
001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------*
001570     PERFORM 4000-REWRITE-CONFIG THRU 4000-EXIT.
001580
001590     CLOSE AUDIT-FILE.
001593     MOVE 'C' TO TAL-FUNCTION.
001596     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
001600
001610     DISPLAY "CONFIGMAINTAIN - " WS-CHANGED-COUNT
001620         " SETTING(S) CHANGED".
001630     STOP RUN.
001640
001650*----------------------------------------------------------*
001660* 1000-INITIALIZE -- LOAD THE SETTINGS CURRENTLY IN FORCE
001670* FOR THE SITE KEYED.  NO RECORD FOR THE SITE MEANS THE
001680* DEFAULT RECORD, AND NO DEFAULT RECORD (OR NO FILE YET) THE
001685* COMPILED DEFAULTS, EXACTLY AS THE CONVERSION PROGRAM SEES IT.
001690*----------------------------------------------------------*
001700 1000-INITIALIZE.
001702     DISPLAY WS-SITE-SCREEN.
001704     ACCEPT WS-SITE-SCREEN.
001706
001710     OPEN INPUT CONFIG-FILE.
001720     IF WS-CONFIG-FILE-NOT-FOUND
001730         GO TO 1000-SEED
001780         PERFORM 9800-ABEND-RUN
001790     END-IF.
001800
001810     PERFORM 1100-LOAD-CONFIG-RECORD THRU 1100-EXIT
001820         UNTIL WS-CONFIG-EOF.
001830     CLOSE CONFIG-FILE.
001840
001850     IF WS-CFG-SITE-SUB > 0
001860         MOVE WS-CFG-IMAGE (WS-CFG-SITE-SUB) TO TF-CONFIG-RECORD
001870     ELSE
001880         IF WS-CFG-DEFAULT-SUB > 0
001890             MOVE WS-CFG-IMAGE (WS-CFG-DEFAULT-SUB)
001900                 TO TF-CONFIG-RECORD
001910         ELSE
001920             GO TO 1000-SEED
001960         END-IF
001970     END-IF.
001980
001981     IF WS-CFG-SITE-SUB = 0 AND WS-SITE-CODE NOT = SPACES
001982         MOVE "NO SITE RECORD YET - DEFAULTS SHOWN"
001983             TO WS-SCREEN-ERROR
001984     END-IF.
001985     MOVE TF-MIN-VALID-TEMP-C    TO WS-OLD-MIN-TEMP-C.
001986     MOVE TF-MAX-VALID-TEMP-C    TO WS-OLD-MAX-TEMP-C.
001987     IF TF-CHECKPOINT-INTERVAL > 0
001988         MOVE TF-CHECKPOINT-INTERVAL
001989             TO WS-OLD-CKPT-INTERVAL
001990     END-IF.
001991     MOVE TF-TABLE-LOW-LIMIT     TO WS-OLD-TABLE-LOW.
001992     MOVE TF-TABLE-HIGH-LIMIT    TO WS-OLD-TABLE-HIGH.
001993     IF TF-TABLE-STEP > 0
001994         MOVE TF-TABLE-STEP      TO WS-OLD-TABLE-STEP
001995     END-IF.
001996     IF TF-EXC-RETAIN-DAYS IS NUMERIC
001997        AND TF-EXC-RETAIN-DAYS > 0
001998         MOVE TF-EXC-RETAIN-DAYS TO WS-OLD-EXC-RETAIN
001999     END-IF.
002000     IF TF-REG-RETAIN-DAYS IS NUMERIC
002001        AND TF-REG-RETAIN-DAYS > 0
002002         MOVE TF-REG-RETAIN-DAYS TO WS-OLD-REG-RETAIN
002003     END-IF.
002004     IF TF-RHS-RETAIN-DAYS IS NUMERIC
002005        AND TF-RHS-RETAIN-DAYS > 0
002006         MOVE TF-RHS-RETAIN-DAYS TO WS-OLD-RHS-RETAIN
002007     END-IF.
002008
002009 1000-SEED.
002010     MOVE WS-OLD-MIN-TEMP-C    TO WS-NEW-MIN-TEMP-C.
002020     MOVE WS-OLD-MAX-TEMP-C    TO WS-NEW-MAX-TEMP-C.
002030     MOVE WS-OLD-CKPT-INTERVAL TO WS-NEW-CKPT-INTERVAL.
002040     MOVE WS-OLD-TABLE-LOW     TO WS-NEW-TABLE-LOW.
002050     MOVE WS-OLD-TABLE-HIGH    TO WS-NEW-TABLE-HIGH.
002060     MOVE WS-OLD-TABLE-STEP    TO WS-NEW-TABLE-STEP.
002062     MOVE WS-OLD-EXC-RETAIN    TO WS-NEW-EXC-RETAIN.
002064     MOVE WS-OLD-REG-RETAIN    TO WS-NEW-REG-RETAIN.
002066     MOVE WS-OLD-RHS-RETAIN    TO WS-NEW-RHS-RETAIN.
002070
002080     OPEN EXTEND AUDIT-FILE.
002090     IF WS-AUDIT-FILE-NOT-FOUND
002180     EXIT.
002190
002200*----------------------------------------------------------*
002201* 1100-LOAD-CONFIG-RECORD -- TABLE ONE RECORD FROM THE FILE,
002202* NOTING THE ENTRIES FOR THE SITE KEYED AND FOR THE DEFAULT.
002203*----------------------------------------------------------*
002204 1100-LOAD-CONFIG-RECORD.
002205     READ CONFIG-FILE
002206         AT END
002207             MOVE 'Y' TO WS-CONFIG-EOF-SWITCH
002208             GO TO 1100-EXIT
002209     END-READ.
002210
002211     IF WS-CFG-COUNT NOT < WS-CFG-LIMIT
002212         DISPLAY "CONFIGMAINTAIN - TEMPCFG SITES EXCEED TABLE"
002213             " LIMIT - RUN REFUSED"
002214         MOVE 16 TO RETURN-CODE
002215         STOP RUN
002216     END-IF.
002217
002218     ADD 1 TO WS-CFG-COUNT.
002219     MOVE TF-CONFIG-RECORD TO WS-CFG-IMAGE (WS-CFG-COUNT).
002220     IF TF-SITE-CODE = WS-SITE-CODE
002221         MOVE WS-CFG-COUNT TO WS-CFG-SITE-SUB
002222     END-IF.
002223     IF TF-SITE-CODE = SPACES
002224         MOVE WS-CFG-COUNT TO WS-CFG-DEFAULT-SUB
002225     END-IF.
002226 1100-EXIT.
002227     EXIT.
002228
002229*----------------------------------------------------------*
002230* 2000-PROMPT-SETTINGS -- ONE TRIP TO THE SCREEN.  THE EDITS
002231* KEEP THE SETTINGS MUTUALLY SENSIBLE: THE LIMITS AND TABLE
002232* RANGE MUST BE PROPERLY ORDERED, AND THE INTERVAL AND STEP
002240* MUST BE POSITIVE -- THE CHECKPOINT DIVIDE AND THE TABLE
002250* LOOP MUST NEVER SEE ZERO.  NO RETENTION PERIOD MAY BE
002255* SHORTER THAN THE MINIMUM.
002260*----------------------------------------------------------*
002270 2000-PROMPT-SETTINGS.
002280     DISPLAY WS-CONFIG-SCREEN.
002670*----------------------------------------------------------*
002680     IF WS-NEW-TABLE-HIGH + WS-NEW-TABLE-STEP > 999.9
002690         MOVE "TABLE HIGH PLUS STEP MUST NOT PASS 999.9"
002691             TO WS-SCREEN-ERROR
002692         GO TO 2000-EXIT
002693     END-IF.
002694
002695     IF WS-NEW-EXC-RETAIN < WS-MIN-RETAIN-DAYS
002696        OR WS-NEW-REG-RETAIN < WS-MIN-RETAIN-DAYS
002697        OR WS-NEW-RHS-RETAIN < WS-MIN-RETAIN-DAYS
002698         MOVE "KEEP DAYS MUST BE AT LEAST 62"
002700             TO WS-SCREEN-ERROR
002710         GO TO 2000-EXIT
002720     END-IF.
003340         MOVE WS-VALUE-EDIT-STEP TO WS-CFG-NEW-VALUE
003350         PERFORM 3100-WRITE-CONFIG-AUDIT THRU 3100-EXIT
003360     END-IF.
003361
003362     IF WS-NEW-EXC-RETAIN NOT = WS-OLD-EXC-RETAIN
003363         MOVE "EXC KEEP DAY" TO WS-CFG-FIELD-NAME
003364         MOVE WS-OLD-EXC-RETAIN TO WS-VALUE-EDIT-COUNT
003365         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-OLD-VALUE
003366         MOVE WS-NEW-EXC-RETAIN TO WS-VALUE-EDIT-COUNT
003367         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-NEW-VALUE
003368         PERFORM 3100-WRITE-CONFIG-AUDIT THRU 3100-EXIT
003369     END-IF.
003370
003371     IF WS-NEW-REG-RETAIN NOT = WS-OLD-REG-RETAIN
003372         MOVE "REG KEEP DAY" TO WS-CFG-FIELD-NAME
003373         MOVE WS-OLD-REG-RETAIN TO WS-VALUE-EDIT-COUNT
003374         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-OLD-VALUE
003375         MOVE WS-NEW-REG-RETAIN TO WS-VALUE-EDIT-COUNT
003376         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-NEW-VALUE
003377         PERFORM 3100-WRITE-CONFIG-AUDIT THRU 3100-EXIT
003378     END-IF.
003379
003380     IF WS-NEW-RHS-RETAIN NOT = WS-OLD-RHS-RETAIN
003381         MOVE "RHS KEEP DAY" TO WS-CFG-FIELD-NAME
003382         MOVE WS-OLD-RHS-RETAIN TO WS-VALUE-EDIT-COUNT
003383         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-OLD-VALUE
003384         MOVE WS-NEW-RHS-RETAIN TO WS-VALUE-EDIT-COUNT
003385         MOVE WS-VALUE-EDIT-COUNT TO WS-CFG-NEW-VALUE
003386         PERFORM 3100-WRITE-CONFIG-AUDIT THRU 3100-EXIT
003387     END-IF.
003388 3000-EXIT.
003389     EXIT.
003390
003400 3100-WRITE-CONFIG-AUDIT.
003410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003510     MOVE 'M'    TO TA-SOURCE-MODE.
003520     MOVE SPACES TO TA-BATCH-ID.
003530     MOVE WS-CFG-FIELD-NAME TO TA-CFG-FIELD-NAME.
003535     MOVE WS-SITE-CODE      TO TA-SITE-CODE.
003540     MOVE WS-CFG-OLD-VALUE  TO TA-CFG-OLD-VALUE.
003550     MOVE WS-CFG-NEW-VALUE  TO TA-CFG-NEW-VALUE.
003560
003563     MOVE 'S' TO TAL-FUNCTION.
003566     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
003570     WRITE TA-AUDIT-RECORD.
003580     ADD 1 TO WS-CHANGED-COUNT.
003590 3100-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 4000-REWRITE-CONFIG -- THE FILE IS REBUILT IN FULL: EVERY
003640* RECORD AS READ, WITH THE SITE'S OWN RECORD REPLACED BY
003645* THE VALUES NOW IN FORCE, OR ADDED AT THE END IF IT HAD NONE.
003650*----------------------------------------------------------*
003660 4000-REWRITE-CONFIG.
003670     OPEN OUTPUT CONFIG-FILE.
003710         PERFORM 9800-ABEND-RUN
003720     END-IF.
003730
003732     MOVE 0 TO WS-CFG-SUB.
003734     PERFORM 4100-WRITE-TABLED-RECORD THRU 4100-EXIT
003736         UNTIL WS-CFG-SUB NOT < WS-CFG-COUNT.
003738
003740     MOVE SPACES TO TF-CONFIG-RECORD.
003745     MOVE WS-SITE-CODE         TO TF-SITE-CODE.
003750     MOVE WS-NEW-MIN-TEMP-C    TO TF-MIN-VALID-TEMP-C.
003760     MOVE WS-NEW-MAX-TEMP-C    TO TF-MAX-VALID-TEMP-C.
003770     MOVE WS-NEW-CKPT-INTERVAL TO TF-CHECKPOINT-INTERVAL.
003780     MOVE WS-NEW-TABLE-LOW     TO TF-TABLE-LOW-LIMIT.
003790     MOVE WS-NEW-TABLE-HIGH    TO TF-TABLE-HIGH-LIMIT.
003800     MOVE WS-NEW-TABLE-STEP    TO TF-TABLE-STEP.
003802     MOVE WS-NEW-EXC-RETAIN    TO TF-EXC-RETAIN-DAYS.
003804     MOVE WS-NEW-REG-RETAIN    TO TF-REG-RETAIN-DAYS.
003806     MOVE WS-NEW-RHS-RETAIN    TO TF-RHS-RETAIN-DAYS.
003810     WRITE TF-CONFIG-RECORD.
003820
003830     CLOSE CONFIG-FILE.
003840 4000-EXIT.
003841     EXIT.
003842
003843*----------------------------------------------------------*
003844* 4100-WRITE-TABLED-RECORD -- PUT BACK ONE RECORD AS READ,
003845* SKIPPING THE SITE'S OWN, WHICH IS WRITTEN FROM THE SCREEN.
003846*----------------------------------------------------------*
003847 4100-WRITE-TABLED-RECORD.
003848     ADD 1 TO WS-CFG-SUB.
003849     IF WS-CFG-SUB = WS-CFG-SITE-SUB
003850         GO TO 4100-EXIT
003851     END-IF.
003852     MOVE WS-CFG-IMAGE (WS-CFG-SUB) TO TF-CONFIG-RECORD.
003853     WRITE TF-CONFIG-RECORD.
003854 4100-EXIT.
003855     EXIT.
003860
003870*----------------------------------------------------------*
003880* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN IS A FATAL
