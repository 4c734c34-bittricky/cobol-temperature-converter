000240*
000250*   PARM='L'  LOAD - READS THE FLAT SENSOR FILE THE TEMPSENF
000260*             DD POINTS AT AND LOADS IT INTO THE KEYED MASTER,
000270*             KEYED ON SITE CODE AND SENSOR ID.  RUN TO REBUILD
000280*             THE CLUSTER FROM A BACKUP COPY.
000290*   PARM='LSSS'
000291*             LOAD FROM A FLAT FILE IN THE LAYOUT WRITTEN BEFORE
000292*             SITE CODES EXISTED, PUTTING EVERY SENSOR ON IT UNDER
000293*             SITE SSS.  RUN ONCE PER PLANT TO MIGRATE ITS OLD
000294*             MASTER.  THE PLANT'S SENSORS ARE ADDED TO THE
000295*             MASTER AS IT STANDS, SO THE PLANTS MIGRATED BEFORE
000296*             IT ARE KEPT (TEMPSNM, NOT THE REBUILD IN TEMPSNL).
000300*   (NONE)    MAINTENANCE (THE DEFAULT) - THE OPERATOR SCREENS
000310*             DESCRIBED ABOVE, READING AND REWRITING MASTER
000320*             RECORDS IN PLACE BY KEY.
000321*
000322* A SENSOR ID IS UNIQUE ACROSS ALL SITES.  AN ADD, OR A LOAD
000323* RECORD, NAMING AN ID ALREADY ON THE MASTER AT ANY SITE IS
000324* REFUSED, SO THE FILES KEYED BY SENSOR ID ALONE (LAST
000325* READING, CALIBRATION, EXCURSIONS) NEVER MIX TWO INSTRUMENTS.
000330*
000340* MODIFICATION HISTORY
000350* 09/02/2026  JH   ORIGINAL SENSOR MASTER MAINTENANCE SCREEN.
000414*                  (TM-MAX-DELTA-C) TO THE DETAIL SCREEN FOR
000416*                  THE RATE-OF-CHANGE CHECK IN THE CONVERSION
000418*                  PROGRAM.  ZERO MEANS NO CHECK.
000419* 10/15/2026  JH   EVERY AUDIT RECORD IS NOW STAMPED BY THE
000420*                  TEMPACH SUBPROGRAM WITH A SEQUENCE NUMBER AND A
000421*                  CHECK VALUE CHAINED FROM THE PREVIOUS RECORD,
000422*                  JUST BEFORE IT IS WRITTEN, SO A RECORD DELETED,
000423*                  INSERTED OR EDITED ON THE LOG SHOWS IN THE
000424*                  MONTHLY VERIFICATION RUN.
000425* 10/15/2026  JH   THE MASTER IS NOW KEYED BY SITE CODE AND SENSOR
000426*                  ID.  THE KEY SCREEN TAKES A SITE, AN ADD IS
000427*                  REFUSED WHEN THE ID IS ALREADY USED AT ANY
000428*                  SITE, AND THE AUDIT RECORDS CARRY THE SITE.
000429*                  PARM='LSSS' LOADS AN OLD-LAYOUT FLAT FILE UNDER
000430*                  SITE SSS.
000431* 10/15/2026  JH   PARM='LSSS' NOW ADDS THE PLANT'S SENSORS TO THE
000432*                  MASTER IN PLACE INSTEAD OF PRIMING IT EMPTY,
000433*                  SO EACH PLANT'S MIGRATION KEEPS THE PLANTS
000434*                  ALREADY LOADED.
000435*================================================================
000436 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SensorMaintain.
000450 AUTHOR. J HENDERSON.
000460 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000530     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TM-SENSOR-KEY
000570         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000580
000590     SELECT SENSOR-LOAD-FILE ASSIGN TO "TEMPSENF"
000810 WORKING-STORAGE SECTION.
000820 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
000830     88  WS-SENSOR-KEY-NOT-FOUND        VALUE '23'.
000835     88  WS-SENSOR-FILE-NOT-FOUND       VALUE '35'.
000840 01  WS-LOAD-FILE-STATUS      PIC X(02) VALUE '00'.
000850 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
000860     88  WS-AUDIT-FILE-NOT-FOUND        VALUE '35'.
000930
000940 77  WS-LOADED-COUNT          PIC 9(08) VALUE 0.
000950
000951*----------------------------------------------------------*
000952* WS-LOAD-SITE-CODE -- THE SITE FROM PARM POSITIONS 2-4.
000953* SPACES MEANS THE LOAD FILE ALREADY CARRIES SITE CODES.
000954* WS-LOAD-IMAGE HOLDS THE RECORD BEING LOADED WHILE THE
000955* MASTER IS SEARCHED FOR ITS ID.
000956*----------------------------------------------------------*
000957 01  WS-LOAD-SITE-CODE        PIC X(03) VALUE SPACES.
000958 01  WS-LOAD-IMAGE            PIC X(80) VALUE SPACES.
000959 01  WS-LOAD-IMAGE-FIELDS REDEFINES WS-LOAD-IMAGE.
000960     05  WS-LI-SITE-CODE      PIC X(03).
000961     05  WS-LI-SENSOR-ID      PIC X(08).
000962     05  FILLER               PIC X(69).
000963
000964 01  WS-ABEND-MESSAGE.
000970     05  WS-ABEND-FILE-NAME   PIC X(10).
000980     05  FILLER               PIC X(01) VALUE SPACE.
000990     05  WS-ABEND-STATUS      PIC X(02).
001030     05  WS-CURRENT-TIME      PIC 9(08).
001040
001050*----------------------------------------------------------*
001060* WS-KEY-FIELDS -- THE SITE, SENSOR ID AND ACTION FROM THE
001070* KEY SCREEN.  'X' ENDS THE SESSION.  THE SITE IS KEPT FROM
001075* ONE ACTION TO THE NEXT, SINCE A SESSION IS USUALLY ONE PLANT.
001080*----------------------------------------------------------*
001090 01  WS-KEY-FIELDS.
001095     05  WS-KEY-SITE-CODE     PIC X(03) VALUE SPACES.
001100     05  WS-KEY-SENSOR-ID     PIC X(08) VALUE SPACES.
001110     05  WS-KEY-ACTION        PIC X(01) VALUE SPACE.
001120         88  WS-ACTION-ADD              VALUE 'A' 'a'.
001210
001220 01  WS-SENSOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001230     88  WS-SENSOR-FOUND                VALUE 'Y'.
001231
001232*----------------------------------------------------------*
001233* WS-ID-SEARCH -- THE SEARCH OF EVERY SITE FOR ONE SENSOR ID.
001234* THE MASTER IS SITE-MAJOR, SO THE SEARCH STEPS FROM SITE TO
001235* SITE, TRYING ONE KEYED READ AT EACH.
001236*----------------------------------------------------------*
001237 01  WS-ID-SEARCH.
001238     05  WS-SEARCH-SENSOR-ID  PIC X(08) VALUE SPACES.
001239     05  WS-SEARCH-SITE-CODE  PIC X(03) VALUE SPACES.
001240     05  WS-FOUND-SITE-CODE   PIC X(03) VALUE SPACES.
001241     05  WS-SEARCH-DONE-SWITCH PIC X(01) VALUE 'N'.
001242         88  WS-SEARCH-DONE             VALUE 'Y'.
001243     05  WS-ID-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
001244         88  WS-ID-ON-FILE              VALUE 'Y'.
001245
001250*----------------------------------------------------------*
001260* WS-OLD-FIELDS / WS-NEW-FIELDS -- THE SENSOR RECORD AS IT
001270* STOOD WHEN THE SCREEN CAME UP AND THE VALUES THE OPERATOR
001710     05  WS-CFG-OLD-VALUE     PIC X(12) VALUE SPACES.
001720     05  WS-CFG-NEW-VALUE     PIC X(12) VALUE SPACES.
001730
001731*----------------------------------------------------------*
001732* TAL-CHAIN-PARMS -- PARAMETER BLOCK FOR THE TEMPACH AUDIT
001733* CHAIN SUBPROGRAM, WHICH STAMPS EVERY AUDIT RECORD WITH ITS
001734* SEQUENCE NUMBER AND CHAINED CHECK VALUE BEFORE THE WRITE.
001735*----------------------------------------------------------*
001736 COPY TEMPACL.
001737
001740 LINKAGE SECTION.
001750 01  SM-PARM-AREA.
001760     05  SM-PARM-LENGTH       PIC S9(4) COMP.
001860     05  LINE 01 COLUMN 01
001870             VALUE "PLANT TEMPERATURE CONVERSION - SENSOR".
001880     05  LINE 01 COLUMN 39 VALUE "MAINTENANCE".
001890     05  LINE 03 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001900     05  LINE 03 COLUMN 27 PIC X(03) USING WS-KEY-SITE-CODE.
001903     05  LINE 04 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
001906     05  LINE 04 COLUMN 27 PIC X(08) USING WS-KEY-SENSOR-ID.
001910     05  LINE 05 COLUMN 01 VALUE "ACTION (A/C/R/X) . . . . :".
001920     05  LINE 05 COLUMN 27 PIC X(01) USING WS-KEY-ACTION.
001930     05  LINE 05 COLUMN 31
002040     05  LINE 01 COLUMN 01
002050             VALUE "PLANT TEMPERATURE CONVERSION - SENSOR".
002060     05  LINE 01 COLUMN 39 VALUE "MAINTENANCE".
002063     05  LINE 02 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
002066     05  LINE 02 COLUMN 27 PIC X(03) FROM WS-KEY-SITE-CODE.
002070     05  LINE 03 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
002080     05  LINE 03 COLUMN 27 PIC X(08) FROM WS-KEY-SENSOR-ID.
002090     05  LINE 05 COLUMN 01 VALUE "LOCATION . . . . . . . . :".
002300     IF SM-PARM-LENGTH > 0
002310         MOVE SM-PARM-DATA(1:1) TO WS-RUN-MODE
002320     END-IF.
002322     MOVE SPACES TO WS-LOAD-SITE-CODE.
002324     IF SM-PARM-LENGTH > 1
002326         MOVE SM-PARM-DATA(2:3) TO WS-LOAD-SITE-CODE
002328     END-IF.
002330
002340     IF WS-MODE-LOAD
002350         PERFORM 5000-LOAD-KEYED-MASTER THRU 5000-EXIT
002430
002440     CLOSE SENSOR-FILE.
002450     CLOSE AUDIT-FILE.
002453     MOVE 'C' TO TAL-FUNCTION.
002456     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
002460
002470     DISPLAY "SENSORMAINTAIN - " WS-CHANGED-COUNT
002480         " FIELD(S) CHANGED".
003080
003090*----------------------------------------------------------*
003100* 2100-PROMPT-KEY -- ONE TRIP TO THE KEY SCREEN.  AN ADD MUST
003110* NAME AN ID NOT ON THE MASTER AT ANY SITE; A CHANGE OR
003120* RETIRE MUST NAME ONE ON THE MASTER AT THE SITE KEYED.  ON
003125* SUCCESS THE MATCHED RECORD (FOR
003130* CHANGE AND RETIRE) IS IN THE FILE RECORD AREA AND ITS
003140* FIELDS IN WS-OLD-FIELDS.
003150*----------------------------------------------------------*
003310         GO TO 2100-EXIT
003320     END-IF.
003330
003331     IF WS-KEY-SITE-CODE = SPACES
003332         MOVE "SITE CODE IS REQUIRED"
003333             TO WS-SCREEN-ERROR
003334         GO TO 2100-EXIT
003335     END-IF.
003336
003340     IF WS-KEY-SENSOR-ID = SPACES
003350         MOVE "SENSOR ID IS REQUIRED"
003360             TO WS-SCREEN-ERROR
003430         IF WS-SENSOR-FOUND
003440             MOVE "SENSOR ID IS ALREADY ON THE MASTER"
003450                 TO WS-SCREEN-ERROR
003451             GO TO 2100-EXIT
003452         END-IF
003453         MOVE WS-KEY-SENSOR-ID TO WS-SEARCH-SENSOR-ID
003454         PERFORM 7100-FIND-ID-AT-ANY-SITE THRU 7100-EXIT
003455         IF WS-ID-ON-FILE
003456             STRING "SENSOR ID IS ALREADY USED AT SITE "
003457                        DELIMITED BY SIZE
003458                    WS-FOUND-SITE-CODE DELIMITED BY SIZE
003459                 INTO WS-SCREEN-ERROR
003460             GO TO 2100-EXIT
003470         END-IF
003480         MOVE SPACES TO WS-OLD-LOCATION
004470*----------------------------------------------------------*
004480 2400-APPLY-ADD.
004490     MOVE SPACES TO TM-SENSOR-RECORD.
004495     MOVE WS-KEY-SITE-CODE TO TM-SITE-CODE.
004500     MOVE WS-KEY-SENSOR-ID TO TM-SENSOR-ID.
004510     MOVE 'A' TO TM-STATUS.
004520     PERFORM 2700-STORE-NEW-FIELDS THRU 2700-EXIT.
005750     MOVE SPACE  TO TA-OUTPUT-UNIT.
005760     MOVE 'M'    TO TA-SOURCE-MODE.
005770     MOVE WS-KEY-SENSOR-ID  TO TA-BATCH-ID.
005775     MOVE WS-KEY-SITE-CODE  TO TA-SITE-CODE.
005780     MOVE WS-CFG-FIELD-NAME TO TA-CFG-FIELD-NAME.
005790     MOVE WS-CFG-OLD-VALUE  TO TA-CFG-OLD-VALUE.
005800     MOVE WS-CFG-NEW-VALUE  TO TA-CFG-NEW-VALUE.
005810
005813     MOVE 'S' TO TAL-FUNCTION.
005816     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
005820     WRITE TA-AUDIT-RECORD.
005830     ADD 1 TO WS-CHANGED-COUNT.
005840 3100-EXIT.
005880* 5000-LOAD-KEYED-MASTER -- PARM='L'.  REBUILDS THE KEYED
005890* MASTER FROM THE FLAT SENSOR FILE THE TEMPSENF DD POINTS AT,
005900* THE WAY THE AUDIT INQUIRY LOAD MODE REBUILDS ITS CLUSTER.
005910* A DUPLICATE SENSOR ID ON THE FLAT FILE -- AT THE SAME SITE
005920* OR ANOTHER -- IS A DATA ERROR THE RUN REFUSES RATHER THAN
005921* PICKING A SURVIVOR SILENTLY.  THE CLUSTER IS PRIMED EMPTY AND
005922* OPENED FOR UPDATE SO EACH ID CAN BE SEARCHED FOR BEFORE IT
005923* IS WRITTEN.  WITH A SITE IN THE PARM, EACH FLAT RECORD IS
005924* IN THE OLD LAYOUT AND IS SHIFTED BEHIND THAT SITE CODE, AND
005925* THE MASTER IS OPENED FOR UPDATE AS IT STANDS -- ONLY PRIMED
005926* WHEN IT HAS NEVER BEEN LOADED -- SO THE PLANTS MIGRATED
005927* BEFORE THIS ONE ARE KEPT.  AN ID ALREADY ON THE MASTER AT
005928* ANY SITE IS REFUSED THE SAME WAY AS A DUPLICATE ON THE FILE.
005930*----------------------------------------------------------*
005940 5000-LOAD-KEYED-MASTER.
005950     OPEN INPUT SENSOR-LOAD-FILE.
005990         PERFORM 9800-ABEND-RUN
006000     END-IF.
006010
006020     IF WS-LOAD-SITE-CODE NOT = SPACES
006021         OPEN I-O SENSOR-FILE
006022     END-IF.
006023     IF WS-LOAD-SITE-CODE = SPACES
006024        OR WS-SENSOR-FILE-NOT-FOUND
006025         OPEN OUTPUT SENSOR-FILE
006026         IF WS-SENSOR-FILE-STATUS = '00'
006027             CLOSE SENSOR-FILE
006028             OPEN I-O SENSOR-FILE
006029         END-IF
006030     END-IF.
006031     IF WS-SENSOR-FILE-STATUS NOT = '00'
006040         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
006050         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
006060         PERFORM 9800-ABEND-RUN
006190     EXIT.
006200
006210 5100-LOAD-ONE-SENSOR.
006220     IF WS-LOAD-SITE-CODE = SPACES
006221         MOVE SL-SENSOR-RECORD TO WS-LOAD-IMAGE
006222     ELSE
006223         MOVE WS-LOAD-SITE-CODE TO WS-LI-SITE-CODE
006224         MOVE SL-SENSOR-RECORD (1:77) TO WS-LOAD-IMAGE (4:77)
006225     END-IF.
006226
006227     MOVE WS-LI-SENSOR-ID TO WS-SEARCH-SENSOR-ID.
006228     PERFORM 7100-FIND-ID-AT-ANY-SITE THRU 7100-EXIT.
006229     IF WS-ID-ON-FILE
006230         DISPLAY "SENSORMAINTAIN - DUPLICATE SENSOR ID "
006231             "ON LOAD FILE - " WS-LI-SENSOR-ID
006232             " - ALREADY LOADED AT SITE " WS-FOUND-SITE-CODE
006233         MOVE 12 TO RETURN-CODE
006234         STOP RUN
006235     END-IF.
006236
006237     MOVE WS-LOAD-IMAGE TO TM-SENSOR-RECORD.
006238     WRITE TM-SENSOR-RECORD
006240         INVALID KEY
006250             DISPLAY "SENSORMAINTAIN - DUPLICATE SENSOR ID "
006260                 "ON LOAD FILE - " TM-SENSOR-ID
006420     EXIT.
006430
006440*----------------------------------------------------------*
006450* 7000-READ-SENSOR-BY-KEY -- KEYED READ OF WS-KEY-SENSOR-ID
006460* AT WS-KEY-SITE-CODE, LEAVING THE RECORD IN THE FILE RECORD
006465* AREA WHEN FOUND.
006470*----------------------------------------------------------*
006480 7000-READ-SENSOR-BY-KEY.
006490     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
006495     MOVE WS-KEY-SITE-CODE TO TM-SITE-CODE.
006500     MOVE WS-KEY-SENSOR-ID TO TM-SENSOR-ID.
006510     READ SENSOR-FILE
006520         INVALID KEY
006640     EXIT.
006650
006660*----------------------------------------------------------*
006661* 7100-FIND-ID-AT-ANY-SITE -- IS WS-SEARCH-SENSOR-ID ON THE
006662* MASTER UNDER ANY SITE?  POSITIONS AT THE FIRST SITE ON THE
006663* FILE AND TRIES A KEYED READ THERE, THEN SKIPS PAST THAT
006664* SITE'S RECORDS TO THE NEXT SITE, SO THE COST IS ONE READ
006665* PAIR PER SITE, NOT ONE PER SENSOR.  SETS WS-ID-ON-FILE AND
006666* WS-FOUND-SITE-CODE.  THE FILE RECORD AREA IS OVERWRITTEN.
006667*----------------------------------------------------------*
006668 7100-FIND-ID-AT-ANY-SITE.
006669     MOVE 'N' TO WS-ID-ON-FILE-SWITCH.
006670     MOVE 'N' TO WS-SEARCH-DONE-SWITCH.
006671     MOVE SPACES TO WS-FOUND-SITE-CODE.
006672     MOVE LOW-VALUES TO TM-SENSOR-KEY.
006673     START SENSOR-FILE KEY NOT < TM-SENSOR-KEY
006674         INVALID KEY
006675             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006676     END-START.
006677     PERFORM 7110-SEARCH-ONE-SITE THRU 7110-EXIT
006678         UNTIL WS-SEARCH-DONE.
006679 7100-EXIT.
006680     EXIT.
006681
006682 7110-SEARCH-ONE-SITE.
006683     READ SENSOR-FILE NEXT RECORD
006684         AT END
006685             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006686             GO TO 7110-EXIT
006687     END-READ.
006688     MOVE TM-SITE-CODE TO WS-SEARCH-SITE-CODE.
006689
006690     MOVE WS-SEARCH-SITE-CODE TO TM-SITE-CODE.
006691     MOVE WS-SEARCH-SENSOR-ID TO TM-SENSOR-ID.
006692     READ SENSOR-FILE
006693         INVALID KEY
006694             CONTINUE
006695         NOT INVALID KEY
006696             MOVE 'Y' TO WS-ID-ON-FILE-SWITCH
006697             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006698             MOVE WS-SEARCH-SITE-CODE TO WS-FOUND-SITE-CODE
006699             GO TO 7110-EXIT
006700     END-READ.
006701
006702     MOVE WS-SEARCH-SITE-CODE TO TM-SITE-CODE.
006703     MOVE HIGH-VALUES TO TM-SENSOR-ID.
006704     START SENSOR-FILE KEY > TM-SENSOR-KEY
006705         INVALID KEY
006706             MOVE 'Y' TO WS-SEARCH-DONE-SWITCH
006707     END-START.
006708 7110-EXIT.
006709     EXIT.
006710
006711*----------------------------------------------------------*
006712* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN OR A KEYED
006713* WRITE THAT FAILS IS A FATAL ERROR.  DISPLAYS THE FILE NAME
006714* AND FILE STATUS ALREADY MOVED TO WS-ABEND-MESSAGE BY THE
006715* CALLER AND ENDS THE RUN WITH A NON-ZERO RETURN CODE.
006716*----------------------------------------------------------*
006720 9800-ABEND-RUN.
006730     DISPLAY "SENSORMAINTAIN - FILE ERROR - "
006740         WS-ABEND-MESSAGE.
