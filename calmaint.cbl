000010*================================================================
000020* PROGRAM      CalibrationMaintain
000030* AUTHOR       J HENDERSON
000040* INSTALLATION PLANT OPERATIONS SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* OPERATOR MAINTENANCE SCREEN FOR THE SENSOR CALIBRATION
000080* REGISTER (TEMPCAL), IN THE STYLE OF THE SENSOR MAINTENANCE
000090* SCREEN.  METROLOGY ENTERS EACH CALIBRATION AS IT IS DONE --
000100* CALIBRATION DATE, NEXT DUE DATE, AS-FOUND ERROR, THE OFFSET
000110* TO APPLY, THE TECHNICIAN AND THE CERTIFICATE NUMBER -- SO
000120* THE CERTIFICATES STOP LIVING ONLY IN A BINDER AND THE
000130* CONVERSION PROGRAM CAN CORRECT EVERY READING BY THE OFFSET
000140* IN FORCE AND HOLD READINGS FROM AN OVERDUE INSTRUMENT.
000150*
000160* A CALIBRATION IS KEYED BY SENSOR ID AND CALIBRATION DATE.
000170* AN ADD RECORDS A NEW CALIBRATION FOR AN INSTRUMENT ON THE
000180* SENSOR MASTER; A CHANGE CORRECTS ONE ALREADY ON FILE (A
000190* MIS-KEYED OFFSET OR CERTIFICATE NUMBER).  CALIBRATIONS ARE
000200* NEVER DELETED -- THE HISTORY IS THE EVIDENCE.
000210*
000220* EVERY ADD AND CHANGE IS AUDITED THROUGH TEMPAUD LIKE ANY
000230* OTHER MASTER CHANGE: ONE SOURCE-MODE 'M' RECORD PER FIELD
000240* CHANGED WITH THE BEFORE AND AFTER VALUES, THE SENSOR ID IN
000250* THE BATCH ID COLUMN.  AN ADD LEADS WITH A "CAL DATE" RECORD
000260* AND A CHANGE WITH A "CAL RECORD" RECORD, BOTH CARRYING THE
000270* CALIBRATION DATE, SO THE FIELD RECORDS THAT FOLLOW ARE TIED
000280* TO THE RIGHT CERTIFICATE.
000290*
000300* MODIFICATION HISTORY
000310* 10/15/2026  JH   ORIGINAL CALIBRATION MAINTENANCE SCREEN.
000311* 10/15/2026  JH   EVERY AUDIT RECORD IS NOW STAMPED BY THE
000312*                  TEMPACH SUBPROGRAM WITH A SEQUENCE NUMBER AND A
000313*                  CHECK VALUE CHAINED FROM THE PREVIOUS RECORD,
000314*                  JUST BEFORE IT IS WRITTEN, SO A RECORD DELETED,
000315*                  INSERTED OR EDITED ON THE LOG SHOWS IN THE
000316*                  MONTHLY VERIFICATION RUN.
000317* 10/15/2026  JH   THE KEY SCREEN TAKES THE SENSOR'S SITE CODE,
000318*                  NOW PART OF THE SENSOR MASTER KEY, AND THE
000319*                  AUDIT RECORDS CARRY THE SITE.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CalibrationMaintain.
000350 AUTHOR. J HENDERSON.
000360 INSTALLATION. PLANT OPERATIONS SYSTEMS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALIBRATION-FILE ASSIGN TO "TEMPCAL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TI-CAL-KEY
000470         FILE STATUS IS WS-CALIBRATION-FILE-STATUS.
000480
000490     SELECT SENSOR-FILE ASSIGN TO "TEMPSEN"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS TM-SENSOR-KEY
000530         FILE STATUS IS WS-SENSOR-FILE-STATUS.
000540
000550     SELECT AUDIT-FILE ASSIGN TO "TEMPAUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALIBRATION-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY TEMPCAL.
000640
000650 FD  SENSOR-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TEMPSEN.
000680
000690 FD  AUDIT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY TEMPAUD.
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-CALIBRATION-FILE-STATUS PIC X(02) VALUE '00'.
000750     88  WS-CALIBRATION-FILE-NOT-FOUND  VALUE '35'.
000760     88  WS-CALIBRATION-KEY-NOT-FOUND   VALUE '23'.
000770 01  WS-SENSOR-FILE-STATUS    PIC X(02) VALUE '00'.
000780     88  WS-SENSOR-KEY-NOT-FOUND        VALUE '23'.
000790 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
000800     88  WS-AUDIT-FILE-NOT-FOUND        VALUE '35'.
000810
000820 01  WS-ABEND-MESSAGE.
000830     05  WS-ABEND-FILE-NAME   PIC X(10).
000840     05  FILLER               PIC X(01) VALUE SPACE.
000850     05  WS-ABEND-STATUS      PIC X(02).
000860
000870 01  WS-CURRENT-DATE-TIME.
000880     05  WS-CURRENT-DATE      PIC 9(08).
000890     05  WS-CURRENT-TIME      PIC 9(08).
000900
000910*----------------------------------------------------------*
000920* WS-KEY-FIELDS -- THE SITE, SENSOR ID, CALIBRATION DATE AND
000930* ACTION FROM THE KEY SCREEN.  'X' ENDS THE SESSION.  THE
000935* SITE IS KEPT FROM ONE ACTION TO THE NEXT.
000940*----------------------------------------------------------*
000950 01  WS-KEY-FIELDS.
000955     05  WS-KEY-SITE-CODE     PIC X(03) VALUE SPACES.
000960     05  WS-KEY-SENSOR-ID     PIC X(08) VALUE SPACES.
000970     05  WS-KEY-CAL-DATE      PIC 9(08) VALUE 0.
000980     05  WS-KEY-ACTION        PIC X(01) VALUE SPACE.
000990         88  WS-ACTION-ADD              VALUE 'A' 'a'.
001000         88  WS-ACTION-CHANGE           VALUE 'C' 'c'.
001010         88  WS-ACTION-END              VALUE 'X' 'x'.
001020         88  WS-ACTION-VALID            VALUE 'A' 'a' 'C' 'c'
001030                                              'X' 'x'.
001040
001050 01  WS-SESSION-DONE-SWITCH   PIC X(01) VALUE 'N'.
001060     88  WS-SESSION-DONE                VALUE 'Y'.
001070
001080 01  WS-SENSOR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001090     88  WS-SENSOR-FOUND                VALUE 'Y'.
001100
001110 01  WS-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001120     88  WS-CAL-FOUND                   VALUE 'Y'.
001130
001140*----------------------------------------------------------*
001150* WS-SHOW-FIELDS -- THE INSTRUMENT'S IDENTITY FROM THE
001160* SENSOR MASTER, SHOWN ON THE DETAIL SCREEN SO METROLOGY CAN
001170* SEE WHICH PROBE AND WHICH UNIT THE OFFSET IS EXPRESSED IN.
001180*----------------------------------------------------------*
001190 01  WS-SHOW-FIELDS.
001200     05  WS-SHOW-LOCATION     PIC X(20) VALUE SPACES.
001210     05  WS-SHOW-DESCRIPTION  PIC X(24) VALUE SPACES.
001220     05  WS-SHOW-UNIT         PIC X(01) VALUE SPACE.
001230
001240*----------------------------------------------------------*
001250* WS-OLD-FIELDS / WS-NEW-FIELDS -- THE CALIBRATION AS IT
001260* STOOD WHEN THE SCREEN CAME UP AND THE VALUES THE OPERATOR
001270* KEYED.  THE OLD VALUES SEED THE DETAIL SCREEN AND SUPPLY
001280* THE BEFORE SIDE OF THE AUDIT RECORDS; FOR AN ADD THEY ARE
001290* SPACES AND ZEROS.
001300*----------------------------------------------------------*
001310 01  WS-OLD-FIELDS.
001320     05  WS-OLD-DUE-DATE      PIC 9(08) VALUE 0.
001330     05  WS-OLD-AS-FOUND      PIC S9(4)V9(2) VALUE 0.
001340     05  WS-OLD-OFFSET        PIC S9(4)V9(2) VALUE 0.
001350     05  WS-OLD-TECHNICIAN    PIC X(10) VALUE SPACES.
001360     05  WS-OLD-CERTIFICATE   PIC X(12) VALUE SPACES.
001370
001380 01  WS-NEW-FIELDS.
001390     05  WS-NEW-DUE-DATE      PIC 9(08) VALUE 0.
001400     05  WS-NEW-AS-FOUND      PIC S9(4)V9(2) VALUE 0
001410                               SIGN IS LEADING SEPARATE.
001420     05  WS-NEW-OFFSET        PIC S9(4)V9(2) VALUE 0
001430                               SIGN IS LEADING SEPARATE.
001440     05  WS-NEW-TECHNICIAN    PIC X(10) VALUE SPACES.
001450     05  WS-NEW-CERTIFICATE   PIC X(12) VALUE SPACES.
001460
001470*----------------------------------------------------------*
001480* WS-DATE-CHECK -- A KEYED YYYYMMDD DATE BROKEN OUT FOR THE
001490* CALENDAR EDIT.  FEBRUARY IS ALLOWED 29 DAYS IN ANY YEAR;
001500* THE EDIT IS THERE TO CATCH A TRANSPOSED MONTH AND DAY, NOT
001510* TO BE A CALENDAR.
001520*----------------------------------------------------------*
001530 01  WS-DATE-CHECK            PIC 9(08) VALUE 0.
001540 01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
001550     05  WS-DC-YEAR           PIC 9(04).
001560     05  WS-DC-MONTH          PIC 9(02).
001570     05  WS-DC-DAY            PIC 9(02).
001580
001590 01  WS-DATE-VALID-SWITCH     PIC X(01) VALUE 'N'.
001600     88  WS-DATE-VALID                  VALUE 'Y'.
001610
001620 01  WS-MONTH-DAYS-TABLE.
001630     05  FILLER               PIC X(24)
001640             VALUE "312931303130313130313031".
001650 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001660     05  WS-MONTH-DAY-COUNT   PIC 9(02) OCCURS 12 TIMES.
001670
001680 01  WS-ENTRY-OK-SWITCH       PIC X(01) VALUE 'N'.
001690     88  WS-ENTRY-OK                    VALUE 'Y'.
001700
001710 01  WS-SCREEN-ERROR          PIC X(40) VALUE SPACES.
001720
001730 77  WS-CHANGED-COUNT         PIC 9(04) VALUE 0.
001740
001750*----------------------------------------------------------*
001760* WS-VALUE-EDIT FIELDS -- VALUES FORMATTED FOR THE
001770* BEFORE/AFTER COLUMNS OF THE AUDIT RECORD.
001780*----------------------------------------------------------*
001790 01  WS-VALUE-EDIT-TEMP       PIC -ZZZ9.99.
001800
001810 01  WS-CFG-STAGING.
001820     05  WS-CFG-FIELD-NAME    PIC X(12) VALUE SPACES.
001830     05  WS-CFG-OLD-VALUE     PIC X(12) VALUE SPACES.
001840     05  WS-CFG-NEW-VALUE     PIC X(12) VALUE SPACES.
001850
001851*----------------------------------------------------------*
001852* TAL-CHAIN-PARMS -- PARAMETER BLOCK FOR THE TEMPACH AUDIT
001853* CHAIN SUBPROGRAM, WHICH STAMPS EVERY AUDIT RECORD WITH ITS
001854* SEQUENCE NUMBER AND CHAINED CHECK VALUE BEFORE THE WRITE.
001855*----------------------------------------------------------*
001856 COPY TEMPACL.
001857
001860 SCREEN SECTION.
001870*----------------------------------------------------------*
001880* WS-KEY-SCREEN -- WHICH INSTRUMENT, WHICH CALIBRATION, AND
001890* WHAT IS BEING DONE TO IT.
001900*----------------------------------------------------------*
001910 01  WS-KEY-SCREEN.
001920     05  BLANK SCREEN.
001930     05  LINE 01 COLUMN 01
001940             VALUE "PLANT TEMPERATURE CONVERSION - CALIBRATION".
001950     05  LINE 01 COLUMN 44 VALUE "MAINTENANCE".
001960     05  LINE 03 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
001970     05  LINE 03 COLUMN 27 PIC X(03) USING WS-KEY-SITE-CODE.
001980     05  LINE 04 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
001990     05  LINE 04 COLUMN 27 PIC X(08) USING WS-KEY-SENSOR-ID.
002000     05  LINE 05 COLUMN 01 VALUE "CALIBRATION DATE . . . . :".
002003     05  LINE 05 COLUMN 27 PIC 9(08) USING WS-KEY-CAL-DATE.
002006     05  LINE 05 COLUMN 37 VALUE "(YYYYMMDD)".
002010     05  LINE 06 COLUMN 01 VALUE "ACTION (A/C/X) . . . . . :".
002020     05  LINE 06 COLUMN 27 PIC X(01) USING WS-KEY-ACTION.
002030     05  LINE 06 COLUMN 31
002040             VALUE "A=ADD C=CHANGE X=END".
002050     05  LINE 09 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
002060     05  LINE 09 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
002070
002080*----------------------------------------------------------*
002090* WS-DETAIL-SCREEN -- THE CALIBRATION'S FIELDS, OPEN FOR
002100* EDIT, SEEDED FROM THE REGISTER ON A CHANGE AND BLANK ON AN
002110* ADD.  THE INSTRUMENT'S LOCATION AND UNIT SHOW FOR CONTEXT.
002120*----------------------------------------------------------*
002130 01  WS-DETAIL-SCREEN.
002140     05  BLANK SCREEN.
002150     05  LINE 01 COLUMN 01
002160             VALUE "PLANT TEMPERATURE CONVERSION - CALIBRATION".
002170     05  LINE 01 COLUMN 44 VALUE "MAINTENANCE".
002180     05  LINE 02 COLUMN 01 VALUE "SITE CODE. . . . . . . . :".
002190     05  LINE 02 COLUMN 27 PIC X(03) FROM WS-KEY-SITE-CODE.
002200     05  LINE 03 COLUMN 01 VALUE "SENSOR ID. . . . . . . . :".
002210     05  LINE 03 COLUMN 27 PIC X(08) FROM WS-KEY-SENSOR-ID.
002220     05  LINE 03 COLUMN 37 PIC X(20) FROM WS-SHOW-LOCATION.
002223     05  LINE 04 COLUMN 01 VALUE "DESCRIPTION. . . . . . . :".
002226     05  LINE 04 COLUMN 27 PIC X(24) FROM WS-SHOW-DESCRIPTION.
002230     05  LINE 05 COLUMN 01 VALUE "EXPECTED UNIT. . . . . . :".
002240     05  LINE 05 COLUMN 27 PIC X(01) FROM WS-SHOW-UNIT.
002250     05  LINE 06 COLUMN 01 VALUE "CALIBRATION DATE . . . . :".
002260     05  LINE 06 COLUMN 27 PIC 9(08) FROM WS-KEY-CAL-DATE.
002270     05  LINE 08 COLUMN 01 VALUE "NEXT DUE DATE. . . . . . :".
002280     05  LINE 08 COLUMN 27 PIC 9(08) USING WS-NEW-DUE-DATE.
002290     05  LINE 08 COLUMN 37 VALUE "(YYYYMMDD)".
002300     05  LINE 09 COLUMN 01 VALUE "AS-FOUND ERROR . . . . . :".
002310     05  LINE 09 COLUMN 27 PIC S9(4)V9(2)
002320             SIGN IS LEADING SEPARATE USING WS-NEW-AS-FOUND.
002330     05  LINE 09 COLUMN 37 VALUE "(INSTRUMENT MINUS REFERENCE)".
002340     05  LINE 10 COLUMN 01 VALUE "OFFSET TO APPLY. . . . . :".
002350     05  LINE 10 COLUMN 27 PIC S9(4)V9(2)
002360             SIGN IS LEADING SEPARATE USING WS-NEW-OFFSET.
002370     05  LINE 10 COLUMN 37 VALUE "(ADDED TO EVERY READING)".
002380     05  LINE 12 COLUMN 01 VALUE "TECHNICIAN . . . . . . . :".
002390     05  LINE 12 COLUMN 27 PIC X(10) USING WS-NEW-TECHNICIAN.
002400     05  LINE 13 COLUMN 01 VALUE "CERTIFICATE NUMBER . . . :".
002410     05  LINE 13 COLUMN 27 PIC X(12) USING WS-NEW-CERTIFICATE.
002420     05  LINE 15 COLUMN 01 VALUE "ERROR. . . . . . . . . . :".
002430     05  LINE 15 COLUMN 27 PIC X(40) FROM WS-SCREEN-ERROR.
002440
002450 PROCEDURE DIVISION.
002460*----------------------------------------------------------*
002470* 0000-MAINLINE
002480*----------------------------------------------------------*
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510
002520     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
002530         UNTIL WS-SESSION-DONE.
002540
002550     CLOSE CALIBRATION-FILE.
002560     CLOSE SENSOR-FILE.
002570     CLOSE AUDIT-FILE.
002573     MOVE 'C' TO TAL-FUNCTION.
002576     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
002580
002590     DISPLAY "CALIBRATIONMAINTAIN - " WS-CHANGED-COUNT
002600         " FIELD(S) CHANGED".
002610     STOP RUN.
002620
002630*----------------------------------------------------------*
002640* 1000-INITIALIZE -- OPEN THE CALIBRATION REGISTER FOR
002650* UPDATE, THE SENSOR MASTER FOR LOOKUP AND THE AUDIT LOG FOR
002660* APPEND.  AN ABSENT REGISTER IS THE FIRST CALIBRATION EVER
002670* ENTERED: IT IS PRIMED EMPTY, THE WAY THE CONVERSION PROGRAM
002680* PRIMES ITS LAST-READING FILE.  THE SENSOR MASTER MUST
002690* ALREADY EXIST.
002700*----------------------------------------------------------*
002710 1000-INITIALIZE.
002720     OPEN I-O CALIBRATION-FILE.
002730     IF WS-CALIBRATION-FILE-NOT-FOUND
002740         OPEN OUTPUT CALIBRATION-FILE
002750         CLOSE CALIBRATION-FILE
002760         OPEN I-O CALIBRATION-FILE
002770     END-IF.
002780     IF WS-CALIBRATION-FILE-STATUS NOT = '00'
002790         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
002800         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
002810         PERFORM 9800-ABEND-RUN
002820     END-IF.
002830
002840     OPEN INPUT SENSOR-FILE.
002850     IF WS-SENSOR-FILE-STATUS NOT = '00'
002860         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
002870         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
002880         PERFORM 9800-ABEND-RUN
002890     END-IF.
002900
002910     OPEN EXTEND AUDIT-FILE.
002920     IF WS-AUDIT-FILE-NOT-FOUND
002930         OPEN OUTPUT AUDIT-FILE
002940     END-IF.
002950     IF WS-AUDIT-FILE-STATUS NOT = '00'
002960         MOVE "TEMPAUD"  TO WS-ABEND-FILE-NAME
002970         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-STATUS
002980         PERFORM 9800-ABEND-RUN
002990     END-IF.
003000 1000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------*
003040* 2000-PROCESS-ONE-ACTION -- ONE CALIBRATION THROUGH THE
003050* SCREENS: THE KEY SCREEN PICKS THE INSTRUMENT, DATE AND
003060* ACTION, THE DETAIL SCREEN TAKES THE FIELDS, AND THE ACTION
003070* IS APPLIED TO THE REGISTER AND AUDITED.
003080*----------------------------------------------------------*
003090 2000-PROCESS-ONE-ACTION.
003100     MOVE SPACES TO WS-KEY-SENSOR-ID.
003110     MOVE 0      TO WS-KEY-CAL-DATE.
003120     MOVE SPACE  TO WS-KEY-ACTION.
003130     MOVE SPACES TO WS-SCREEN-ERROR.
003140
003150     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
003160     PERFORM 2100-PROMPT-KEY THRU 2100-EXIT
003170         UNTIL WS-ENTRY-OK.
003180
003190     IF WS-SESSION-DONE
003200         GO TO 2000-EXIT
003210     END-IF.
003220
003230     PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT.
003240
003250     EVALUATE TRUE
003260         WHEN WS-ACTION-ADD
003270             PERFORM 2400-APPLY-ADD THRU 2400-EXIT
003280         WHEN WS-ACTION-CHANGE
003290             PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
003300     END-EVALUATE.
003310 2000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* 2100-PROMPT-KEY -- ONE TRIP TO THE KEY SCREEN.  THE SENSOR
003360* MUST BE ON THE MASTER AND THE CALIBRATION DATE A REAL DATE
003370* NO LATER THAN TODAY.  AN ADD MUST NAME A CALIBRATION NOT
003380* YET ON THE REGISTER; A CHANGE MUST NAME ONE THAT IS.  ON
003390* SUCCESS A MATCHED CALIBRATION (FOR CHANGE) IS IN THE FILE
003400* RECORD AREA AND ITS FIELDS IN WS-OLD-FIELDS.
003410*----------------------------------------------------------*
003420 2100-PROMPT-KEY.
003430     DISPLAY WS-KEY-SCREEN.
003440     ACCEPT WS-KEY-SCREEN.
003450
003460     MOVE SPACES TO WS-SCREEN-ERROR.
003470
003480     IF WS-ACTION-END
003490         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
003500         MOVE 'Y' TO WS-ENTRY-OK-SWITCH
003510         GO TO 2100-EXIT
003520     END-IF.
003530
003540     IF NOT WS-ACTION-VALID
003550         MOVE "ACTION MUST BE A, C OR X"
003560             TO WS-SCREEN-ERROR
003570         GO TO 2100-EXIT
003580     END-IF.
003590
003591     IF WS-KEY-SITE-CODE = SPACES
003592         MOVE "SITE CODE IS REQUIRED"
003593             TO WS-SCREEN-ERROR
003594         GO TO 2100-EXIT
003595     END-IF.
003596
003600     IF WS-KEY-SENSOR-ID = SPACES
003610         MOVE "SENSOR ID IS REQUIRED"
003620             TO WS-SCREEN-ERROR
003630         GO TO 2100-EXIT
003640     END-IF.
003650
003660     PERFORM 7000-READ-SENSOR-BY-KEY THRU 7000-EXIT.
003670     IF NOT WS-SENSOR-FOUND
003680         MOVE "SENSOR IS NOT ON THE MASTER AT THAT SITE"
003690             TO WS-SCREEN-ERROR
003700         GO TO 2100-EXIT
003710     END-IF.
003720
003730     MOVE WS-KEY-CAL-DATE TO WS-DATE-CHECK.
003740     PERFORM 7200-CHECK-DATE THRU 7200-EXIT.
003750     IF NOT WS-DATE-VALID
003760         MOVE "CALIBRATION DATE IS NOT A VALID DATE"
003770             TO WS-SCREEN-ERROR
003780         GO TO 2100-EXIT
003790     END-IF.
003800
003810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003820     IF WS-KEY-CAL-DATE > WS-CURRENT-DATE
003830         MOVE "CALIBRATION DATE IS IN THE FUTURE"
003840             TO WS-SCREEN-ERROR
003850         GO TO 2100-EXIT
003860     END-IF.
003870
003880     MOVE TM-LOCATION      TO WS-SHOW-LOCATION.
003890     MOVE TM-DESCRIPTION   TO WS-SHOW-DESCRIPTION.
003900     MOVE TM-EXPECTED-UNIT TO WS-SHOW-UNIT.
003910
003920     PERFORM 7100-READ-CALIBRATION-BY-KEY THRU 7100-EXIT.
003930
003940     IF WS-ACTION-ADD
003950         IF WS-CAL-FOUND
003960             MOVE "CALIBRATION IS ALREADY ON THE REGISTER"
003970                 TO WS-SCREEN-ERROR
003980             GO TO 2100-EXIT
003990         END-IF
004000         MOVE 0      TO WS-OLD-DUE-DATE
004010         MOVE 0      TO WS-OLD-AS-FOUND
004020         MOVE 0      TO WS-OLD-OFFSET
004030         MOVE SPACES TO WS-OLD-TECHNICIAN
004040         MOVE SPACES TO WS-OLD-CERTIFICATE
004050     ELSE
004060         IF NOT WS-CAL-FOUND
004070             MOVE "CALIBRATION IS NOT ON THE REGISTER"
004080                 TO WS-SCREEN-ERROR
004090             GO TO 2100-EXIT
004100         END-IF
004110         MOVE TI-DUE-DATE       TO WS-OLD-DUE-DATE
004120         MOVE TI-AS-FOUND-ERROR TO WS-OLD-AS-FOUND
004130         MOVE TI-OFFSET         TO WS-OLD-OFFSET
004140         MOVE TI-TECHNICIAN     TO WS-OLD-TECHNICIAN
004150         MOVE TI-CERTIFICATE-NO TO WS-OLD-CERTIFICATE
004160     END-IF.
004170
004180     MOVE 'Y' TO WS-ENTRY-OK-SWITCH.
004190 2100-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 2300-TAKE-DETAIL -- SEED THE DETAIL SCREEN FROM THE OLD
004240* FIELDS AND RE-PROMPT UNTIL THE ENTRIES PASS THE EDIT.
004250*----------------------------------------------------------*
004260 2300-TAKE-DETAIL.
004270     MOVE WS-OLD-DUE-DATE    TO WS-NEW-DUE-DATE.
004280     MOVE WS-OLD-AS-FOUND    TO WS-NEW-AS-FOUND.
004290     MOVE WS-OLD-OFFSET      TO WS-NEW-OFFSET.
004300     MOVE WS-OLD-TECHNICIAN  TO WS-NEW-TECHNICIAN.
004310     MOVE WS-OLD-CERTIFICATE TO WS-NEW-CERTIFICATE.
004320     MOVE SPACES TO WS-SCREEN-ERROR.
004330
004340     MOVE 'N' TO WS-ENTRY-OK-SWITCH.
004350     PERFORM 2310-PROMPT-DETAIL THRU 2310-EXIT
004360         UNTIL WS-ENTRY-OK.
004370 2300-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004410* 2310-PROMPT-DETAIL -- ONE TRIP TO THE DETAIL SCREEN.  THE
004420* DUE DATE MUST BE A REAL DATE AFTER THE CALIBRATION DATE --
004430* A DUE DATE KEYED IN THE PAST WOULD QUARANTINE THE LINE'S
004440* READINGS OVERNIGHT -- AND THE TECHNICIAN AND CERTIFICATE
004450* ARE REQUIRED, SINCE A CALIBRATION NOBODY CAN TRACE TO A
004460* CERTIFICATE IS NOT EVIDENCE.
004470*----------------------------------------------------------*
004480 2310-PROMPT-DETAIL.
004490     DISPLAY WS-DETAIL-SCREEN.
004500     ACCEPT WS-DETAIL-SCREEN.
004510
004520     MOVE SPACES TO WS-SCREEN-ERROR.
004530
004540     MOVE WS-NEW-DUE-DATE TO WS-DATE-CHECK.
004550     PERFORM 7200-CHECK-DATE THRU 7200-EXIT.
004560     IF NOT WS-DATE-VALID
004570         MOVE "DUE DATE IS NOT A VALID DATE"
004580             TO WS-SCREEN-ERROR
004590         GO TO 2310-EXIT
004600     END-IF.
004610
004620     IF WS-NEW-DUE-DATE NOT > WS-KEY-CAL-DATE
004630         MOVE "DUE DATE MUST FALL AFTER CALIBRATION"
004640             TO WS-SCREEN-ERROR
004650         GO TO 2310-EXIT
004660     END-IF.
004670
004680     IF WS-NEW-TECHNICIAN = SPACES
004690         MOVE "TECHNICIAN IS REQUIRED"
004700             TO WS-SCREEN-ERROR
004710         GO TO 2310-EXIT
004720     END-IF.
004730
004740     IF WS-NEW-CERTIFICATE = SPACES
004750         MOVE "CERTIFICATE NUMBER IS REQUIRED"
004760             TO WS-SCREEN-ERROR
004770         GO TO 2310-EXIT
004780     END-IF.
004790
004800     MOVE 'Y' TO WS-ENTRY-OK-SWITCH.
004810 2310-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 2400-APPLY-ADD -- THE NEW CALIBRATION IS WRITTEN TO THE
004860* REGISTER, LED ON THE AUDIT TRAIL BY A CALIBRATION-DATE
004870* RECORD AND FOLLOWED BY ONE RECORD PER FIELD SHOWING
004880* SPACES OR ZERO BEFORE.
004890*----------------------------------------------------------*
004900 2400-APPLY-ADD.
004910     MOVE SPACES TO TI-CALIBRATION-RECORD.
004920     MOVE WS-KEY-SENSOR-ID TO TI-SENSOR-ID.
004930     MOVE WS-KEY-CAL-DATE  TO TI-CAL-DATE.
004940     PERFORM 2700-STORE-NEW-FIELDS THRU 2700-EXIT.
004950
004960     WRITE TI-CALIBRATION-RECORD
004970         INVALID KEY
004980             MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
004990             MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
005000             PERFORM 9800-ABEND-RUN
005010     END-WRITE.
005020
005030     MOVE "CAL DATE"       TO WS-CFG-FIELD-NAME.
005040     MOVE SPACES           TO WS-CFG-OLD-VALUE.
005050     MOVE WS-KEY-CAL-DATE  TO WS-CFG-NEW-VALUE.
005060     PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT.
005070
005080     PERFORM 3000-AUDIT-FIELD-CHANGES THRU 3000-EXIT.
005090 2400-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* 2500-APPLY-CHANGE -- THE OPERATOR'S FIELDS REPLACE THE
005140* CALIBRATION'S IN PLACE.  WHEN ANYTHING ACTUALLY CHANGED, A
005150* CALIBRATION-RECORD LINE NAMING THE CALIBRATION DATE GOES
005160* ON THE TRAIL AHEAD OF THE FIELD RECORDS.
005170*----------------------------------------------------------*
005180 2500-APPLY-CHANGE.
005190     IF WS-NEW-DUE-DATE = WS-OLD-DUE-DATE
005192        AND WS-NEW-AS-FOUND = WS-OLD-AS-FOUND
005194        AND WS-NEW-OFFSET = WS-OLD-OFFSET
005196        AND WS-NEW-TECHNICIAN = WS-OLD-TECHNICIAN
005198        AND WS-NEW-CERTIFICATE = WS-OLD-CERTIFICATE
005200         GO TO 2500-EXIT
005210     END-IF.
005220
005230     MOVE "CAL RECORD"     TO WS-CFG-FIELD-NAME.
005240     MOVE WS-KEY-CAL-DATE  TO WS-CFG-OLD-VALUE.
005250     MOVE WS-KEY-CAL-DATE  TO WS-CFG-NEW-VALUE.
005260     PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT.
005270
005280     PERFORM 3000-AUDIT-FIELD-CHANGES THRU 3000-EXIT.
005290     PERFORM 2700-STORE-NEW-FIELDS THRU 2700-EXIT.
005300     REWRITE TI-CALIBRATION-RECORD
005310         INVALID KEY
005320             MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
005330             MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
005340             PERFORM 9800-ABEND-RUN
005350     END-REWRITE.
005360 2500-EXIT.
005370     EXIT.
005380
005390 2700-STORE-NEW-FIELDS.
005400     MOVE WS-NEW-DUE-DATE    TO TI-DUE-DATE.
005410     MOVE WS-NEW-AS-FOUND    TO TI-AS-FOUND-ERROR.
005420     MOVE WS-NEW-OFFSET      TO TI-OFFSET.
005430     MOVE WS-NEW-TECHNICIAN  TO TI-TECHNICIAN.
005440     MOVE WS-NEW-CERTIFICATE TO TI-CERTIFICATE-NO.
005450 2700-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490* 3000-AUDIT-FIELD-CHANGES -- ONE AUDIT RECORD PER FIELD
005500* WHOSE NEW VALUE DIFFERS FROM THE OLD, SOURCE-MODE 'M', THE
005510* SENSOR ID IN THE BATCH-ID COLUMN AND THE BEFORE AND AFTER
005520* VALUES IN THE CONFIG-CHANGE COLUMNS.
005530*----------------------------------------------------------*
005540 3000-AUDIT-FIELD-CHANGES.
005550     IF WS-NEW-DUE-DATE NOT = WS-OLD-DUE-DATE
005560         MOVE "CAL DUE DATE" TO WS-CFG-FIELD-NAME
005570         MOVE WS-OLD-DUE-DATE TO WS-CFG-OLD-VALUE
005580         MOVE WS-NEW-DUE-DATE TO WS-CFG-NEW-VALUE
005590         PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT
005600     END-IF.
005610
005620     IF WS-NEW-AS-FOUND NOT = WS-OLD-AS-FOUND
005630         MOVE "CAL ASFOUND" TO WS-CFG-FIELD-NAME
005640         MOVE WS-OLD-AS-FOUND TO WS-VALUE-EDIT-TEMP
005650         MOVE WS-VALUE-EDIT-TEMP TO WS-CFG-OLD-VALUE
005660         MOVE WS-NEW-AS-FOUND TO WS-VALUE-EDIT-TEMP
005670         MOVE WS-VALUE-EDIT-TEMP TO WS-CFG-NEW-VALUE
005680         PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT
005690     END-IF.
005700
005710     IF WS-NEW-OFFSET NOT = WS-OLD-OFFSET
005720         MOVE "CAL OFFSET"  TO WS-CFG-FIELD-NAME
005730         MOVE WS-OLD-OFFSET TO WS-VALUE-EDIT-TEMP
005740         MOVE WS-VALUE-EDIT-TEMP TO WS-CFG-OLD-VALUE
005750         MOVE WS-NEW-OFFSET TO WS-VALUE-EDIT-TEMP
005760         MOVE WS-VALUE-EDIT-TEMP TO WS-CFG-NEW-VALUE
005770         PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT
005780     END-IF.
005790
005800     IF WS-NEW-TECHNICIAN NOT = WS-OLD-TECHNICIAN
005810         MOVE "CAL TECH"    TO WS-CFG-FIELD-NAME
005820         MOVE WS-OLD-TECHNICIAN TO WS-CFG-OLD-VALUE
005830         MOVE WS-NEW-TECHNICIAN TO WS-CFG-NEW-VALUE
005840         PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT
005850     END-IF.
005860
005870     IF WS-NEW-CERTIFICATE NOT = WS-OLD-CERTIFICATE
005880         MOVE "CAL CERT"    TO WS-CFG-FIELD-NAME
005890         MOVE WS-OLD-CERTIFICATE TO WS-CFG-OLD-VALUE
005900         MOVE WS-NEW-CERTIFICATE TO WS-CFG-NEW-VALUE
005910         PERFORM 3100-WRITE-CALIBRATION-AUDIT THRU 3100-EXIT
005920     END-IF.
005930 3000-EXIT.
005940     EXIT.
005950
005960 3100-WRITE-CALIBRATION-AUDIT.
005970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005980     ACCEPT WS-CURRENT-TIME FROM TIME.
005990
006000     MOVE SPACES TO TA-AUDIT-RECORD.
006010     MOVE WS-CURRENT-DATE TO TA-RUN-DATE.
006020     MOVE WS-CURRENT-TIME TO TA-RUN-TIME.
006030     MOVE 0      TO TA-INPUT-TEMP.
006040     MOVE SPACE  TO TA-INPUT-UNIT.
006050     MOVE 0      TO TA-OUTPUT-TEMP.
006060     MOVE SPACE  TO TA-OUTPUT-UNIT.
006070     MOVE 'M'    TO TA-SOURCE-MODE.
006080     MOVE WS-KEY-SENSOR-ID  TO TA-BATCH-ID.
006085     MOVE WS-KEY-SITE-CODE  TO TA-SITE-CODE.
006090     MOVE WS-CFG-FIELD-NAME TO TA-CFG-FIELD-NAME.
006100     MOVE WS-CFG-OLD-VALUE  TO TA-CFG-OLD-VALUE.
006110     MOVE WS-CFG-NEW-VALUE  TO TA-CFG-NEW-VALUE.
006120
006123     MOVE 'S' TO TAL-FUNCTION.
006126     CALL 'TEMPACH' USING TAL-CHAIN-PARMS TA-AUDIT-RECORD.
006130     WRITE TA-AUDIT-RECORD.
006140     ADD 1 TO WS-CHANGED-COUNT.
006150 3100-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------*
006190* 7000-READ-SENSOR-BY-KEY -- KEYED READ OF THE SITE AND
006200* SENSOR ID ON THE SENSOR MASTER.
006210*----------------------------------------------------------*
006220 7000-READ-SENSOR-BY-KEY.
006230     MOVE 'N' TO WS-SENSOR-FOUND-SWITCH.
006235     MOVE WS-KEY-SITE-CODE TO TM-SITE-CODE.
006240     MOVE WS-KEY-SENSOR-ID TO TM-SENSOR-ID.
006250     READ SENSOR-FILE
006260         INVALID KEY
006270             CONTINUE
006280         NOT INVALID KEY
006290             MOVE 'Y' TO WS-SENSOR-FOUND-SWITCH
006300     END-READ.
006310     IF NOT WS-SENSOR-FOUND
006320        AND NOT WS-SENSOR-KEY-NOT-FOUND
006330         MOVE "TEMPSEN"  TO WS-ABEND-FILE-NAME
006340         MOVE WS-SENSOR-FILE-STATUS TO WS-ABEND-STATUS
006350         PERFORM 9800-ABEND-RUN
006360     END-IF.
006370 7000-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------*
006410* 7100-READ-CALIBRATION-BY-KEY -- KEYED READ OF THE SENSOR
006420* ID AND CALIBRATION DATE, LEAVING THE RECORD IN THE FILE
006430* RECORD AREA WHEN FOUND.
006440*----------------------------------------------------------*
006450 7100-READ-CALIBRATION-BY-KEY.
006460     MOVE 'N' TO WS-CAL-FOUND-SWITCH.
006470     MOVE WS-KEY-SENSOR-ID TO TI-SENSOR-ID.
006480     MOVE WS-KEY-CAL-DATE  TO TI-CAL-DATE.
006490     READ CALIBRATION-FILE
006500         INVALID KEY
006510             CONTINUE
006520         NOT INVALID KEY
006530             MOVE 'Y' TO WS-CAL-FOUND-SWITCH
006540     END-READ.
006550     IF NOT WS-CAL-FOUND
006560        AND NOT WS-CALIBRATION-KEY-NOT-FOUND
006570         MOVE "TEMPCAL"  TO WS-ABEND-FILE-NAME
006580         MOVE WS-CALIBRATION-FILE-STATUS TO WS-ABEND-STATUS
006590         PERFORM 9800-ABEND-RUN
006600     END-IF.
006610 7100-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650* 7200-CHECK-DATE -- CALENDAR EDIT OF WS-DATE-CHECK: A
006660* MONTH OF 01-12 AND A DAY WITHIN THAT MONTH.
006670*----------------------------------------------------------*
006680 7200-CHECK-DATE.
006690     MOVE 'N' TO WS-DATE-VALID-SWITCH.
006700     IF WS-DATE-CHECK NOT NUMERIC
006710         GO TO 7200-EXIT
006720     END-IF.
006730     IF WS-DC-YEAR < 1900
006740         GO TO 7200-EXIT
006750     END-IF.
006760     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
006770         GO TO 7200-EXIT
006780     END-IF.
006790     IF WS-DC-DAY < 1
006800        OR WS-DC-DAY > WS-MONTH-DAY-COUNT (WS-DC-MONTH)
006810         GO TO 7200-EXIT
006820     END-IF.
006830     MOVE 'Y' TO WS-DATE-VALID-SWITCH.
006840 7200-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------*
006880* 9800-ABEND-RUN -- A FILE THAT FAILS TO OPEN OR A KEYED
006890* WRITE THAT FAILS IS A FATAL ERROR.  DISPLAYS THE FILE NAME
006900* AND FILE STATUS ALREADY MOVED TO WS-ABEND-MESSAGE BY THE
006910* CALLER AND ENDS THE RUN WITH A NON-ZERO RETURN CODE.
006920*----------------------------------------------------------*
006930 9800-ABEND-RUN.
006940     DISPLAY "CALIBRATIONMAINTAIN - FILE ERROR - "
006950         WS-ABEND-MESSAGE.
006960     MOVE 16 TO RETURN-CODE.
006970     STOP RUN.
