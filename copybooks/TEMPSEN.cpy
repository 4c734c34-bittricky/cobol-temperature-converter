000103* DOOR LEFT OPEN OR A PROBE SWAP; THE DELTA CHECK QUARANTINES
000104* IT THE NIGHT IT HAPPENS.  ZERO MEANS NO DELTA CHECK, SO
000105* RECORDS KEYED BEFORE THE FIELD EXISTED ARE UNAFFECTED.
000106*
000107* THE MASTER IS KEYED BY SITE CODE AND SENSOR ID TOGETHER
000108* (TM-SENSOR-KEY), SO EACH PLANT'S INSTRUMENTS READ AS ONE
000109* CONTIGUOUS RUN OF THE FILE.  A SENSOR ID IS STILL UNIQUE
000110* ACROSS ALL SITES -- SENSOR MAINTENANCE REFUSES A SECOND SITE
000111* THE SAME ID -- SO THE LAST-READING, CALIBRATION AND EXCURSION
000112* FILES REMAIN KEYED BY SENSOR ID ALONE.
000113*================================================================
000114 01  TM-SENSOR-RECORD.
000120     05  TM-SENSOR-KEY.
000123         10  TM-SITE-CODE        PIC X(03).
000126         10  TM-SENSOR-ID        PIC X(08).
000130     05  TM-LOCATION             PIC X(20).
000140     05  TM-DESCRIPTION          PIC X(24).
000150     05  TM-EXPECTED-UNIT        PIC X(01).
000210         88  TM-SENSOR-ACTIVE            VALUE 'A' SPACE.
000220         88  TM-SENSOR-RETIRED           VALUE 'R'.
000230     05  TM-MAX-DELTA-C          PIC 9(4)V9(2).
000240     05  FILLER                  PIC X(03).
