000030* ONE RECORD WRITTEN FOR EVERY READING THAT CONVERTS CLEANLY.
000040* TO-SENSOR-ID CARRIES THE INSTRUMENT IDENTITY FROM THE INPUT
000050* READING THROUGH TO THE RESULTS FILE.
000052* TO-INPUT-TEMP IS THE VALUE THAT WAS CONVERTED, AFTER THE
000054* SENSOR'S CALIBRATION OFFSET; TO-RAW-INPUT-TEMP IS THE
000056* READING AS RECEIVED.  EQUAL WHEN NO OFFSET APPLIED.
000060*================================================================
000070 01  TO-OUTPUT-RECORD.
000080     05  TO-INPUT-TEMP           PIC S9(4)V9(2)
000130                                 SIGN LEADING SEPARATE.
000140     05  TO-OUTPUT-UNIT          PIC X(01).
000150     05  TO-SENSOR-ID            PIC X(08).
000160     05  TO-RAW-INPUT-TEMP       PIC S9(4)V9(2)
000170                                 SIGN LEADING SEPARATE.
000180     05  FILLER                  PIC X(48).
