000010*================================================================
000020* TEMPQAN - QA EXCURSION NOTIFICATION RECORD
000030* ONE FIXED-FORMAT RECORD FOR EVERY COLD-CHAIN EXCURSION THE
000040* EXCURSION PROGRAM OPENS OR CLOSES, WRITTEN FOR QA'S
000050* PRODUCT-HOLD SYSTEM TO LOAD.  AN EXCURSION THAT OPENS AND
000060* CLOSES IN THE SAME RUN PRODUCES TWO RECORDS, OPENED FIRST.
000070* ON AN 'O' RECORD THE END DATE, COUNT AND SHIFTS ARE AS OF
000080* THE OPENING READING; ON A 'C' RECORD THEY ARE FINAL.  THE
000090* PEAK AND BAND ARE IN CELSIUS.
000100*================================================================
000110 01  TW-NOTIFY-RECORD.
000120     05  TW-NOTICE-TYPE          PIC X(01).
000130         88  TW-NOTICE-OPENED            VALUE 'O'.
000140         88  TW-NOTICE-CLOSED            VALUE 'C'.
000150     05  TW-SENSOR-ID            PIC X(08).
000160     05  TW-LOCATION             PIC X(20).
000170     05  TW-DIRECTION            PIC X(01).
000180     05  TW-START-BUS-DATE       PIC 9(08).
000190     05  TW-END-BUS-DATE         PIC 9(08).
000200     05  TW-PEAK-TEMP-C          PIC S9(4)V9(2)
000210                                 SIGN LEADING SEPARATE.
000220     05  TW-BAND-LOW-C           PIC S9(4)V9(2)
000230                                 SIGN LEADING SEPARATE.
000240     05  TW-BAND-HIGH-C          PIC S9(4)V9(2)
000250                                 SIGN LEADING SEPARATE.
000260     05  TW-READING-COUNT        PIC 9(05).
000270     05  TW-SHIFT-COUNT          PIC 9(03).
000280     05  FILLER                  PIC X(05).
