000010*================================================================
000020* TEMPEXS - COLD-CHAIN EXCURSION STATE RECORD
000030* ONE RECORD PER WATCHED SENSOR, REWRITTEN BY EACH RUN OF THE
000040* EXCURSION PROGRAM: THE BUSINESS DATE, RUN DATE AND TIME OF
000050* THE LAST READING IT APPLIED, AND THE KEY OF THE SENSOR'S
000060* OPEN EXCURSION ON THE REGISTER (ZEROS WHEN NONE IS OPEN).
000070* THE NEXT RUN APPLIES ONLY READINGS LATER THAN THE LAST ONE
000080* APPLIED, SO A RERUN OVER THE SAME AUDIT TRAIL DOES NOT COUNT
000090* A READING TWICE, AND AN EXCURSION STILL OPEN WHEN THE AUDIT
000100* LOG IS ARCHIVED CARRIES ON INTO THE NEW MONTH.
000110*================================================================
000120 01  TZ-EXCURSION-STATE-RECORD.
000130     05  TZ-SENSOR-ID            PIC X(08).
000140     05  TZ-LAST-READING.
000150         10  TZ-LAST-BUS-DATE    PIC 9(08).
000160         10  TZ-LAST-RUN-DATE    PIC 9(08).
000170         10  TZ-LAST-RUN-TIME    PIC 9(08).
000180     05  TZ-OPEN-START-BUS-DATE  PIC 9(08).
000190     05  TZ-OPEN-START-TIME      PIC 9(08).
000200     05  FILLER                  PIC X(32).
