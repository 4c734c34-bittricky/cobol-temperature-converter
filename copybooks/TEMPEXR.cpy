000010*================================================================
000020* TEMPEXR - COLD-CHAIN EXCURSION REGISTER RECORD
000030* ONE KEYED RECORD PER EXCURSION: A RUN OF CONSECUTIVE
000040* READINGS FROM ONE SENSOR OUTSIDE ITS PRODUCT-SAFE BAND
000050* (TEMPBND), FROM THE FIRST OUT-OF-BAND READING TO THE FIRST
000060* READING BACK INSIDE IT.  KEYED ON SENSOR ID PLUS THE
000070* BUSINESS DATE AND CONVERSION TIME OF THE FIRST READING, SO
000080* A SENSOR'S EXCURSIONS READ BACK IN DATE ORDER.
000090*
000100* AN EXCURSION IS OPENED BY THE EXCURSION PROGRAM ON ITS FIRST
000110* OUT-OF-BAND READING, EXTENDED BY EACH ONE AFTER, AND CLOSED
000120* BY THE FIRST IN-BAND READING, WHOSE BUSINESS DATE GOES IN
000130* TJ-CLOSED-BUS-DATE.  TJ-LAST-BUS-DATE IS THE LAST SHIFT
000140* SEEN OUT OF BAND; TJ-SHIFT-COUNT COUNTS THE DISTINCT
000150* BUSINESS DATES (SHIFTS) WITH AN OUT-OF-BAND READING.
000160* TJ-PEAK-TEMP-C IS THE WORST READING -- HIGHEST FOR A HIGH
000170* EXCURSION, LOWEST FOR A LOW ONE.  THE BAND IN FORCE WHEN THE
000180* EXCURSION OPENED IS KEPT WITH IT.
000190*================================================================
000200 01  TJ-EXCURSION-RECORD.
000210     05  TJ-EXCURSION-KEY.
000220         10  TJ-SENSOR-ID        PIC X(08).
000230         10  TJ-START-BUS-DATE   PIC 9(08).
000240         10  TJ-START-TIME       PIC 9(08).
000250     05  TJ-STATUS               PIC X(01).
000260         88  TJ-EXCURSION-OPEN           VALUE 'O'.
000270         88  TJ-EXCURSION-CLOSED         VALUE 'C'.
000280     05  TJ-DIRECTION            PIC X(01).
000290         88  TJ-EXCURSION-HIGH           VALUE 'H'.
000300         88  TJ-EXCURSION-LOW            VALUE 'L'.
000310     05  TJ-LAST-BUS-DATE        PIC 9(08).
000320     05  TJ-PEAK-TEMP-C          PIC S9(4)V9(2)
000330                                 SIGN LEADING SEPARATE.
000340     05  TJ-BAND-LOW-C           PIC S9(4)V9(2)
000350                                 SIGN LEADING SEPARATE.
000360     05  TJ-BAND-HIGH-C          PIC S9(4)V9(2)
000370                                 SIGN LEADING SEPARATE.
000380     05  TJ-READING-COUNT        PIC 9(05).
000390     05  TJ-SHIFT-COUNT          PIC 9(03).
000400     05  TJ-CLOSED-BUS-DATE      PIC 9(08).
000410     05  FILLER                  PIC X(09).
