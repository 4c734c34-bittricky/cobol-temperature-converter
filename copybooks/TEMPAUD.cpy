000200         88  TA-SOURCE-INTERACTIVE       VALUE 'I'.
000210         88  TA-SOURCE-BATCH             VALUE 'B'.
000220         88  TA-SOURCE-MAINTENANCE       VALUE 'M'.
000225         88  TA-SOURCE-REVERSAL          VALUE 'R'.
000230     05  TA-BATCH-ID             PIC X(08).
000240*
000250* TA-CONFIG-CHANGE IS FILLED ONLY ON SOURCE-MODE 'M' RECORDS,
000357* BEFORE THE FIELDS EXISTED.  READERS USE A NUMERIC, NONZERO
000358* TA-BUS-DATE AND FALL BACK TO TA-RUN-DATE OTHERWISE.
000360*
000361* TA-INPUT-TEMP ON A BATCH CONVERSION IS THE VALUE AFTER THE
000362* SENSOR'S CALIBRATION OFFSET WAS APPLIED -- THE VALUE THAT
000363* WAS ACTUALLY VALIDATED AND CONVERTED.  TA-RAW-INPUT-TEMP
000364* KEEPS THE READING AS IT WAS RECEIVED, SO THE CORRECTION IS
000365* VISIBLE ON THE TRAIL.  THE TWO ARE EQUAL FOR A SENSOR WITH
000366* NO CALIBRATION ON FILE AND FOR INTERACTIVE CONVERSIONS;
000367* SPACES ON RECORDS LOGGED BEFORE THE FIELD EXISTED.
000368*
000369* A REVERSAL RECORD (SOURCE-MODE 'R') TAKES BACK AN EARLIER
000370* BATCH CONVERSION.  IT REPEATS THE ORIGINAL'S VALUES, UNITS,
000371* SENSOR ID AND BUSINESS DATE, CARRIES THE ID OF THE BATCH THAT
000372* SENT THE REVERSAL, AND NAMES THE ORIGINAL BY ITS AUDIT
000373* SEQUENCE NUMBER IN TA-REVERSES-SEQUENCE-NO.  SPACES THERE ON
000374* EVERY OTHER RECORD.  READERS THAT TOTAL READINGS SKIP BOTH
000375* THE REVERSAL AND THE RECORD IT NAMES.
000376*
000377     05  TA-CONVERSION-DETAIL REDEFINES TA-CONFIG-CHANGE.
000378         10  TA-SENSOR-ID        PIC X(08).
000379         10  TA-BUS-DATE         PIC 9(08).
000380         10  TA-RAW-INPUT-TEMP   PIC S9(4)V9(2)
000381                                 SIGN LEADING SEPARATE.
000382         10  TA-REVERSES-SEQUENCE-NO PIC 9(09).
000383         10  FILLER              PIC X(04).
000384*
000385* TA-SITE-CODE IS THE PLANT SITE THE RECORD BELONGS TO -- THE
000386* BATCH HEADER'S SITE ON A CONVERSION OR REVERSAL, THE RUN'S
000387* SITE ON AN INTERACTIVE CONVERSION, THE SITE MAINTAINED ON A
000388* MAINTENANCE RECORD.  SPACES ON RECORDS LOGGED BEFORE THE FIELD
000389* EXISTED; READERS REPORT THOSE AS THEIR OWN GROUP.
000390*
000391     05  TA-SITE-CODE            PIC X(03).
000392*
000393* TA-SEQUENCE-NO AND TA-CHECK-VALUE ARE STAMPED ON EVERY RECORD
000394* BY THE TEMPACH SUBPROGRAM JUST BEFORE IT IS WRITTEN, WHICHEVER
000395* PROGRAM WRITES IT.  THE SEQUENCE NUMBER RISES BY ONE FOR EACH
000396* RECORD AND CARRIES ON ACROSS THE MONTHLY CUT-OFF; THE CHECK
000397* VALUE IS COMPUTED FROM THE RECORD'S FIRST 89 BYTES (EVERY
000398* FIELD ABOVE PLUS THE SEQUENCE NUMBER) CHAINED FROM THE
000399* PREVIOUS RECORD'S CHECK VALUE.  A RECORD REMOVED, INSERTED,
000400* MOVED OR EDITED AFTER IT WAS WRITTEN BREAKS THE CHAIN, WHICH
000401* THE AUDIT VERIFICATION RUN REPORTS.  SPACES ON RECORDS
000402* LOGGED BEFORE THE CHAIN EXISTED.
000403*
000404     05  TA-CHAIN-STAMP.
000405         10  TA-SEQUENCE-NO      PIC 9(09).
000406         10  TA-CHECK-VALUE      PIC 9(09).
000407     05  FILLER                  PIC X(02).
