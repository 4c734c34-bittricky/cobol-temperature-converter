000010*================================================================
000020* TEMPCAL - SENSOR CALIBRATION HISTORY RECORD
000030* ONE KEYED RECORD PER CALIBRATION PERFORMED ON AN INSTRUMENT,
000040* KEYED ON THE SENSOR ID PLUS THE CALIBRATION DATE, SO A
000050* SENSOR'S WHOLE CALIBRATION HISTORY READS BACK IN DATE ORDER
000060* FROM A KEYED START ON THE SENSOR ID.  THE RECORD WITH THE
000070* LATEST CALIBRATION DATE NOT AFTER A READING'S BUSINESS DATE
000080* IS THE ONE IN FORCE FOR THAT READING.  MAINTAINED THROUGH
000090* THE CALIBRATION MAINTENANCE SCREEN, NEVER HAND-EDITED, SO
000100* THE METROLOGY CERTIFICATES NO LONGER LIVE ONLY IN A BINDER.
000110*
000120* TI-AS-FOUND-ERROR IS HOW FAR THE INSTRUMENT READ OFF WHEN IT
000130* WAS CHECKED (INSTRUMENT MINUS REFERENCE); TI-OFFSET IS THE
000140* CORRECTION THE CONVERSION PROGRAM ADDS TO EVERY RAW READING
000150* FROM THE SENSOR WHILE THIS CALIBRATION IS IN FORCE.  A PROBE
000160* FOUND READING 0.80C HIGH CARRIES AN OFFSET OF -0.80.  BOTH
000170* ARE IN THE SENSOR'S EXPECTED UNIT (TM-EXPECTED-UNIT).
000180*
000190* TI-DUE-DATE IS WHEN THE NEXT CALIBRATION FALLS DUE.  A
000200* READING WHOSE BUSINESS DATE IS PAST IT IS QUARANTINED AS
000210* CALIBRATION OVERDUE RATHER THAN CORRECTED BY A STALE OFFSET.
000220*================================================================
000230 01  TI-CALIBRATION-RECORD.
000240     05  TI-CAL-KEY.
000250         10  TI-SENSOR-ID        PIC X(08).
000260         10  TI-CAL-DATE         PIC 9(08).
000270     05  TI-DUE-DATE             PIC 9(08).
000280     05  TI-AS-FOUND-ERROR       PIC S9(4)V9(2)
000290                                 SIGN LEADING SEPARATE.
000300     05  TI-OFFSET               PIC S9(4)V9(2)
000310                                 SIGN LEADING SEPARATE.
000320     05  TI-TECHNICIAN           PIC X(10).
000330     05  TI-CERTIFICATE-NO       PIC X(12).
000340     05  FILLER                  PIC X(20).
