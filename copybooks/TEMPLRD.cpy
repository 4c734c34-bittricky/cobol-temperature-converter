000090* IS CAUGHT THE SHIFT IT HAPPENS INSTEAD OF DAYS LATER ON THE
000100* TREND REPORT.  ONLY ACCEPTED READINGS UPDATE THE RECORD, SO
000110* A QUARANTINED SPIKE DOES NOT BECOME THE NEXT BASELINE.
000111*
000112* THE TN-PRIOR FIELDS KEEP THE READING THE CURRENT ONE REPLACED,
000113* SO A REVERSAL OF THE CURRENT READING CAN PUT THE SENSOR'S
000114* BASELINE BACK WHERE IT WAS.  ZERO WHEN THERE WAS NONE (OR IT
000115* HAS ALREADY BEEN RESTORED); SPACES ON RECORDS WRITTEN BEFORE
000116* THE FIELDS EXISTED.
000120*================================================================
000130 01  TN-LAST-READING-RECORD.
000140     05  TN-SENSOR-ID            PIC X(08).
000160     05  TN-READ-TIME            PIC 9(08).
000170     05  TN-CANONICAL-TEMP-C     PIC S9(4)V9(2)
000180                                 SIGN LEADING SEPARATE.
000190     05  TN-PRIOR-READING.
000200         10  TN-PRIOR-READ-DATE  PIC 9(08).
000210         10  TN-PRIOR-READ-TIME  PIC 9(08).
000220         10  TN-PRIOR-TEMP-C     PIC S9(4)V9(2)
000230                                 SIGN LEADING SEPARATE.
000240     05  FILLER                  PIC X(26).
