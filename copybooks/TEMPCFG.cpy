000090* CHANGE CONTROL WITHOUT A PROGRAM CHANGE AND RECOMPILE.  A
000100* MISSING OR EMPTY FILE MEANS THE PROGRAMS RUN ON THEIR
000110* COMPILED DEFAULTS, WHICH MATCH THE HISTORICAL VALUES.
000111*
000112* THE FILE HOLDS ONE RECORD PER PLANT SITE, NAMED BY
000113* TF-SITE-CODE.  THE RECORD WITH A BLANK SITE CODE IS THE
000114* DEFAULT FOR ANY SITE WITHOUT ONE OF ITS OWN; THE SINGLE
000115* RECORD WRITTEN BEFORE SITES EXISTED IS THAT DEFAULT.
000116*
000117* THE THREE RETENTION PERIODS, IN DAYS, DRIVE THE MONTHLY
000118* HOUSEKEEPING RUN: HOW LONG A RESOLVED QUARANTINE ITEM AND ITS
000119* DISPOSITIONS, A PROCESSED-BATCH REGISTER ENTRY AND A RUN-
000120* HISTORY RECORD STAY ON THE LIVE FILES BEFORE THEY ARE MOVED
000121* TO THEIR ARCHIVES.  SPACES OR ZERO (RECORDS WRITTEN BEFORE THE
000122* FIELDS EXISTED) MEAN THE HOUSEKEEPING RUN'S COMPILED DEFAULTS.
000123*================================================================
000130 01  TF-CONFIG-RECORD.
000140     05  TF-MIN-VALID-TEMP-C     PIC S9(4)V9(2)
000150                                 SIGN LEADING SEPARATE.
000220                                 SIGN LEADING SEPARATE.
000230     05  TF-TABLE-STEP           PIC S9(3)V9(1)
000240                                 SIGN LEADING SEPARATE.
000250     05  TF-SITE-CODE            PIC X(03).
000260     05  TF-EXC-RETAIN-DAYS      PIC 9(04).
000270     05  TF-REG-RETAIN-DAYS      PIC 9(04).
000280     05  TF-RHS-RETAIN-DAYS      PIC 9(04).
000290     05  FILLER                  PIC X(32).
