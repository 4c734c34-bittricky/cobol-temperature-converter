000010*================================================================
000020* TEMPPER - BUSINESS-DATE PERIOD CONTROL RECORD
000030* ONE KEYED RECORD PER SITE AND BUSINESS DATE THAT HAS BEEN
000040* CLOSED BY THE END-OF-DAY CLOSE STEP, KEYED ON THE SITE CODE
000050* PLUS THE BUSINESS DATE.  A DATE WITH NO RECORD IS STILL OPEN.
000060* ONCE A DATE IS CLOSED THE CONVERSION PROGRAM SETS ASIDE ANY
000070* LATER BATCH FOR IT UNLESS THE BATCH HEADER CARRIES A
000080* SUPERVISOR REOPEN AUTHORIZATION, SO A LATE FLOOR SHEET CANNOT
000090* QUIETLY MOVE FIGURES THAT BILLING HAS ALREADY LOADED.
000100*
000110* TPC-STATUS 'C' IS A CLOSED DATE WHOSE FIGURES STAND AS
000120* CLOSED.  'R' MEANS AN AUTHORIZED BATCH HAS POSTED INTO THE
000130* DATE SINCE IT WAS CLOSED: THE DATE IS STILL LOCKED AGAINST
000140* UNAUTHORIZED BATCHES, BUT ITS FIGURES HAVE MOVED AND IT MUST
000150* BE CLOSED AGAIN BEFORE THE DEGREE-DAY EXTRACT WILL TAKE IT.
000160*
000170* THE CLOSING COUNTS ARE THE TOTALS OF THE DATE'S ENTRIES ON THE
000180* PROCESSED-BATCH REGISTER (TEMPREG) WHEN IT WAS LAST CLOSED.
000190* TPC-CLOSED-BY IS WHO CLOSED IT, AS GIVEN ON THE CLOSE JOB'S
000200* PARM.  TPC-REOPEN-COUNT COUNTS THE AUTHORIZED BATCHES THAT
000210* HAVE POSTED INTO THE DATE SINCE IT WAS FIRST CLOSED; EACH ONE
000220* IS ALSO LOGGED ON THE REOPEN LOG (TEMPPRL).
000230*================================================================
000240 01  TPC-PERIOD-RECORD.
000250     05  TPC-PERIOD-KEY.
000260         10  TPC-SITE-CODE       PIC X(03).
000270         10  TPC-BUS-DATE        PIC 9(08).
000280     05  TPC-STATUS              PIC X(01).
000290         88  TPC-PERIOD-CLOSED           VALUE 'C'.
000300         88  TPC-PERIOD-REOPENED         VALUE 'R'.
000310     05  TPC-CLOSED-BY           PIC X(08).
000320     05  TPC-CLOSE-DATE          PIC 9(08).
000330     05  TPC-CLOSE-TIME          PIC 9(08).
000340     05  TPC-BATCH-COUNT         PIC 9(04).
000350     05  TPC-DETAIL-COUNT        PIC 9(08).
000360     05  TPC-RESULT-COUNT        PIC 9(08).
000370     05  TPC-EXCEPTION-COUNT     PIC 9(08).
000380     05  TPC-CLOSE-COUNT         PIC 9(03).
000390     05  TPC-REOPEN-COUNT        PIC 9(03).
000400     05  FILLER                  PIC X(10).
