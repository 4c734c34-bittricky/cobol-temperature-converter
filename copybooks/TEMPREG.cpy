000100* LOG, THE SUMMARY AND THE HISTORIAN FEED.  RE-INJECTION
000110* BATCHES FROM THE EXCEPTION REVIEW REGISTER THE SAME WAY
000120* WHEN THEIR CONVERSION RUN COMPLETES.
000122* TG-SITE-CODE IS THE BATCH'S SITE: THE SAME BATCH ID AND DATE
000124* MAY ARRIVE FROM TWO PLANTS.  SPACES ON ENTRIES REGISTERED
000126* BEFORE THE FIELD EXISTED, WHICH STILL MATCH ANY SITE.
000130*================================================================
000140 01  TG-REGISTER-RECORD.
000150     05  TG-BATCH-ID             PIC X(08).
000190     05  TG-DETAIL-COUNT         PIC 9(08).
000200     05  TG-RESULT-COUNT         PIC 9(08).
000210     05  TG-EXCEPTION-COUNT      PIC 9(08).
000220     05  TG-SITE-CODE            PIC X(03).
000230     05  FILLER                  PIC X(21).
