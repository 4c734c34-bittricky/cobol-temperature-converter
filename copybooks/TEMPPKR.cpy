000010*================================================================
000020* TEMPPKR - COMPLIANCE PACKAGE REGISTER RECORD
000030* ONE RECORD APPENDED FOR EVERY LOCATION PACKAGE THE MONTH-END
000040* COMPLIANCE RUN PRINTS: THE MONTH, SITE AND LOCATION IT COVERS,
000050* WHEN IT WAS PRODUCED, HOW MANY PAGES AND PRINT LINES IT RAN TO,
000060* THE READINGS IT SUMMARIZED, AND A HASH OF EVERY PRINTED LINE.
000070* THE HASH IS THE AUDIT TRAIL'S CHECK-VALUE ARITHMETIC (EACH BYTE
000080* ADDED TO THE RUNNING VALUE TIMES 263, REMAINDER OVER THE PRIME
000090* 999999937) TAKEN OVER EACH 80-BYTE LINE OF THE PACKAGE IN
000100* PRINT ORDER, UP TO BUT NOT INCLUDING THE CONTROL LINE THAT
000110* SHOWS IT.  RE-HASHING THE FILED COPY AND MATCHING IT TO THIS
000120* RECORD PROVES IT IS THE PACKAGE THAT WAS PRODUCED; A LINE
000130* ADDED, DROPPED OR ALTERED GIVES A DIFFERENT VALUE.
000140*================================================================
000150 01  TK-PACKAGE-RECORD.
000160     05  TK-PACKAGE-MONTH        PIC 9(06).
000170     05  TK-SITE-CODE            PIC X(03).
000180     05  TK-LOCATION             PIC X(20).
000190     05  TK-RUN-DATE             PIC 9(08).
000200     05  TK-RUN-TIME             PIC 9(08).
000210     05  TK-PAGE-COUNT           PIC 9(05).
000220     05  TK-LINE-COUNT           PIC 9(07).
000230     05  TK-READING-COUNT        PIC 9(08).
000240     05  TK-PACKAGE-HASH         PIC 9(09).
000250     05  FILLER                  PIC X(06).
