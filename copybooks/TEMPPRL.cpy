000010*================================================================
000020* TEMPPRL - CLOSED-PERIOD REOPEN LOG RECORD
000030* ONE RECORD APPENDED BY THE CONVERSION PROGRAM FOR EVERY BATCH
000040* IT POSTS INTO A BUSINESS DATE THAT WAS ALREADY CLOSED ON THE
000050* PERIOD CONTROL FILE (TEMPPER), ON THE STRENGTH OF THE
000060* SUPERVISOR REOPEN AUTHORIZATION ON THE BATCH HEADER.  IT
000070* NAMES THE SITE, DATE AND BATCH, WHO AUTHORIZED THE REOPEN AND
000080* THEIR REFERENCE FOR IT, THE PERIOD STATUS THE BATCH FOUND, AND
000090* WHAT THE BATCH ADDED TO THE DATE, SO EVERY CHANGE TO A CLOSED
000093* DAY'S FIGURES CAN BE ACCOUNTED FOR.  A BATCH WHOSE REVERSALS
000096* TAKE READINGS BACK FROM A CLOSED DATE OTHER THAN ITS OWN GETS
000099* A RECORD FOR THAT DATE TOO, ITS DETAIL COUNT BEING THE
000102* REVERSALS DATED FOR IT AND ITS RESULT AND EXCEPTION COUNTS
000105* ZERO.
000110*================================================================
000120 01  TPR-REOPEN-RECORD.
000130     05  TPR-RUN-DATE            PIC 9(08).
000140     05  TPR-RUN-TIME            PIC 9(08).
000150     05  TPR-SITE-CODE           PIC X(03).
000160     05  TPR-BUS-DATE            PIC 9(08).
000170     05  TPR-BATCH-ID            PIC X(08).
000180     05  TPR-AUTHORIZED-BY       PIC X(03).
000190     05  TPR-AUTH-REFERENCE      PIC X(12).
000200     05  TPR-PRIOR-STATUS        PIC X(01).
000210     05  TPR-DETAIL-COUNT        PIC 9(08).
000220     05  TPR-RESULT-COUNT        PIC 9(08).
000230     05  TPR-EXCEPTION-COUNT     PIC 9(08).
000240     05  FILLER                  PIC X(05).
