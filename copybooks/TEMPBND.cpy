000010*================================================================
000020* TEMPBND - PRODUCT-SAFE TEMPERATURE BAND RECORD
000030* ONE RECORD PER SENSOR OR PER PLANT LOCATION GIVING THE BAND,
000040* IN CELSIUS, THE PRODUCT STORED THERE MUST STAY INSIDE.  THIS
000050* IS QA'S LIMIT FOR THE PRODUCT, NOT THE INSTRUMENT'S
000060* OPERATING RANGE ON THE SENSOR MASTER (TM-LOW-LIMIT AND
000070* TM-HIGH-LIMIT): A FREEZER PROBE GOOD FROM -40C TO +50C MAY
000080* GUARD PRODUCT THAT MUST NEVER SEE ABOVE -18C.
000090*
000100* TY-BAND-TYPE 'S' KEYS THE BAND TO ONE SENSOR ID, 'L' TO A
000110* WHOLE LOCATION (TM-LOCATION).  A SENSOR BAND OVERRIDES THE
000120* BAND FOR ITS LOCATION; A SENSOR WITH NEITHER IS NOT
000130* WATCHED FOR EXCURSIONS.  THE FILE IS OWNED BY QA AND CHANGED
000140* ONLY UNDER THEIR DOCUMENT CONTROL.
000150*================================================================
000160 01  TY-BAND-RECORD.
000170     05  TY-BAND-TYPE            PIC X(01).
000180         88  TY-BAND-SENSOR              VALUE 'S'.
000190         88  TY-BAND-LOCATION            VALUE 'L'.
000200     05  TY-BAND-ID              PIC X(20).
000210     05  TY-LOW-TEMP-C           PIC S9(4)V9(2)
000220                                 SIGN LEADING SEPARATE.
000230     05  TY-HIGH-TEMP-C          PIC S9(4)V9(2)
000240                                 SIGN LEADING SEPARATE.
000250     05  TY-PRODUCT              PIC X(20).
000260     05  FILLER                  PIC X(25).
