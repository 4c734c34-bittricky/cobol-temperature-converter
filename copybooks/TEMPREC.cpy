000210* IN (C, F, K OR R).  SPACE MEANS THE HISTORICAL DEFAULT
000220* DIRECTION FOR THE INPUT UNIT, SO EXISTING FILES KEYED BEFORE
000230* THE FIELD EXISTED STILL CONVERT THE WAY THEY ALWAYS DID.
000231*
000232* A REVERSAL RECORD ('R') TAKES BACK A READING AN EARLIER RUN
000233* ALREADY CONVERTED -- KEYED AGAINST THE WRONG SENSOR OR WITH
000234* THE WRONG VALUE.  IT NAMES THE ORIGINAL BY SENSOR ID, THE
000235* BUSINESS DATE IT WAS CONVERTED UNDER, AND THE VALUE AND UNIT
000236* EXACTLY AS THEY WERE KEYED (BEFORE ANY CALIBRATION OFFSET).
000237* THE VALUE, UNIT AND SENSOR SIT IN THE SAME COLUMNS AS ON A
000238* DETAIL RECORD.  REVERSALS COUNT IN THE TRAILER'S RECORD COUNT
000239* AND THEIR VALUES IN ITS HASH TOTAL, THE SAME AS DETAILS.  A
000240* CORRECTION IS A REVERSAL FOLLOWED BY A DETAIL RECORD CARRYING
000241* THE RIGHT SENSOR AND VALUE.
000242*
000243* TR-HDR-SITE-CODE NAMES THE PLANT SITE THE BATCH CAME FROM.
000244* EVERY READING IN THE BATCH IS VALIDATED AGAINST THAT SITE'S
000245* SENSOR MASTER ENTRIES AND CONFIGURATION, AND CARRIES THE SITE
000246* ONTO THE AUDIT, EXCEPTION AND REGISTER RECORDS.  A HEADER
000247* KEYED BEFORE THE FIELD EXISTED CARRIES SPACES THERE AND TAKES
000248* THE SITE FROM THE RUN'S PARM INSTEAD.
000249*
000250* TR-HDR-REOPEN-BY AND TR-HDR-REOPEN-REF ARE A SUPERVISOR'S
000251* AUTHORIZATION TO POST THE BATCH INTO A BUSINESS DATE THAT HAS
000252* ALREADY BEEN CLOSED ON THE PERIOD CONTROL FILE: THE
000253* SUPERVISOR'S INITIALS AND THEIR REFERENCE FOR THE REOPEN
000254* (INCIDENT OR CHANGE NUMBER).  BOTH MUST BE PRESENT.  A BATCH
000255* FOR A CLOSED DATE WITHOUT THEM IS SET ASIDE; ON A BATCH FOR
000256* AN OPEN DATE THEY ARE IGNORED.
000257*================================================================
000258 01  TR-INPUT-RECORD.
000260     05  TR-RECORD-TYPE          PIC X(01).
000270         88  TR-HEADER-RECORD            VALUE 'H'.
000280         88  TR-DETAIL-RECORD            VALUE 'D'.
000290         88  TR-TRAILER-RECORD           VALUE 'T'.
000295         88  TR-REVERSAL-RECORD          VALUE 'R'.
000300     05  TR-RECORD-BODY          PIC X(79).
000310     05  TR-DETAIL-FIELDS REDEFINES TR-RECORD-BODY.
000320         10  TR-INPUT-TEMP       PIC S9(4)V9(2)
000380     05  TR-HEADER-FIELDS REDEFINES TR-RECORD-BODY.
000390         10  TR-HDR-BATCH-ID     PIC X(08).
000400         10  TR-HDR-BUS-DATE     PIC 9(08).
000410         10  TR-HDR-SITE-CODE    PIC X(03).
000412         10  TR-HDR-REOPEN-BY    PIC X(03).
000414         10  TR-HDR-REOPEN-REF   PIC X(12).
000416         10  FILLER              PIC X(45).
000420     05  TR-TRAILER-FIELDS REDEFINES TR-RECORD-BODY.
000430         10  TR-TRL-RECORD-COUNT PIC 9(08).
000440         10  TR-TRL-HASH-TOTAL   PIC S9(9)V9(2)
000450                                 SIGN LEADING SEPARATE.
000460         10  FILLER              PIC X(59).
000470     05  TR-REVERSAL-FIELDS REDEFINES TR-RECORD-BODY.
000480         10  TR-REV-INPUT-TEMP   PIC S9(4)V9(2)
000490                                 SIGN LEADING SEPARATE.
000500         10  TR-REV-INPUT-UNIT   PIC X(01).
000510         10  TR-REV-SENSOR-ID    PIC X(08).
000520         10  FILLER              PIC X(01).
000530         10  TR-REV-BUS-DATE     PIC 9(08).
000540         10  FILLER              PIC X(54).
