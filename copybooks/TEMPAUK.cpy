000060* EYEBALL SCAN OF THE FLAT FILE.  THE KEY IS RUN DATE AND TIME
000070* PLUS A LOAD SEQUENCE NUMBER, SINCE SEVERAL CONVERSIONS CAN
000080* LOG IN THE SAME HUNDREDTH OF A SECOND.
000081*
000082* TQ-SENSOR-ID AND TQ-SITE-CODE ARE CARRIED FROM THE AUDIT RECORD
000083* (SPACES ON INTERACTIVE CONVERSIONS AND ON RECORDS LOGGED BEFORE
000084* THE FIELDS EXISTED).  AN ALTERNATE INDEX OVER TQ-SENSOR-ID, WITH
000085* DUPLICATES, IS BUILT AFTER EACH RELOAD SO ONE INSTRUMENT'S
000086* CONVERSIONS CAN BE READ WITHOUT PASSING THE WHOLE MONTH; BEING
000087* BUILT FROM THE FILE IN KEY ORDER, IT RETURNS THEM OLDEST FIRST.
000090*================================================================
000100 01  TQ-AUDIT-KEY-RECORD.
000110     05  TQ-KEY.
000210     05  TQ-SOURCE-MODE          PIC X(01).
000220         88  TQ-SOURCE-INTERACTIVE       VALUE 'I'.
000230         88  TQ-SOURCE-BATCH             VALUE 'B'.
000235         88  TQ-SOURCE-REVERSAL          VALUE 'R'.
000240     05  TQ-BATCH-ID             PIC X(08).
000250     05  TQ-SENSOR-ID            PIC X(08).
000260     05  TQ-SITE-CODE            PIC X(03).
000270     05  FILLER                  PIC X(24).
