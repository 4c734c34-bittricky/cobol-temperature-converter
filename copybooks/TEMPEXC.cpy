000060* QUARANTINED AND REVIEWED INSTEAD OF BEING CONVERTED AND
000070* REPORTED AS IF IT WERE GOOD DATA.  TX-SENSOR-ID IDENTIFIES
000080* THE INSTRUMENT THAT PRODUCED THE REJECTED READING.
000081* TX-INPUT-TEMP IS ALWAYS THE READING AS RECEIVED, BEFORE ANY
000082* CALIBRATION OFFSET, SO A RELEASED READING RE-CONVERTS WITH
000083* THE OFFSET APPLIED EXACTLY ONCE.
000084* A REVERSAL RECORD THAT NAMES NO CONVERSION ON THE AUDIT LOG
000085* IS QUARANTINED HERE TOO (REASON RVNF).  IT IS NOT A READING
000086* AND CAN ONLY BE REJECTED OR DEFERRED, NEVER RELEASED.
000087* TX-SITE-CODE IS THE SITE OF THE BATCH THE READING CAME IN
000088* ON; SPACES ON RECORDS WRITTEN BEFORE THE FIELD EXISTED.
000089* TX-BUS-DATE IS THE BUSINESS DATE FROM THE BATCH HEADER, AS
000090* ON THE AUDIT RECORD; ZERO FOR AN INTERACTIVE READING.  IT
000091* TOOK THE LAST EIGHT BYTES OF THE REASON TEXT, SO ON RECORDS
000092* WRITTEN BEFORE IT EXISTED IT HOLDS TEXT OR SPACES.  READERS
000093* USE IT WHEN IT IS NUMERIC AND NOT ZERO AND FALL BACK TO
000094* TX-RUN-DATE OTHERWISE.  THE REASON TEXT KEEPS THE FIRST 32
000095* CHARACTERS OF THE MESSAGE; TX-REASON-CODE IS THE AUTHORITY.
000096*================================================================
000100 01  TX-EXCEPTION-RECORD.
000110     05  TX-RUN-DATE             PIC 9(08).
000120     05  TX-RUN-TIME             PIC 9(08).
000223         88  TX-REASON-DELTA             VALUE 'DLTA'.
000225         88  TX-REASON-INVALID-TARGET    VALUE 'TGT '.
000226         88  TX-REASON-OVERFLOW          VALUE 'OVFL'.
000230         88  TX-REASON-CAL-OVERDUE       VALUE 'CALD'.
000240         88  TX-REASON-REV-NOT-FOUND     VALUE 'RVNF'.
000250     05  TX-REASON-TEXT          PIC X(32).
000260     05  TX-BUS-DATE             PIC 9(08).
000270     05  TX-SITE-CODE            PIC X(03).
