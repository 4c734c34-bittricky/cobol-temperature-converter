000110*             ARCHIVE GENERATION, WHICHEVER THE TEMPAUD DD
000120*             POINTS AT) AND LOADS IT INTO THE KEYED INQUIRY
000130*             FILE, KEYED ON RUN DATE AND TIME PLUS A LOAD
000140*             SEQUENCE NUMBER.  EACH RECORD CARRIES ITS
000145*             SENSOR ID AND SITE FOR THE SENSOR STATUS INQUIRY.
000150*   PARM='Q'  QUERY (THE DEFAULT) - TAKES A DATE RANGE, TIME
000160*             WINDOW AND SOURCE-MODE FILTER FROM AN OPERATOR
000170*             SCREEN, POSITIONS INTO THE KEYED FILE WITH A
000200*
000210* MODIFICATION HISTORY
000220* 08/22/2026  JH   ORIGINAL KEYED AUDIT INQUIRY.
000222* 10/15/2026  JH   THE LOAD CARRIES EACH CONVERSION'S SENSOR ID
000224*                  AND SITE ONTO THE KEYED FILE FOR THE SENSOR
000226*                  STATUS INQUIRY.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AuditInquiry.
002570     MOVE TA-OUTPUT-UNIT TO TQ-OUTPUT-UNIT.
002580     MOVE TA-SOURCE-MODE TO TQ-SOURCE-MODE.
002590     MOVE TA-BATCH-ID    TO TQ-BATCH-ID.
002593     MOVE TA-SENSOR-ID   TO TQ-SENSOR-ID.
002596     MOVE TA-SITE-CODE   TO TQ-SITE-CODE.
002600
002610     WRITE TQ-AUDIT-KEY-RECORD
002620         INVALID KEY
