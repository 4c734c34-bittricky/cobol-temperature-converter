000140*
000150* MODIFICATION HISTORY
000160* 08/22/2026  JH   ORIGINAL MONTHLY AUDIT ARCHIVAL STEP.
000162* 10/15/2026  JH   THE AUDIT RECORD IS NOW 100 BYTES, CARRYING ITS
000164*                  CHAIN SEQUENCE NUMBER AND CHECK VALUE; THE
000166*                  ARCHIVE COPY IS WIDENED TO MATCH SO A
000168*                  GENERATION CAN STILL BE VERIFIED.
000170*================================================================
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. AuditArchive.
000410
000420 FD  ARCHIVE-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  AR-ARCHIVE-RECORD           PIC X(100).
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE '00'.
