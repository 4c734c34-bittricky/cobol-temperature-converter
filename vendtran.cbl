000240* PARM LAYOUT (POSITIONAL, LIKE THE TREND REPORT):
000250*   POS  1-8   BATCH ID FOR THE TRANSLATED BATCH (REQUIRED)
000260*   POS 10-17  BUSINESS DATE, YYYYMMDD (REQUIRED)
000263*   POS 19-21  SITE CODE FOR THE BATCH HEADER (OPTIONAL); OMITTED
000266*              LEAVES THE CONVERSION RUN'S OWN PARM SITE TO APPLY.
000270*
000280* MODIFICATION HISTORY
000290* 09/02/2026  JH   ORIGINAL VENDOR FEED TRANSLATOR.
000294*                  AND A LINE WITH MORE FIELDS THAN THE
000295*                  LAYOUT DEFINES ALL REJECT NOW INSTEAD OF
000296*                  TRANSLATING WITH A SILENTLY WRONG VALUE.
000297* 10/15/2026  JH   AN OPTIONAL PARM SITE CODE IS CARRIED ON THE
000298*                  BATCH HEADER RECORD.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. VendorTranslate.
000970 01  WS-BATCH-CONTROL.
000980     05  WS-BATCH-ID          PIC X(08) VALUE SPACES.
000990     05  WS-BUSINESS-DATE     PIC 9(08) VALUE 0.
000995     05  WS-SITE-CODE         PIC X(03) VALUE SPACES.
001000     05  WS-DETAIL-COUNT      PIC 9(08) VALUE 0.
001010     05  WS-HASH-TOTAL        PIC S9(9)V9(2) VALUE 0.
001020
001690 LINKAGE SECTION.
001700 01  VT-PARM-AREA.
001710     05  VT-PARM-LENGTH       PIC S9(4) COMP.
001720     05  VT-PARM-DATA         PIC X(21).
001730
001740 PROCEDURE DIVISION USING VT-PARM-AREA.
001750*----------------------------------------------------------*
002090     END-IF.
002100     MOVE VT-PARM-DATA (1:8)  TO WS-BATCH-ID.
002110     MOVE VT-PARM-DATA (10:8) TO WS-BUSINESS-DATE.
002112     IF VT-PARM-LENGTH NOT < 21
002114         MOVE VT-PARM-DATA (19:3) TO WS-SITE-CODE
002116     END-IF.
002120
002130     OPEN INPUT VENDOR-INPUT-FILE.
002140     IF WS-VENDOR-FILE-STATUS NOT = '00'
002420     MOVE 'H' TO TR-RECORD-TYPE.
002430     MOVE WS-BATCH-ID      TO TR-HDR-BATCH-ID.
002440     MOVE WS-BUSINESS-DATE TO TR-HDR-BUS-DATE.
002445     MOVE WS-SITE-CODE     TO TR-HDR-SITE-CODE.
002450     WRITE TR-INPUT-RECORD.
002460 1000-EXIT.
002470     EXIT.
