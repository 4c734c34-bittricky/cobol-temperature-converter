000050* (EXTRACT DATE AND ROW COUNT) SO THE CORPORATE HISTORIAN
000060* TEAM CAN VERIFY THE FEED ON THEIR SIDE.  BUILT BY THE BATCH
000070* CONVERSION RUN ALONGSIDE THE FIXED-FORMAT RESULTS FILE,
000080* WHICH THEIR LOADER CANNOT INGEST.  THE LAST THREE COLUMNS
000082* ARE THE ROW TYPE -- C FOR A CONVERSION, R FOR A REVERSAL
000084* THAT TAKES ONE BACK -- AND, ON A REVERSAL ROW, THE RUN DATE
000086* AND TIME OF THE ROW BEING REVERSED.
000090*================================================================
000100 01  TH-EXTRACT-LINE             PIC X(120).
