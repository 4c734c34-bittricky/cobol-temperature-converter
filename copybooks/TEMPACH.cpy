000010*================================================================
000020* TEMPACH - AUDIT CHAIN CONTROL RECORD
000030* ONE RECORD, KEYED 'TEMPAUD', HOLDING THE SEQUENCE NUMBER AND
000040* CHECK VALUE OF THE LAST RECORD STAMPED FOR THE AUDIT LOG.
000050* THE TEMPACH SUBPROGRAM READS AND REWRITES IT FOR EVERY
000060* RECORD ANY PROGRAM APPENDS, SO THE CHAIN RUNS UNBROKEN
000070* ACROSS ALL THE WRITERS AND ACROSS THE MONTHLY CUT-OFF, WHEN
000080* THE LIVE LOG IS CLEARED BUT THIS RECORD IS NOT.  THE AUDIT
000090* VERIFICATION RUN COMPARES THE LAST RECORD ON THE LIVE LOG
000100* WITH IT, SO RECORDS CUT FROM THE END OF THE LOG SHOW AS
000110* MISSING RATHER THAN VANISHING WITHOUT TRACE.
000120*================================================================
000130 01  TT-CHAIN-CONTROL-RECORD.
000140     05  TT-CHAIN-KEY            PIC X(08).
000150     05  TT-LAST-SEQUENCE-NO     PIC 9(09).
000160     05  TT-LAST-CHECK-VALUE     PIC 9(09).
000170     05  TT-LAST-RUN-DATE        PIC 9(08).
000180     05  TT-LAST-RUN-TIME        PIC 9(08).
000190     05  TT-LAST-SOURCE-MODE     PIC X(01).
000200     05  TT-LAST-BATCH-ID        PIC X(08).
000210     05  FILLER                  PIC X(29).
