000120* RETURN CODE 8/10/14 BALANCING OUTCOMES.  PER-BATCH DETAIL
000130* STAYS ON THE PROCESSED-BATCH REGISTER (TEMPREG); THIS IS
000140* ONE LINE PER RUN.
000142* TU-REVERSAL-COUNT IS THE REVERSALS APPLIED; THEY ARE IN THE
000144* INPUT AND AUDIT COUNTS BUT WRITE NO RESULT.  SPACES ON RUNS
000146* RECORDED BEFORE THE FIELD EXISTED.
000147* TU-SITE-CODE IS THE SITE OF THE FIRST BATCH ON THE FILE, OR
000148* THE PARM SITE FOR AN INTERACTIVE OR TABLE RUN.  SPACES ON RUNS
000149* RECORDED BEFORE THE FIELD EXISTED.
000150*================================================================
000160 01  TU-RUN-HISTORY-RECORD.
000170     05  TU-RUN-DATE             PIC 9(08).
000300     05  TU-RECON-SWITCH         PIC X(01).
000310         88  TU-RECON-BALANCED           VALUE 'Y'.
000320     05  TU-RETURN-CODE          PIC 9(02).
000330     05  TU-REVERSAL-COUNT       PIC 9(05).
000340     05  TU-SITE-CODE            PIC X(03).
