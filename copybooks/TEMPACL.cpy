000010*================================================================
000020* TEMPACL - AUDIT CHAIN SUBPROGRAM LINKAGE AREA
000030* THE PARAMETER BLOCK FOR THE TEMPACH CALLABLE SUBPROGRAM,
000040* PASSED WITH THE TEMPAUD RECORD IT WORKS ON.
000050*
000060* TAL-FUNCTION:
000070*   'S'  STAMP THE RECORD ABOUT TO BE WRITTEN WITH THE NEXT
000080*        SEQUENCE NUMBER AND ITS CHAINED CHECK VALUE, AND
000090*        ADVANCE THE CHAIN CONTROL RECORD.  EVERY PROGRAM THAT
000100*        APPENDS TO THE AUDIT LOG CALLS THIS JUST BEFORE ITS
000110*        WRITE.
000120*   'V'  VERIFY ONLY: RETURN IN TAL-CHECK-VALUE THE CHECK
000130*        VALUE THE RECORD SHOULD CARRY WHEN CHAINED FROM
000140*        TAL-PRIOR-CHECK-VALUE.  NOTHING IS UPDATED.
000150*   'C'  CLOSE THE CHAIN CONTROL FILE AT END OF RUN.
000160*================================================================
000170 01  TAL-CHAIN-PARMS.
000180     05  TAL-FUNCTION            PIC X(01).
000190         88  TAL-STAMP-RECORD            VALUE 'S'.
000200         88  TAL-COMPUTE-CHECK           VALUE 'V'.
000210         88  TAL-CLOSE-CHAIN             VALUE 'C'.
000220     05  TAL-PRIOR-CHECK-VALUE   PIC 9(09).
000230     05  TAL-CHECK-VALUE         PIC 9(09).
