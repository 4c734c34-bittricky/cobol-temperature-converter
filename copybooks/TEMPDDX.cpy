000070* BASE TEMPERATURE THE RUN WAS GIVEN.  BILLING LOADS THIS
000080* FILE INSTEAD OF RE-DERIVING FIGURES BY HAND THAT CAN DRIFT
000090* FROM WHAT THE PLANT REPORTED.
000093* TE-SITE-CODE SEPARATES TWO PLANTS' LOCATIONS OF THE SAME NAME;
000096* THE FILE IS ORDERED BY DATE, SITE AND LOCATION.
000100*================================================================
000110 01  TE-EXTRACT-RECORD.
000120     05  TE-BUS-DATE             PIC 9(08).
000220     05  TE-COOLING-DEGREE-DAYS  PIC 9(4)V9(2).
000230     05  TE-BASE-TEMP-C          PIC S9(4)V9(2)
000240                                 SIGN LEADING SEPARATE.
000250     05  TE-SITE-CODE            PIC X(03).
000260     05  FILLER                  PIC X(02).
