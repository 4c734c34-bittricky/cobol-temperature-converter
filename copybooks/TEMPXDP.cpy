000050* SEE WHAT HAPPENED TO EVERY REJECT: RELEASED BACK TO
000060* PRODUCTION (WITH THE CORRECTED VALUE), REJECTED FOR GOOD,
000070* OR DEFERRED TO A LATER REVIEW SESSION.
000071* TD-SITE-CODE IS COPIED FROM THE EXCEPTION REVIEWED.
000072* TD-CLOSED-DATE IS SET ON A RELEASE THE SUPERVISOR CONFIRMED
000073* AFTER BEING WARNED THAT IT GOES INTO A BUSINESS DATE ALREADY
000074* CLOSED ON THE PERIOD CONTROL FILE, AND NAMES THAT DATE; IT IS
000075* ZERO ON OTHER DISPOSITIONS AND SPACES ON RECORDS WRITTEN
000076* BEFORE THE FIELD EXISTED.
000080*================================================================
000090 01  TD-DISPOSITION-RECORD.
000100     05  TD-REVIEW-DATE          PIC 9(08).
000220         88  TD-DISP-REJECTED            VALUE 'J'.
000230         88  TD-DISP-DEFERRED            VALUE 'D'.
000240     05  TD-REVIEWER-INITIALS    PIC X(03).
000250     05  TD-SITE-CODE            PIC X(03).
000260     05  TD-CLOSED-DATE          PIC 9(08).
000270     05  FILLER                  PIC X(21).
