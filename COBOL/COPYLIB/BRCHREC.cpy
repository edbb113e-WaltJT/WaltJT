001200*               AUDIT LOG AND HISTORY FILE NEXT TO THE SOURCE
001300*               BATCH ID, SO THE DAY'S WORK CAN BE REPORTED BACK
001400*               TO EACH BRANCH FROM COBOL4'S CONTROL TOTALS.
001405*               EACH ROW ALSO CARRIES THE BRANCH'S EXPECTED
001410*               SUBMISSION SCHEDULE: WHICH INPUT FILES IT SENDS
001415*               (TRANSIN, OPCTRANS, LOOPTRANS), ON WHICH WEEKDAYS
001420*               (1=MONDAY ... 7=SUNDAY, "Y" = EXPECTED) AND BY
001425*               WHAT CUTOFF TIME (HHMM, ZERO = NO CUTOFF) ON THE
001430*               BUSINESS DATE. SUBMCHK REPORTS THE NIGHT'S
001435*               MISSING AND LATE BRANCHES FROM IT, AND EDITVAL
001440*               ROLLS A BATCH TRANSMITTED AFTER THE CUTOFF TO
001445*               THE NEXT BUSINESS DATE. BLANK SCHEDULE FIELDS
001450*               MEAN NOTHING IS EXPECTED AND NOTHING IS LATE.
001500******************************************************************
001600 01  BRCH-REC.
001700     05 BRCH-ID                 PIC X(04).
002000         88 BRCH-ACTIVE                   VALUE "A".
002100         88 BRCH-INACTIVE                 VALUE "I".
002200     05 BRCH-CONTACT            PIC X(30).
002210     05 BRCH-SCHEDULE.
002220         10 BRCH-EXPECT-TRANSIN     PIC X(01).
002230             88 BRCH-SENDS-TRANSIN            VALUE "Y".
002240         10 BRCH-EXPECT-OPCTRANS    PIC X(01).
002250             88 BRCH-SENDS-OPCTRANS           VALUE "Y".
002260         10 BRCH-EXPECT-LOOPTRANS   PIC X(01).
002270             88 BRCH-SENDS-LOOPTRANS          VALUE "Y".
002280         10 BRCH-SCHED-DAYS.
002290             15 BRCH-SCHED-DAY      PIC X(01) OCCURS 7 TIMES.
002300         10 BRCH-CUTOFF-TIME        PIC 9(04).
002310         10 BRCH-CUTOFF-TIME-X REDEFINES BRCH-CUTOFF-TIME
002320                                    PIC X(04).
002330     05 FILLER                  PIC X(01).
