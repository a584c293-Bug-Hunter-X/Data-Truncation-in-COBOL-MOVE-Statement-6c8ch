000100*----------------------------------------------------------------*
000110*  DL180SD  -  STEP SLA DEFINITION ROW.  ONE 80-BYTE CARD PER    *
000120*              PIPELINE STEP ON THE SLADEF CONTROL FILE, KEPT BY *
000130*              OPERATIONS.  READ BY DL180DR FOR THE OVERRUN      *
000140*              WARNING AND BY DL240SA FOR THE SLA REPORT.        *
000150*                SD-PROGRAM-NAME   - THE STEP'S PROGRAM.         *
000160*                SD-EXPECTED-SECS  - NORMAL ELAPSED TIME, IN     *
000170*                                    SECONDS.  ZERO OR BLANK     *
000180*                                    USES THE AVERAGE OF THE     *
000190*                                    STEP'S COMPLETED HISTORY.   *
000200*                SD-WARN-PCT       - A RUN PAST THIS PERCENTAGE  *
000210*                                    OF NORMAL RAISES THE        *
000220*                                    WARNING.  BLANK = 150.      *
000230*                SD-DEADLINE-TIME  - LATEST FINISH, HH:MM:SS.    *
000240*                                    BLANK = NO DEADLINE.        *
000250*                SD-DEADLINE-DAY   - "0" THE DEADLINE FALLS ON   *
000260*                                    THE BATCH DATE ITSELF, "1"  *
000270*                                    ON THE FOLLOWING MORNING.   *
000280*                SD-NEAR-MINUTES   - A FINISH WITHIN THIS MANY   *
000290*                                    MINUTES OF THE DEADLINE IS  *
000300*                                    A NEAR MISS.  BLANK = 15.   *
000310*              A "*" IN COLUMN ONE MARKS A COMMENT ROW.          *
000320*----------------------------------------------------------------*
000330 01  SD-RECORD.
000340     05  SD-PROGRAM-NAME         PIC X(08).
000350     05  SD-EXPECTED-SECS        PIC 9(05).
000360     05  SD-WARN-PCT             PIC 9(03).
000370     05  SD-DEADLINE-TIME        PIC X(08).
000380     05  SD-DEADLINE-PARTS REDEFINES SD-DEADLINE-TIME.
000390         10  SD-DEADLINE-HH      PIC 9(02).
000400         10  FILLER              PIC X(01).
000410         10  SD-DEADLINE-MM      PIC 9(02).
000420         10  FILLER              PIC X(01).
000430         10  SD-DEADLINE-SS      PIC 9(02).
000440     05  SD-DEADLINE-DAY         PIC 9(01).
000450     05  SD-NEAR-MINUTES         PIC 9(03).
000460     05  FILLER                  PIC X(52).
