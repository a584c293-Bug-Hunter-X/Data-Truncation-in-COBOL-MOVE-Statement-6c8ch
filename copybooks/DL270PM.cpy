000100*----------------------------------------------------------------*
000110*  DL270PM  -  RUN-TIME PARAMETER CARD FOR DL270RC.  ONE RECORD  *
000120*              READ AT START-UP.  NO CARD, OR A BLANK FIELD,     *
000130*              TAKES THE DEFAULT.                                *
000140*                AP-OVERDUE-DAYS- A FILE WITH NO MATCHING        *
000150*                                 ACKNOWLEDGEMENT MORE THAN      *
000160*                                 THIS MANY DAYS AFTER ITS RUN   *
000170*                                 DATE IS OVERDUE.  DEFAULT 3.   *
000180*                AP-CHECK-DATE  - THE DATE TO AGE FILES FROM     *
000190*                                 (YYYY-MM-DD).  SPACES MEAN     *
000200*                                 TODAY.                         *
000210*              A NON-NUMERIC DAY COUNT OR AN UNREADABLE DATE     *
000220*              STOPS THE RUN WITH RETURN CODE 16.                *
000230*----------------------------------------------------------------*
000240 01  AP-PARM-RECORD.
000250     05  AP-OVERDUE-DAYS         PIC X(03).
000260     05  AP-OVERDUE-DAYS-N REDEFINES AP-OVERDUE-DAYS
000270                                 PIC 9(03).
000280     05  AP-CHECK-DATE           PIC X(10).
000290     05  FILLER                  PIC X(67).
