000100*----------------------------------------------------------------*
000110*  DL100PD  -  PARTITION DEFINITION ROW.  ONE 80-BYTE CARD PER   *
000120*              PARTITION ON THE PARTDEF CONTROL FILE, KEPT BY    *
000130*              OPERATIONS.  WHEN THE FILE HAS ROWS, THE NIGHTLY  *
000140*              DL100MN STEP IS RUN AS ONE CONCURRENT JOB PER     *
000150*              PARTITION, EACH WITH ITS OWN CARD NAMING ITS      *
000160*              PARTITION (PM-PARTITION), AND DL260MB MERGES AND  *
000170*              BALANCES THEIR OUTPUT.  LOADED BY THE SHARED      *
000180*              DL100PTN.                                         *
000190*                PD-PARTITION - 1 THRU 9.  THE ROWS MUST NUMBER  *
000200*                               THE PARTITIONS 1, 2, 3 ... WITH  *
000210*                               NO GAPS AND NO REPEATS.          *
000220*                PD-METHOD    - "F" BY FEED CODE (CONSOLIDATED   *
000230*                               RUNS ONLY) OR "K" BY BUSINESS-   *
000240*                               KEY RANGE.  EVERY ROW THE SAME.  *
000250*                PD-RANGE     - FOR "F", UP TO TEN FEED CODES,   *
000260*                               EACH FOLLOWED BY ONE SPACE.  A   *
000270*                               FEED MAY BE LISTED ONCE ONLY.    *
000280*                               FOR "K", THE LOWEST BUSINESS KEY *
000290*                               THE PARTITION TAKES; IT RUNS UP  *
000300*                               TO THE NEXT PARTITION'S LOW KEY. *
000310*                               PARTITION 1 LEAVES IT BLANK AND  *
000320*                               THE OTHERS MUST ASCEND.          *
000330*              PARTITION 1 IS THE CATCH-ALL: A FEED NO ROW       *
000340*              LISTS, AN UNKNOWN FEED CODE AND A RECORD WITH NO  *
000350*              BUSINESS KEY ALL GO THERE.                        *
000360*              A "*" IN COLUMN ONE MARKS A COMMENT ROW.          *
000370*----------------------------------------------------------------*
000380 01  PD-RECORD.
000390     05  PD-PARTITION            PIC X(01).
000400     05  FILLER                  PIC X(01).
000410     05  PD-METHOD               PIC X(01).
000420     05  FILLER                  PIC X(01).
000430     05  PD-RANGE                PIC X(50).
000440     05  PD-KEY-RANGE REDEFINES PD-RANGE.
000450         10  PD-LOW-KEY          PIC X(30).
000460         10  FILLER              PIC X(20).
000470     05  PD-FEED-LIST REDEFINES PD-RANGE.
000480         10  PD-FEED-ENTRY OCCURS 10 TIMES.
000490             15  PD-FEED-CODE    PIC X(04).
000500             15  FILLER          PIC X(01).
000510     05  FILLER                  PIC X(26).
