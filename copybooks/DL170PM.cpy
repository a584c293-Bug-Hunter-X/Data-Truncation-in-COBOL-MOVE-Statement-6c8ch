000160*----------------------------------------------------------------*
000170 01  BL-PARM-RECORD.
000180     05  BL-RUN-DATE             PIC X(10).
000182*    BL-ROUTE-SWITCH "Y" ALSO BALANCES EACH FEED'S ROUTED OUTPUT
000184*    FILE (DD OUTRT01 AND ON, BY FEED-DEFINITION ROW) FROM A
000186*    CONSOLIDATED RUN: ITS DATA RECORDS MUST EQUAL THE LEDGER'S
000188*    WRITTEN COUNT PLUS THE FEED'S REPAIRS, AND ITS TRAILER (IF
00018A*    ANY) MUST MATCH WHAT THE FILE ACTUALLY HOLDS.
00018C     05  BL-ROUTE-SWITCH         PIC X(01).
000190     05  FILLER                  PIC X(69).
