000100*----------------------------------------------------------------*
000110*  DL100PT  -  PARTITION TABLE, FILLED FROM THE PARTDEF CONTROL  *
000120*              FILE (DL100PD) BY THE SHARED DL100PTN LOADER.  THE*
000130*              CALLER OWNS THE STORAGE.  PT-PART-COUNT ZERO MEANS*
000140*              THE NIGHTLY STEP IS NOT PARTITIONED.  ENTRY N IS  *
000150*              PARTITION N; UNUSED FEED SLOTS ARE SPACES.        *
000160*----------------------------------------------------------------*
000170 01  PT-TABLE.
000180     05  PT-PART-COUNT           PIC 9(01).
000190     05  PT-METHOD               PIC X(01).
000200         88  PT-BY-FEED                   VALUE "F".
000210         88  PT-BY-KEY                    VALUE "K".
000220     05  PT-ENTRY OCCURS 9 TIMES
000230             INDEXED BY PT-IDX.
000240         10  PT-LOW-KEY          PIC X(30).
000250         10  PT-FEED-CODE        PIC X(04) OCCURS 10 TIMES.
