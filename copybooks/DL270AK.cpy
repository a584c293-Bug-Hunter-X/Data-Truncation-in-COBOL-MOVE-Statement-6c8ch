000100*----------------------------------------------------------------*
000110*  DL270AK  -  DOWNSTREAM RECEIPT ACKNOWLEDGEMENT.  EACH         *
000120*              RECEIVER SENDS ONE RECORD BACK FOR EVERY FILE     *
000130*              IT LOADS, ON ACKFILE, SAYING WHAT IT COUNTED:     *
000140*                AK-RUN-DATE    - THE RUN DATE ON THE FILE'S     *
000150*                                 HEADER (YYYY-MM-DD)            *
000160*                AK-FEED        - THE FEED CODE OF THE FILE      *
000170*                                 (SPACES FOR A SINGLE-FEED RUN  *
000180*                                 WITH NO DESTINATION)           *
000190*                AK-RECORD-COUNT- DATA RECORDS LOADED            *
000200*                AK-SUM-CHARS   - THEIR TRIMMED CONTENT LENGTHS  *
000210*                                 ADDED UP, AS THE TRAILER       *
000220*                                 COUNTS THEM                    *
000230*                AK-RECEIVER    - WHO IS ACKNOWLEDGING           *
000240*                AK-RECEIVED-DATE- WHEN THEY LOADED THE FILE     *
000250*----------------------------------------------------------------*
000260 01  AK-RECORD.
000270     05  AK-RUN-DATE             PIC X(10).
000280     05  AK-FEED                 PIC X(04).
000290     05  AK-RECORD-COUNT         PIC 9(09).
000300     05  AK-SUM-CHARS            PIC 9(11).
000310     05  AK-RECEIVER             PIC X(08).
000320     05  AK-RECEIVED-DATE        PIC X(10).
000330     05  FILLER                  PIC X(28).
