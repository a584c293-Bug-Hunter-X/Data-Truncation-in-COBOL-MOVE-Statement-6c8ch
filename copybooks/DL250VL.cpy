000100*----------------------------------------------------------------*
000110*  DL250VL  -  VAULT ACCESS LOG RECORD.  DL250VQ APPENDS ONE ROW *
000120*              TO THE PERMANENT VQLOG FILE FOR EVERY INQUIRY     *
000130*              CARD, GRANTED OR NOT, SO AUDIT CAN SEE WHO ASKED  *
000140*              FOR WHOSE PERSONAL DATA, WHEN AND WHY.            *
000150*                VL-RESULT      - "G" GRANTED, "D" DENIED        *
000160*                VL-ROWS-SHOWN  - VAULT ROWS PRINTED (GRANTED)   *
000170*                VL-DENY-TEXT   - WHY A REQUEST WAS DENIED       *
000180*----------------------------------------------------------------*
000190 01  VL-RECORD.
000200     05  VL-RUN-DATE             PIC X(10).
000210     05  VL-RUN-TIME             PIC X(08).
000220     05  VL-RESULT               PIC X(01).
000230     05  VL-REQUESTER            PIC X(08).
000240     05  VL-REASON               PIC X(40).
000250     05  VL-BUSINESS-KEY         PIC X(30).
000260     05  VL-ROWS-SHOWN           PIC 9(05).
000270     05  VL-DENY-TEXT            PIC X(30).
