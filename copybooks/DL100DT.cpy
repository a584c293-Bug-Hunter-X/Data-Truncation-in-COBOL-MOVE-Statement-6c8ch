000217*              THE FEED'S BUSINESS-KEY FIELD (ZERO = NO KEY),    *
000218*              CARRIED ONTO THE EXCEPTION, REJECT AND REPAIR     *
000219*              AUDIT RECORDS FOR THE DL190IQ INQUIRY.            *
00021A*              DT-SENSITIVE "Y" MARKS THE WHOLE VALUE AS CUSTOMER*
00021B*              PERSONAL DATA, MASKED ON EVERY EXCEPTION, REJECT, *
00021C*              DUPLICATE AND REPORT OUTPUT.                      *
000220*----------------------------------------------------------------*
000230 01  DT-TABLE.
000240     05  DT-FEED-COUNT           PIC 9(02).
000300         10  DT-MARKER           PIC X(03).
000310         10  DT-KEY-OFFSET       PIC 9(04).
000320         10  DT-KEY-LENGTH       PIC 9(02).
000330         10  DT-SENSITIVE        PIC X(01).
