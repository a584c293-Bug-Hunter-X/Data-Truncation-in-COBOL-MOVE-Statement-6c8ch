000186*              CONTROL FILE (DL100FD) BY THE SHARED DL100TBL     *
000188*              SUBPROGRAM.  UNUSED ROWS ARE SPACES;              *
000190*              FL-FEED-COUNT SAYS HOW MANY ROWS ARE LOADED.      *
000191*              EACH FIELD CARRIES UP TO FOUR CONTENT EDIT RULES  *
000193*              FROM THE DL100FD "ED" ROWS; FL-EDIT-COUNT SAYS    *
000195*              HOW MANY (SEE DL100FD FOR THE RULE CODES).  THE   *
000197*              SHARED DL100EDT SUBPROGRAM APPLIES THEM.          *
000198*              FL-FIELD-SENSITIVE "Y" MARKS THE FIELD AS CUSTOMER*
000199*              PERSONAL DATA, MASKED ON EVERY EXCEPTION, REJECT, *
00019A*              DUPLICATE AND REPORT OUTPUT.                      *
00019B*----------------------------------------------------------------*
000200 01  FL-TABLE.
000210     05  FL-FEED-COUNT           PIC 9(02).
000220     05  FL-ENTRY OCCURS 10 TIMES INDEXED BY FL-IDX.
000280             15  FL-FIELD-LENGTH PIC 9(04).
000290             15  FL-FIELD-LIMIT  PIC 9(04).
000300             15  FL-FIELD-MB     PIC X(01).
000305             15  FL-FIELD-SENSITIVE PIC X(01).
000310             15  FL-EDIT-COUNT   PIC 9(01).
000320             15  FL-EDIT OCCURS 4 TIMES.
000330                 20  FL-EDIT-RULE    PIC X(01).
000340                 20  FL-EDIT-ARG     PIC X(30).
