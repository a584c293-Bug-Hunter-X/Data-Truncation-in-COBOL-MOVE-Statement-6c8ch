000230*              FILE WITH THE COUNT STEPPED, SO A RECORD THAT     *
000232*              KEEPS BOUNCING BETWEEN REJDATA AND STILLREJ       *
000234*              SHOWS HOW LONG IT HAS BEEN STUCK.                 *
000235*              RD-MASKED-SWITCH "Y" SAYS THE FEED'S PERSONAL     *
000237*              DATA IN RD-ORIGINAL-VALUE IS MASKED (DL100MSK);   *
000238*              THE CLEAR BYTES ARE ON THE PIIVAULT "RJ" ROW      *
000239*              (DL100VT) KEYED BY FIRST-SEEN DATE, FEED AND ID.  *
00023A*----------------------------------------------------------------*
000240 01  RD-RECORD.
000250     05  RD-RECORD-ID            PIC 9(09).
000260     05  RD-DEST-TYPE            PIC X(04).
000290     05  RD-ATTEMPT-COUNT        PIC 9(03).
000300*    THE FEED'S BUSINESS KEY, AS ON DL100EX.  APPENDED.
000310     05  RD-BUSINESS-KEY         PIC X(30).
000320*    PERSONAL DATA MASKED - SEE ABOVE.  APPENDED.
000330     05  RD-MASKED-SWITCH        PIC X(01).
000340*    WHY THE RECORD WAS REJECTED, AS ON DL100RJ.  APPENDED.
000350     05  RD-REJECT-REASON        PIC X(42).
