000100*----------------------------------------------------------------*
000110*  DL100LP  -  LENGTH-PROFILE RECORD.  DL100MN APPENDS ONE ROW   *
000120*              PER FEED (AND PER DL100FL FIELD OF A FIELD-       *
000130*              LAYOUT FEED) TO THE PERMANENT LENPROF FILE AT     *
000140*              THE END OF EVERY LIVE RUN.  THE ROW DESCRIBES     *
000150*              THE CONTENT LENGTH OF EVERY RECORD THAT REACHED   *
000160*              THE LENGTH CHECK - CUT OR NOT - SO DL200LP CAN    *
000170*              SHOW HOW CLOSE THE WHOLE FEED COMES TO ITS LIMIT  *
000180*              AND WHAT A DIFFERENT LIMIT WOULD HAVE CUT.        *
000190*              LP-FIELD-NUMBER ZERO IS A FEED PROCESSED AS A     *
000200*              SINGLE VALUE; 1-5 IS THE DL100FL FIELD.           *
000210*              LP-OVER-LIMIT-COUNT IS EXACT AT LP-LIMIT-USED.    *
000220*              LP-LENGTH-BUCKET(N) COUNTS THE VALUES WHOSE       *
000230*              TRIMMED LENGTH FALLS IN 10*(N-1)+1 THRU 10*N      *
000240*              (AN EMPTY VALUE COUNTS IN BUCKET 1), SO THE COUNT *
000250*              OVER ANY LIMIT THAT IS A MULTIPLE OF TEN IS EXACT *
000260*              TOO.  THE SAME LAYOUT CARRIES THE IN-FLIGHT       *
000270*              PROFILE ON THE PROFCKPT CHECKPOINT COMPANION.     *
000280*----------------------------------------------------------------*
000290 01  LP-RECORD.
000300     05  LP-RUN-DATE             PIC X(10).
000310     05  LP-RUN-TIME             PIC X(08).
000320     05  LP-DEST-TYPE            PIC X(04).
000330     05  LP-FIELD-NUMBER         PIC 9(02).
000340     05  LP-FIELD-NAME           PIC X(10).
000350     05  LP-LIMIT-USED           PIC 9(04).
000360     05  LP-FIELD-WIDTH          PIC 9(04).
000370     05  LP-TRUNC-STYLE          PIC X(01).
000380     05  LP-RESTART-FLAG         PIC X(01).
000390     05  LP-RECORD-COUNT         PIC 9(09).
000400     05  LP-OVER-LIMIT-COUNT     PIC 9(09).
000410     05  LP-MAX-LENGTH           PIC 9(04).
000420     05  LP-SUM-LENGTH           PIC 9(11).
000430     05  LP-LENGTH-BUCKET        PIC 9(09) OCCURS 50 TIMES.
