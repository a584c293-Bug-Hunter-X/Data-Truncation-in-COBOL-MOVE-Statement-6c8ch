000100*----------------------------------------------------------------*
000110*  DL100PW  -  PARTITION WORK OUTPUT RECORD.  A PARTITIONED      *
000120*              DL100MN RUN WRITES ITS OUTPUT HERE (DD NAME       *
000130*              PARTOUT, BOUND PER PARTITION BY THE JOB) INSTEAD  *
000140*              OF TO OUTFILE OR THE ROUTED FEED FILES, TAGGED    *
000150*              WITH THE INPUT RECORD NUMBER AND THE FEED, SO     *
000160*              DL260MB CAN PUT THE PARTITIONS BACK INTO THE      *
000170*              ORIGINAL RECORD ORDER AND ROUTE EACH RECORD TO    *
000180*              ITS FEED'S FILE.  NO HEADER OR TRAILER - DL260MB  *
000190*              WRITES THE TRANSMISSION CONTROLS ON THE MERGED    *
000200*              FILES.                                            *
000210*----------------------------------------------------------------*
000220 01  PW-RECORD.
000230     05  PW-RECORD-ID            PIC 9(09).
000240     05  PW-DEST-TYPE            PIC X(04).
000250     05  PW-DATA                 PIC X(500).
