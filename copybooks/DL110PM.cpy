000336*    (DL100OC); AFTER APPENDING THE REPAIRED RECORDS THIS JOB
000338*    WRITES THE TRAILER THAT COVERS THE WHOLE OUTPUT FILE.
000340     05  RR-OUT-CTL-SWITCH       PIC X(01).
000342*    RR-ROUTE-SWITCH "Y" SAYS THE MAIN RUN WAS CONSOLIDATED AND
000344*    ROUTED EACH FEED TO ITS OWN OUTPUT FILE (DD OUTRT01 AND ON,
000346*    BY FEED-DEFINITION ROW).  EACH REPAIRED RECORD IS APPENDED
000348*    TO ITS OWN FEED'S FILE, AND WITH RR-OUT-CTL-SWITCH "Y" EVERY
00034A*    ROUTED FILE GETS ITS OWN TRAILER.  A RECORD WITH NO KNOWN
00034B*    FEED HAS NO FILE TO GO TO AND STAYS REJECTED.
00034C     05  RR-ROUTE-SWITCH         PIC X(01).
000350     05  FILLER                  PIC X(62).
