000100*----------------------------------------------------------------*
000110*  DL180SH  -  STEP HISTORY RECORD.  DL180DR APPENDS ONE ROW TO  *
000120*              THE PERMANENT STEPHIST FILE EVERY TIME A STEP     *
000130*              ENDS OR IS HELD, SO EVERY NIGHT'S TIMINGS OUTLIVE *
000140*              THE STEP LEDGER (DL180SL) THAT THE NEXT RUN       *
000150*              REWRITES.  DL240SA READS IT FOR THE SLA REPORT.   *
000160*                SH-BATCH-DATE   - THE NIGHT THE ROW BELONGS TO: *
000170*                                  THE DATE THE PIPELINE'S FIRST *
000180*                                  STEP STARTED, SO A STEP THAT  *
000190*                                  RUNS PAST MIDNIGHT (OR IS     *
000200*                                  RESUBMITTED NEXT MORNING)     *
000210*                                  STILL FILES UNDER ITS NIGHT.  *
000220*                SH-STATUS       - "C", "F" OR "H" AS ON THE     *
000230*                                  STEP LEDGER.  A HELD STEP     *
000240*                                  NEVER RAN AND HAS NO TIMES.   *
00024A*                SH-PROGRAM-NAME - THE STEP'S PROGRAM.  EACH     *
00024B*                                  PARTITION OF A PARTITIONED    *
00024C*                                  MAIN RUN FILES ITS OWN ROW    *
00024D*                                  AS STEP 1, DL100MN<N>.        *
000250*                SH-ELAPSED-SECS - END LESS START, IN SECONDS.   *
000260*                SH-EXPECTED-SECS- THE NORMAL DURATION THE STEP  *
000270*                                  WAS JUDGED AGAINST (SLADEF,   *
000280*                                  ELSE THE HISTORY AVERAGE);    *
000290*                                  ZERO WHEN THERE WAS NONE.     *
000300*                SH-SLOW-FLAG    - "Y" WHEN THE STEP RAN PAST    *
000310*                                  ITS WARNING PERCENTAGE OF     *
000320*                                  THAT DURATION.                *
000330*----------------------------------------------------------------*
000340 01  SH-RECORD.
000350     05  SH-BATCH-DATE           PIC X(10).
000360     05  SH-STEP-NUMBER          PIC 9(02).
000370     05  SH-PROGRAM-NAME         PIC X(08).
000380     05  SH-STATUS               PIC X(01).
000390     05  SH-START-DATE           PIC X(10).
000400     05  SH-START-TIME           PIC X(08).
000410     05  SH-END-DATE             PIC X(10).
000420     05  SH-END-TIME             PIC X(08).
000430     05  SH-RETURN-CODE          PIC 9(04).
000440     05  SH-ELAPSED-SECS         PIC 9(07).
000450     05  SH-EXPECTED-SECS        PIC 9(07).
000460     05  SH-SLOW-FLAG            PIC X(01).
