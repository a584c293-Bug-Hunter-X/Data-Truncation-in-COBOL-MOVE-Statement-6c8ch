000170*              PM-RUN-MODE "P" RUNS THE WHOLE PIPELINE AS A      *
000172*              SIMULATION - NO OUTPUT FILE AND NO CHECKPOINT     *
000174*              ACTIVITY - SO A NEW LIMIT CAN BE FORECAST FROM    *
000175*              REAL DATA.  SPACE OR "L" IS A LIVE RUN.           *
000176*              PM-FEED-MODE "C" IS A CONSOLIDATED RUN: EVERY     *
000177*              INPUT RECORD CARRIES ITS FEED-TYPE CODE IN ITS    *
000178*              FIRST FOUR BYTES AND THE DL100DT LOOKUP IS DONE   *
000179*              PER RECORD, SO ONE PASS SERVES EVERY FEED.  THE   *
00017A*              CARD'S PM-DEST-TYPE IS IGNORED IN THAT MODE.      *
00017B*              EACH FEED'S RECORDS GO TO THAT FEED'S OWN OUTPUT  *
00017C*              FILE (DD OUTRT01 FOR THE FIRST FEEDDEF FEED,      *
00017D*              OUTRT02 FOR THE SECOND ...), EACH WITH ITS OWN    *
00017E*              OUTPUT CONTROLS, INSTEAD OF OUTFILE.              *
00017F*              PM-HDR-TRL-SWITCH "Y" SAYS THE INPUT FEED CARRIES *
00017G*              TRANSMISSION-CONTROL RECORDS: A FIRST RECORD      *
00017H*              "HDR" + FEED ID (4) + CREATION DATE (10), AND A   *
00017J*              (9) + EXPECTED TOTAL CONTENT CHARACTERS (11).     *
00017K*              A STALE HEADER DATE OR A COUNT/CHARACTER MISMATCH *
00017L*              REJECTS THE WHOLE RUN WITH A NON-ZERO RETURN CODE.*
00017M*----------------------------------------------------------------*
000180 01  PM-RECORD.
000190     05  PM-LIMIT                PIC 9(04).
000200     05  PM-CKPT-INTERVAL        PIC 9(06).
000310*    REPORT; A BAD OR MISSING VALUE STOPS THE RUN WITH
000312*    RETURN CODE 16 INSTEAD OF BEING QUIETLY IGNORED.
000314     05  PM-PROFILE-NAME         PIC X(08).
000316*    PM-PARTITION, WHEN THE PARTDEF CONTROL FILE (DL100PD)
000317*    SPLITS THE NIGHTLY STEP, IS THE PARTITION (1-9) THIS RUN
000318*    PROCESSES.  EACH PARTITION'S JOB HAS ITS OWN CARD.  IT IS
000319*    NEVER TAKEN FROM A PROFILE.  SPACE OR "0" IS AN ORDINARY,
00031A*    UNPARTITIONED RUN.
00031B     05  PM-PARTITION            PIC X(01).
00031C     05  FILLER                  PIC X(45).
