000100*----------------------------------------------------------------*
000110*  DL100SN  -  SENT-FILE LOG RECORD.  EVERY PROGRAM THAT         *
000120*              FINISHES A FILE FOR TRANSMISSION APPENDS ITS      *
000130*              TOTALS TO THE PERMANENT SENTLOG FILE, IN EVERY    *
000140*              OUTPUT-CONTROL MODE: DL100MN AND DL260MB ONE "W"  *
000150*              ROW PER OUTPUT FILE THEY WRITE, DL110RR ONE "R"   *
000160*              ROW PER FILE IT APPENDS REPAIRED RECORDS TO.      *
000170*              NOTHING EVER REWRITES IT, SO DL270RC CAN TAKE     *
000180*              EVERY FILE SENT FROM IT, HOWEVER MANY NIGHTS IT   *
000190*              DID NOT RUN.                                      *
000200*                SN-RUN-DATE    - THE RUN DATE THE FILE BELONGS  *
000210*                                 TO, AS ON RUNHIST              *
000220*                SN-FEED        - THE FEED WHOSE OUTPUT FILE IT  *
000230*                                 IS (SPACES FOR A SINGLE-FEED   *
000240*                                 RUN WITH NO DESTINATION)       *
000250*                SN-ENTRY-TYPE  - "W" THE FILE AS WRITTEN; A     *
000260*                                 RERUN'S "W" ROW REPLACES THE   *
000270*                                 EARLIER ONE                    *
000280*                                 "R" RECORDS APPENDED TO IT BY  *
000290*                                 THE REPAIR STEP, ON TOP OF     *
000300*                                 THE LAST "W" ROW               *
000310*                SN-RECORD-COUNT- DATA RECORDS AND THEIR TRIMMED *
000320*                SN-SUM-CHARS     CONTENT LENGTHS, COUNTED AS    *
000330*                                 THE TRAILER COUNTS THEM        *
000340*                SN-PROGRAM     - THE PROGRAM THAT LOGGED IT     *
000350*                SN-LOG-DATE/TIME - WHEN IT WAS LOGGED           *
000360*----------------------------------------------------------------*
000370 01  SN-RECORD.
000380     05  SN-RUN-DATE             PIC X(10).
000390     05  SN-FEED                 PIC X(04).
000400     05  SN-ENTRY-TYPE           PIC X(01).
000410         88  SN-WRITTEN                   VALUE "W".
000420         88  SN-REPAIRED                  VALUE "R".
000430     05  SN-RECORD-COUNT         PIC 9(09).
000440     05  SN-SUM-CHARS            PIC 9(11).
000450     05  SN-PROGRAM              PIC X(08).
000460     05  SN-LOG-DATE             PIC X(10).
000470     05  SN-LOG-TIME             PIC X(08).
