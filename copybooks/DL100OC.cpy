000200*              1400-READ-HEADER / 1250-TAKE-TRAILER WOULD       *
000210*              COMPUTE: DATA RECORDS AND THEIR TRIMMED          *
000220*              CONTENT LENGTHS.                                 *
000222*              A CONSOLIDATED RUN ROUTES EACH FEED TO ITS OWN    *
000224*              OUTPUT FILE AND LEAVES ONE ROW PER ROUTED FILE,   *
000226*              NAMED BY OC-DEST-TYPE; A SINGLE-FEED RUN LEAVES   *
000228*              ONE ROW CARRYING ITS CARD DESTINATION (SPACES     *
00022A*              WHEN NONE).                                       *
000230*----------------------------------------------------------------*
000240 01  OC-RECORD.
000250     05  OC-RUN-DATE             PIC X(10).
000260     05  OC-WRITE-COUNT          PIC 9(09).
000270     05  OC-SUM-CHARS            PIC 9(11).
000280*    THE FEED WHOSE OUTPUT FILE THE TOTALS COVER.  APPENDED,
000290*    SO A HANDOFF WRITTEN BEFORE IT EXISTED STILL READS.
000300     05  OC-DEST-TYPE            PIC X(04).
