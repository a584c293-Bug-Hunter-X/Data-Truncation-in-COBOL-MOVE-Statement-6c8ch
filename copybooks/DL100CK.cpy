000630*    STILL COVERS THE WHOLE FILE.
000640     05  CK-OUT-REC-COUNT        PIC 9(09).
000650     05  CK-OUT-CHAR-COUNT       PIC 9(11).
000660*    PER-FEED OUTPUT TRANSMISSION-CONTROL TOTALS FOR A
000670*    CONSOLIDATED RUN, WHOSE RECORDS ARE ROUTED TO ONE OUTPUT
000680*    FILE PER FEED - ONE ROW PER DL100DT TABLE ENTRY, SO A
000690*    RESTARTED RUN'S TRAILER ON EACH ROUTED FILE STILL COVERS
000700*    THAT WHOLE FILE.  APPENDED.
000710     05  CK-ROUTE-ENTRY OCCURS 10 TIMES.
000720         10  CK-R-OUT-REC-COUNT  PIC 9(09).
000730         10  CK-R-OUT-CHAR-COUNT PIC 9(11).
000740*    REJECTS THAT FAILED A FEEDDEF CONTENT EDIT RULE SO FAR,
000750*    WHOLE RUN AND ONE ROW PER DL100DT TABLE ENTRY.  ALREADY
000760*    INCLUDED IN THE REJECT COUNTS ABOVE.  APPENDED.
000770     05  CK-EDIT-COUNT           PIC 9(09).
000780     05  CK-EDIT-ENTRY OCCURS 10 TIMES.
000790         10  CK-F-EDIT-COUNT     PIC 9(09).
000800*    A PARTITIONED RUN'S OWN COUNTS: THE RECORDS (AND THEIR
000810*    CHARACTERS) LEFT TO OTHER PARTITIONS, AND THE ROWS WRITTEN
000820*    SO FAR TO ITS WORK OUTPUT, EXCEPTION AND VAULT FILES, SO A
000830*    RESTARTED PARTITION'S CONTROL ROW STILL COVERS THE WHOLE
000840*    JOB.  ZERO ON AN UNPARTITIONED RUN.  APPENDED.
000850     05  CK-PART-SKIP-COUNT      PIC 9(09).
000860     05  CK-PART-SKIP-CHARS      PIC 9(11).
000870     05  CK-PART-OUT-LINES       PIC 9(09).
000880     05  CK-PART-EXCP-ROWS       PIC 9(09).
000890     05  CK-PART-VAULT-ROWS      PIC 9(09).
