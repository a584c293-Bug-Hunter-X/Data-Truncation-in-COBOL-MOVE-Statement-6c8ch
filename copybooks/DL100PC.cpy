000100*----------------------------------------------------------------*
000110*  DL100PC  -  PARTITION CONTROL ROW.  EACH PARTITIONED DL100MN  *
000120*              RUN KEEPS ONE ROW ON ITS OWN CONTROL FILE (DD     *
000130*              NAME PARTCTL; PARTCTL<N> WHERE ALL ARE READ       *
000140*              TOGETHER), REWRITTEN WHEN IT STARTS AND WHEN IT   *
000150*              ENDS.  DL260MB READS EVERY PARTITION'S ROW TO     *
000160*              PROVE THE PARTITIONS ADD UP TO THE WHOLE FILE     *
000170*              BEFORE IT MERGES THEM, AND MARKS THEM MERGED      *
000180*              AFTERWARDS; DL180DR READS THEM TO DECIDE WHETHER  *
000190*              THE MERGE MAY RUN.  PC-STATUS:                    *
000200*                "R" - RUNNING (OR ABENDED WHILE RUNNING)        *
000210*                "C" - COMPLETE, RETURN CODE ZERO                *
000220*                "F" - STOPPED OR REJECTED; RESTART IT           *
000230*                "M" - ALREADY MERGED BY DL260MB                 *
000240*              PC-FILE-RECORDS/CHARS ARE THE WHOLE INPUT FILE'S  *
000250*              DATA RECORDS AND CHARACTERS, WHICH EVERY          *
000260*              PARTITION READS; PC-OWN-* ARE THE ONES THIS       *
000270*              PARTITION PROCESSED AND PC-SKIP-* THE ONES IT     *
000280*              LEFT TO THE OTHERS.  PC-OUT-LINES, PC-EXCP-ROWS   *
000290*              AND PC-VAULT-ROWS COUNT THE ROWS IT WROTE TO ITS  *
000300*              OWN WORK OUTPUT, EXCEPTION AND VAULT FILES.       *
000310*----------------------------------------------------------------*
000320 01  PC-RECORD.
000330     05  PC-PARTITION            PIC 9(01).
000340     05  PC-STATUS               PIC X(01).
000350         88  PC-RUNNING                   VALUE "R".
000360         88  PC-COMPLETE                  VALUE "C".
000370         88  PC-FAILED                    VALUE "F".
000380         88  PC-MERGED                    VALUE "M".
000390     05  PC-RUN-DATE             PIC X(10).
000400     05  PC-START-TIME           PIC X(08).
000410     05  PC-END-DATE             PIC X(10).
000420     05  PC-END-TIME             PIC X(08).
000430     05  PC-HEADER-DATE          PIC X(10).
000440     05  PC-FEED-MODE            PIC X(01).
000450     05  PC-DEST-TYPE            PIC X(04).
000460     05  PC-OUT-CTL              PIC X(01).
000470     05  PC-DEDUP                PIC X(01).
000480     05  PC-METHOD               PIC X(01).
000490     05  PC-PART-COUNT           PIC 9(01).
000500     05  PC-FILE-RECORDS         PIC 9(09).
000510     05  PC-FILE-CHARS           PIC 9(11).
000520     05  PC-OWN-RECORDS          PIC 9(09).
000530     05  PC-OWN-CHARS            PIC 9(11).
000540     05  PC-SKIP-RECORDS         PIC 9(09).
000550     05  PC-SKIP-CHARS           PIC 9(11).
000560     05  PC-WRITTEN              PIC 9(09).
000570     05  PC-REJECTED             PIC 9(09).
000580     05  PC-DUPS                 PIC 9(09).
000590     05  PC-OUT-LINES            PIC 9(09).
000600     05  PC-EXCP-ROWS            PIC 9(09).
000610     05  PC-VAULT-ROWS           PIC 9(09).
000620     05  PC-RESTART-FLAG         PIC X(01).
000630     05  PC-RETURN-CODE          PIC 9(04).
