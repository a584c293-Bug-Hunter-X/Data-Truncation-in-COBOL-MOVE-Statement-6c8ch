000100*----------------------------------------------------------------*
000110*  DL210FR  -  SOURCE FEEDBACK RECORD.  DL210FB WRITES ONE FILE  *
000120*              PER DL100DT FEED FOR RETURN TO THE SYSTEM THAT    *
000130*              SENDS IT: A HEADER, ONE DETAIL PER PROBLEM        *
000140*              RECORD AND A TRAILER, ALL FIXED FORMAT.           *
000150*                FB-RECORD-TYPE "HDR" - FEED CODE, DATE BUILT    *
000160*                                 AND THE PERIOD COVERED         *
000170*                FB-RECORD-TYPE "DTL" - ONE PROBLEM RECORD.      *
000180*                                 FB-D-CATEGORY:                 *
000190*                                   "TR" TRUNCATED (EXCPFILE)    *
000200*                                   "RJ" REJECTED, FIRST REPAIR  *
000210*                                        ATTEMPT FAILED          *
000220*                                   "SR" STILL REJECTED AFTER    *
000230*                                        MORE THAN ONE ATTEMPT   *
000240*                                   "DU" DUPLICATE (DUPSFILE)    *
000250*                                 FIELD NUMBER/NAME ARE SET ON   *
000260*                                 A FIELD TRUNCATION ONLY.       *
000270*                                 ATTEMPTS ARE SET ON "RJ"/"SR"  *
000280*                                 AND THE MATCHED ID ON "DU".    *
000290*                FB-RECORD-TYPE "TRL" - DETAIL COUNT AND THE     *
000300*                                 COUNT PER CATEGORY             *
000310*              NO RECORD VALUE IS CARRIED - THE BUSINESS KEY     *
000320*              AND RECORD ID LET THE SOURCE TEAM FIND IT.        *
000330*----------------------------------------------------------------*
000340 01  FB-RECORD.
000350     05  FB-RECORD-TYPE          PIC X(03).
000360     05  FB-DETAIL-FIELDS.
000370         10  FB-D-RECORD-ID      PIC 9(09).
000380         10  FB-D-DATE           PIC X(10).
000390         10  FB-D-CATEGORY       PIC X(02).
000400         10  FB-D-REASON         PIC X(42).
000410         10  FB-D-BUSINESS-KEY   PIC X(30).
000420         10  FB-D-FIELD-NUMBER   PIC 9(02).
000430         10  FB-D-FIELD-NAME     PIC X(10).
000440         10  FB-D-ACTUAL-LENGTH  PIC 9(04).
000450         10  FB-D-LIMIT          PIC 9(04).
000460         10  FB-D-ATTEMPTS       PIC 9(03).
000470         10  FB-D-MATCHED-ID     PIC 9(09).
000480         10  FILLER              PIC X(12).
000490     05  FB-HEADER-FIELDS REDEFINES FB-DETAIL-FIELDS.
000500         10  FB-H-FEED-CODE      PIC X(04).
000510         10  FB-H-DATE-BUILT     PIC X(10).
000520         10  FB-H-FROM-DATE      PIC X(10).
000530         10  FB-H-THRU-DATE      PIC X(10).
000540         10  FILLER              PIC X(103).
000550     05  FB-TRAILER-FIELDS REDEFINES FB-DETAIL-FIELDS.
000560         10  FB-T-FEED-CODE      PIC X(04).
000570         10  FB-T-DETAIL-COUNT   PIC 9(09).
000580         10  FB-T-TRUNC-COUNT    PIC 9(09).
000590         10  FB-T-REJECT-COUNT   PIC 9(09).
000600         10  FB-T-STILL-COUNT    PIC 9(09).
000610         10  FB-T-DUP-COUNT      PIC 9(09).
000620         10  FILLER              PIC X(88).
