000100*----------------------------------------------------------------*
000110*  DL250AU  -  AUTHORIZED-REQUESTER ROW FOR THE DL250VQ VAULT    *
000120*              INQUIRY (CONTROL FILE VQAUTH).  ONE ROW PER USER  *
000130*              ID ALLOWED TO SEE CLEAR PERSONAL DATA.  ROWS      *
000140*              STARTING "*" ARE COMMENTS.  THE FILE IS KEPT BY   *
000150*              THE DATA PROTECTION OFFICE, NOT BY OPERATIONS.    *
000160*                AU-REQUESTER   - THE USER ID, AS ON VQ-REQUESTER*
000170*                AU-EXPIRY-DATE - LAST DAY THE AUTHORITY HOLDS   *
000180*                                 (YYYY-MM-DD).  SPACES - NO     *
000190*                                 EXPIRY.                        *
000200*                AU-NAME        - WHO THE ID BELONGS TO.         *
000210*----------------------------------------------------------------*
000220 01  AU-RECORD.
000230     05  AU-REQUESTER            PIC X(08).
000240     05  FILLER                  PIC X(01).
000250     05  AU-EXPIRY-DATE          PIC X(10).
000260     05  FILLER                  PIC X(01).
000270     05  AU-NAME                 PIC X(30).
000280     05  FILLER                  PIC X(30).
