000100*----------------------------------------------------------------*
000110*  DL100VT  -  PERSONAL-DATA VAULT RECORD.  WHEN A FEED'S        *
000120*              FEEDDEF ROWS MARK A FIELD (OR THE WHOLE VALUE) AS *
000130*              CUSTOMER PERSONAL DATA, DL100MN MASKS IT ON THE   *
000140*              EXCEPTION, REJECT AND DUPLICATE FILES (SEE        *
000150*              DL100MSK) AND WRITES THE CLEAR BYTES HERE, ONE    *
000160*              ROW PER MASKED OUTPUT RECORD.  THE VAULT IS A     *
000170*              PERMANENT, SEPARATELY SECURED RECORD SEQUENTIAL   *
000180*              FILE (PIIVAULT): ONLY DL110RR (TO REPAIR A MASKED *
000190*              REJECT) AND THE AUTHORIZED DL250VQ INQUIRY READ   *
000200*              IT, AND DL160AR AGES IT OUT WITH THE REST.        *
000210*              VT-SOURCE SAYS WHICH OUTPUT THE ROW BACKS:        *
000220*                "EX" - A TRUNCATION EXCEPTION.  ORIGINAL AND    *
000230*                       TRUNCATED VALUES AS EX-ORIGINAL-VALUE /  *
000240*                       EX-TRUNCATED-VALUE WOULD HAVE HELD THEM; *
000250*                       VT-FIELD-NUMBER AS EX-FIELD-NUMBER.      *
000260*                "RJ" - A REJECT.  THE ORIGINAL VALUE BYTE FOR   *
000270*                       BYTE AS ON DL100RD; VT-DATE-WRITTEN IS   *
000280*                       RD-FIRST-SEEN-DATE.                      *
000290*                "DU" - A DUPLICATE, AS ON DL100DU.              *
000300*              VT-KEY IS UNIQUE WITHIN A RUN DATE AND IS WHAT    *
000310*              DL110RR LOOKS A MASKED REJECT UP BY.              *
000320*----------------------------------------------------------------*
000330 01  VT-RECORD.
000340     05  VT-KEY.
000350         10  VT-SOURCE           PIC X(02).
000360         10  VT-DATE-WRITTEN     PIC X(10).
000370         10  VT-DEST-TYPE        PIC X(04).
000380         10  VT-RECORD-ID        PIC 9(09).
000390         10  VT-FIELD-NUMBER     PIC 9(02).
000400     05  VT-FIELD-NAME           PIC X(10).
000410     05  VT-BUSINESS-KEY         PIC X(30).
000420     05  VT-ORIGINAL-VALUE       PIC X(500).
000430     05  VT-TRUNCATED-VALUE      PIC X(500).
