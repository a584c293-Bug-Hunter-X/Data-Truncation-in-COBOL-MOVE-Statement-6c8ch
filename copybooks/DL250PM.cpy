000100*----------------------------------------------------------------*
000110*  DL250PM  -  INQUIRY CARD FOR THE DL250VQ PERSONAL-DATA VAULT  *
000120*              INQUIRY.  ONE CARD PER ACCOUNT ASKED FOR; EVERY   *
000130*              CARD IS CHECKED AND LOGGED ON ITS OWN.            *
000140*                VQ-REQUESTER   - WHO IS ASKING.  MUST BE ON THE *
000150*                                 VQAUTH LIST (DL250AU).         *
000160*                VQ-REASON      - WHY.  REQUIRED; GOES ON THE    *
000170*                                 ACCESS LOG.                    *
000180*                VQ-BUSINESS-KEY- THE ACCOUNT, IN CLEAR, AS THE  *
000190*                                 FEED CARRIES IT.               *
000200*----------------------------------------------------------------*
000210 01  VQ-RECORD.
000220     05  VQ-REQUESTER            PIC X(08).
000230     05  VQ-REASON               PIC X(40).
000240     05  VQ-BUSINESS-KEY         PIC X(30).
000250     05  FILLER                  PIC X(02).
