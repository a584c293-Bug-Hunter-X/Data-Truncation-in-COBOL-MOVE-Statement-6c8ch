000100*----------------------------------------------------------------*
000110*  DL220PM  -  RUN-TIME PARAMETER CARD FOR DL220DC.  ONE RECORD  *
000120*              READ AT START-UP.                                 *
000130*                DC-FEED-CODE   - THE DL100DT FEED WHOSE OUTPUT  *
000140*                                 IS COMPARED.  ITS BUSINESS KEY *
000150*                                 AND TRUNCATION STYLE DECIDE    *
000160*                                 HOW RECORDS ARE MATCHED.       *
000170*                                 REQUIRED.                      *
000180*                DC-CTL-SWITCH  - "Y" SAYS BOTH OUTPUT FILES     *
000190*                                 CARRY THE HDR/TRL TRANSMISSION *
000200*                                 CONTROLS (PM-OUT-CTL-SWITCH):  *
000210*                                 A FIRST RECORD "HDR" AND A     *
000220*                                 LAST RECORD "TRL" ARE SKIPPED. *
000230*                                 ANYTHING ELSE TREATS EVERY     *
000240*                                 RECORD AS DATA.                *
000250*----------------------------------------------------------------*
000260 01  DC-PARM-RECORD.
000270     05  DC-FEED-CODE            PIC X(04).
000280     05  DC-CTL-SWITCH           PIC X(01).
000290     05  FILLER                  PIC X(75).
