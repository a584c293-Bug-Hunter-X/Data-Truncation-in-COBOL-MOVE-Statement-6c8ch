000100*----------------------------------------------------------------*
000110*  DL270AL  -  ACKNOWLEDGEMENT LOG RECORD.  DL270RC APPENDS TO   *
000120*              THE PERMANENT ACKLOG FILE AND READS IT BACK EACH  *
000130*              RUN, SO IT IS BOTH THE AUDIT TRAIL AND THE LIST   *
000140*              OF FILES STILL AWAITING A RECEIPT.                *
000150*                AL-EVENT       - "S" SENT: A FILE REGISTERED,   *
000160*                                 OR ITS TOTALS UPDATED, FROM    *
000170*                                 THE SENT-FILE LOG (SENTLOG)    *
000180*                                 "M" ACKNOWLEDGED AND MATCHED   *
000190*                                 "X" ACKNOWLEDGED, MISMATCHED   *
000200*                                 "O" OVERDUE: NO MATCHING       *
000210*                                 ACKNOWLEDGEMENT AFTER THE      *
000220*                                 CARD'S DAYS (LOGGED ONCE)      *
000230*                AL-SENT-COUNT  - RECORDS AND CHARACTERS SENT IN *
000240*                AL-SENT-CHARS    THE FILE, REPAIRS INCLUDED     *
000250*                AL-WRITTEN-COUNT- RUNHIST WRITTEN COUNT FOR THE *
000260*                                 RUN DATE AND FEED              *
000270*                AL-LEDGER-SW   - "Y" WHEN RUNHIST HAD A ROW     *
000280*                AL-TRUNC-STYLE - "S" WHEN THE FILE CARRIES A    *
000290*                                 SPILL FEED, WHOSE SEGMENTS DO  *
000300*                                 NOT COUNT ONE PER RECORD       *
000310*                AL-ACK-...     - THE ACKNOWLEDGEMENT, FOR "M"   *
000320*                                 AND "X" ROWS                   *
000330*                AL-DAYS-OUT    - DAYS SINCE THE RUN DATE        *
000340*                AL-REASON      - WHY AN "X" OR "O" ROW FAILED   *
000350*                AL-SENT-ROW    - ON AN "S" ROW, HOW MANY SENTLOG*
000360*                                 ROWS HAD BEEN TAKEN SO FAR     *
000370*                AL-REPAIRED-COUNT - RECORDS DL110RR REPAIRED    *
000380*                                 INTO THE FILE, INCLUDED IN     *
000390*                                 AL-SENT-COUNT                  *
000400*----------------------------------------------------------------*
000410 01  AL-RECORD.
000420     05  AL-LOG-DATE             PIC X(10).
000430     05  AL-LOG-TIME             PIC X(08).
000440     05  AL-EVENT                PIC X(01).
000450     05  AL-RUN-DATE             PIC X(10).
000460     05  AL-FEED                 PIC X(04).
000470     05  AL-SENT-COUNT           PIC 9(09).
000480     05  AL-SENT-CHARS           PIC 9(11).
000490     05  AL-WRITTEN-COUNT        PIC 9(09).
000500     05  AL-LEDGER-SW            PIC X(01).
000510     05  AL-TRUNC-STYLE          PIC X(01).
000520     05  AL-ACK-COUNT            PIC 9(09).
000530     05  AL-ACK-CHARS            PIC 9(11).
000540     05  AL-RECEIVER             PIC X(08).
000550     05  AL-RECEIVED-DATE        PIC X(10).
000560     05  AL-DAYS-OUT             PIC 9(05).
000570     05  AL-REASON               PIC X(30).
000580     05  AL-SENT-ROW             PIC 9(09).
000590     05  AL-REPAIRED-COUNT       PIC 9(09).
