000100*----------------------------------------------------------------*
000110*  DL230MT  -  CONTROL-FILE MAINTENANCE TRANSACTION FOR DL230FM. *
000120*              ONE 160-BYTE RECORD PER CHANGE TO A FEEDDEF ROW   *
000130*              (DL100FD) OR A PROFLIB PROFILE (DL100PF).  THE    *
000140*              SAME LAYOUT CARRIES NEW TRANSACTIONS (MTTRANS)    *
000150*              AND STAGED ONES WAITING FOR THEIR EFFECTIVE DATE  *
000160*              (MTPEND IN, MTHELD OUT).                          *
000170*                MT-ACTION      - "A" ADD, "C" CHANGE, "D"       *
000180*                                 DELETE.                        *
000190*                MT-ROW-TYPE    - "DT", "FL" OR "ED" (A FEEDDEF  *
000200*                                 ROW) OR "PF" (A PROFLIB        *
000205*                                 PROFILE).                      *
000210*                MT-EFFECTIVE-DATE - YYYY-MM-DD.  A LATER DATE   *
000220*                                 THAN THE RUN DATE STAGES THE   *
000230*                                 CHANGE UNTIL THAT NIGHT;       *
000240*                                 SPACES APPLY IT NOW.           *
000250*                MT-REQUESTER   - WHO ASKED FOR THE CHANGE.      *
000260*                MT-REASON      - WHY.  BOTH ARE REQUIRED AND    *
000270*                                 GO ON THE CHANGE HISTORY.      *
000280*                MT-ROW-IMAGE   - THE WHOLE ROW AS IT IS TO      *
000290*                                 STAND: A FEEDDEF ROW STARTING  *
000300*                                 "DT"/"FL"/"ED", OR A PROFLIB   *
000305*                                 ROW.                           *
000310*                                 FOR A DELETE ONLY THE KEY IS   *
000320*                                 USED - FEED CODE FOR DT, FEED  *
000330*                                 CODE AND FIELD NAME FOR FL,    *
000335*                                 THOSE AND THE RULE FOR ED,     *
000340*                                 PROFILE NAME FOR PF.           *
000350*                MT-SUBMIT-DATE - STAMPED BY DL230FM WHEN THE    *
000360*                                 CHANGE IS STAGED.  LEAVE BLANK.*
000370*----------------------------------------------------------------*
000380 01  MT-RECORD.
000390     05  MT-ACTION               PIC X(01).
000400     05  MT-ROW-TYPE             PIC X(02).
000410     05  MT-EFFECTIVE-DATE       PIC X(10).
000420     05  MT-EFFECTIVE-PARTS REDEFINES MT-EFFECTIVE-DATE.
000430         10  MT-EFFECTIVE-YYYY   PIC X(04).
000440         10  MT-EFFECTIVE-DASH-1 PIC X(01).
000450         10  MT-EFFECTIVE-MM     PIC X(02).
000460         10  MT-EFFECTIVE-DASH-2 PIC X(01).
000470         10  MT-EFFECTIVE-DD     PIC X(02).
000480     05  MT-REQUESTER            PIC X(08).
000490     05  MT-REASON               PIC X(40).
000500     05  MT-ROW-IMAGE            PIC X(80).
000510     05  MT-SUBMIT-DATE          PIC X(10).
000520     05  FILLER                  PIC X(09).
