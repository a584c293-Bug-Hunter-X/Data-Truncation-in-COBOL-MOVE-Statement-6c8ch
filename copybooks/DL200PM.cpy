000100*----------------------------------------------------------------*
000110*  DL200PM  -  RUN-TIME PARAMETER CARD FOR DL200LP.  ONE RECORD  *
000120*              READ AT START-UP.  NO CARD, OR A BLANK FIELD,     *
000130*              TAKES THE DEFAULT.                                *
000140*                LR-TARGET-PCT  - MOST TRUNCATION TO ACCEPT, AS  *
000150*                                 A PERCENT WITH TWO DECIMALS    *
000160*                                 ("0100" = 1.00%).  DEFAULT     *
000170*                                 1.00%.                         *
000180*                LR-FEED-CODE   - REPORT ONE FEED ONLY.  SPACES  *
000190*                                 REPORT EVERY FEED.             *
000200*                LR-FROM-DATE   - IGNORE PROFILE ROWS OLDER THAN *
000210*                                 THIS RUN DATE (YYYY-MM-DD).    *
000220*                                 SPACES USE THE WHOLE HISTORY.  *
000230*                LR-CANDIDATE   - UP TO FOUR LIMITS TO PRICE.    *
000240*                                 ZERO OR BLANK PRICES THE FOUR  *
000250*                                 STEPS ABOVE EACH CURRENT       *
000260*                                 LIMIT.  A CANDIDATE THAT IS    *
000270*                                 NOT A MULTIPLE OF TEN COUNTS   *
000280*                                 ITS WHOLE TEN-BYTE BUCKET AS   *
000290*                                 CUT, SO IT NEVER UNDERSTATES.  *
000300*----------------------------------------------------------------*
000310 01  LR-PARM-RECORD.
000320     05  LR-TARGET-PCT           PIC 9(02)V9(02).
000330     05  LR-FEED-CODE            PIC X(04).
000340     05  LR-FROM-DATE            PIC X(10).
000350     05  LR-CANDIDATE            PIC 9(04) OCCURS 4 TIMES.
000360     05  FILLER                  PIC X(46).
