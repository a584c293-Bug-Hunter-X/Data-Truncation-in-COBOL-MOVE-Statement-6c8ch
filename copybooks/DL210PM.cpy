000100*----------------------------------------------------------------*
000110*  DL210PM  -  RUN-TIME PARAMETER CARD FOR DL210FB.  ONE RECORD  *
000120*              READ AT START-UP.  FP-FROM-DATE AND FP-THRU-DATE  *
000130*              (YYYY-MM-DD) BOUND THE FEEDBACK PERIOD: ONLY      *
000140*              TRUNCATIONS AND DUPLICATES WRITTEN ON THOSE DATES *
000150*              ARE EXTRACTED.  SPACES (OR NO CARD) LEAVE THAT    *
000160*              END OF THE PERIOD OPEN.  THE STILL-REJECTED FILE  *
000170*              IS THE CURRENT REJECT BACKLOG AND IS EXTRACTED    *
000180*              WHOLE WHATEVER THE PERIOD.                        *
000190*----------------------------------------------------------------*
000200 01  FP-PARM-RECORD.
000210     05  FP-FROM-DATE            PIC X(10).
000220     05  FP-THRU-DATE            PIC X(10).
000230     05  FILLER                  PIC X(60).
