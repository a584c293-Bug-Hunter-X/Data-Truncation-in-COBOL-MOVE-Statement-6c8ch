000100*----------------------------------------------------------------*
000110*  DL240PM  -  RUN-TIME PARAMETER CARD FOR DL240SA.  ONE RECORD  *
000120*              READ AT START-UP.  NO CARD, OR A BLANK FIELD,     *
000130*              TAKES THE DEFAULT.                                *
000140*                SA-FROM-DATE   - IGNORE STEP HISTORY FOR BATCH  *
000150*                                 DATES BEFORE THIS ONE          *
000160*                                 (YYYY-MM-DD).  SPACES USE THE  *
000170*                                 WHOLE HISTORY.                 *
000180*                SA-PROGRAM     - REPORT ONE STEP PROGRAM ONLY.  *
000190*                                 SPACES REPORT EVERY STEP.      *
000200*                SA-TREND-NIGHTS- HOW MANY OF THE LATEST NIGHTS  *
000210*                                 ARE COMPARED WITH THE WHOLE    *
000220*                                 PERIOD FOR THE TREND.          *
000230*                                 DEFAULT 5.                     *
000240*----------------------------------------------------------------*
000250 01  SA-PARM-RECORD.
000260     05  SA-FROM-DATE            PIC X(10).
000270     05  SA-PROGRAM              PIC X(08).
000280     05  SA-TREND-NIGHTS         PIC 9(02).
000290     05  FILLER                  PIC X(60).
