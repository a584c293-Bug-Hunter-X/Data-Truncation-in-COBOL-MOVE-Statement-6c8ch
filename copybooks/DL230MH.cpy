000100*----------------------------------------------------------------*
000110*  DL230MH  -  CONTROL-FILE CHANGE HISTORY RECORD.  DL230FM      *
000120*              APPENDS ONE ROW TO THE PERMANENT MTHIST FILE FOR  *
000130*              EVERY MAINTENANCE TRANSACTION IT HANDLES, SO      *
000140*              EVERY FEEDDEF OR PROFLIB CHANGE SHOWS WHO ASKED   *
000150*              FOR IT, WHY, WHEN IT TOOK EFFECT AND WHAT THE ROW *
000160*              WAS BEFORE AND AFTER.  MH-RESULT:                 *
000170*                "A" - APPLIED TO THE LIVE FILE                  *
000180*                "S" - STAGED FOR ITS EFFECTIVE DATE             *
000190*                "R" - REJECTED, LIVE FILE UNTOUCHED; THE FIRST  *
000200*                      FAILED CHECK IS IN MH-REJECT-TEXT         *
000210*              MH-BEFORE-IMAGE IS SPACES FOR AN ADD, MH-AFTER-   *
000220*              IMAGE SPACES FOR A DELETE.  MH-ROW-KEY IS THE     *
000230*              FEED CODE (DT), FEED CODE AND FIELD NAME (FL),    *
000240*              FEED CODE, FIELD NAME AND RULE (ED) OR PROFILE    *
000245*              NAME (PF).                                        *
000250*----------------------------------------------------------------*
000260 01  MH-RECORD.
000270     05  MH-RUN-DATE             PIC X(10).
000280     05  MH-RUN-TIME             PIC X(08).
000290     05  MH-RESULT               PIC X(01).
000300     05  MH-ACTION               PIC X(01).
000310     05  MH-ROW-TYPE             PIC X(02).
000320     05  MH-ROW-KEY              PIC X(20).
000330     05  MH-EFFECTIVE-DATE       PIC X(10).
000340     05  MH-SUBMIT-DATE          PIC X(10).
000350     05  MH-REQUESTER            PIC X(08).
000360     05  MH-REASON               PIC X(40).
000370     05  MH-BEFORE-IMAGE         PIC X(80).
000380     05  MH-AFTER-IMAGE          PIC X(80).
000390     05  MH-REJECT-TEXT          PIC X(40).
