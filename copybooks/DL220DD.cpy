000100*----------------------------------------------------------------*
000110*  DL220DD  -  OUTPUT CHANGE-CAPTURE (DELTA) RECORD.  WRITTEN    *
000120*              BY DL220DC: ONE PER RECORD ADDED, CHANGED OR      *
000130*              DELETED SINCE THE PREVIOUS NIGHT'S OUTPUT, WITH   *
000140*              THE FULL RECORD IMAGE - TODAY'S FOR AN ADD OR A   *
000150*              CHANGE, THE PREVIOUS NIGHT'S FOR A DELETE.        *
000160*                DD-ACTION  "A" ADD, "C" CHANGE, "D" DELETE      *
000170*              THE FILE OPENS WITH THE USUAL "HDR" + FEED (4) +  *
000180*              DATE (10) RECORD AND CLOSES WITH "TRL" + DELTA    *
000190*              RECORD COUNT (9) + TOTAL TRIMMED CHARACTERS OF    *
000200*              THE DELTA RECORDS, ACTION BYTE INCLUDED (11), SO  *
000210*              A RECEIVER CAN RUN THE SAME CONTROL CHECK IT      *
000220*              RUNS ON THE FULL OUTPUT FILE.                     *
000230*----------------------------------------------------------------*
000240 01  DD-RECORD.
000250     05  DD-ACTION               PIC X(01).
000260     05  DD-VALUE                PIC X(500).
