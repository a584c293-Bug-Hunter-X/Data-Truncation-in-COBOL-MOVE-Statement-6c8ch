000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL100MSK                                        *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     SHARED PERSONAL-DATA MASKING SUBPROGRAM.  MASKS *
000170*               LK-MASK-LENGTH BYTES OF LK-MASK-VALUE STARTING  *
000180*               AT LK-MASK-START, IN PLACE, ONE BYTE FOR ONE    *
000190*               BYTE, SO EVERY LENGTH, OVERAGE AND TRUNCATION   *
000200*               POSITION ON THE MASKED RECORD STILL MEANS WHAT  *
000210*               IT MEANT ON THE CLEAR ONE:                      *
000220*                 LETTERS AND BYTES ABOVE "~" (MULTIBYTE DATA)  *
000230*                 BECOME "X", DIGITS BECOME "9", ANY OTHER      *
000240*                 PRINTABLE BYTE BECOMES "*".  SPACES AND       *
000250*                 CONTROL BYTES ARE LEFT ALONE - THEY CARRY NO  *
000260*                 PERSONAL DATA AND ARE OFTEN WHY THE RECORD    *
000270*                 WAS REJECTED.                                 *
000280*               A RANGE RUNNING PAST BYTE 500 STOPS THERE.      *
000290*               THE CALLER OWNS THE STORAGE, AS WITH DL100TRN.  *
000300*               LK-MASK-RESULT ON RETURN:                       *
000310*                 "Y" - AT LEAST ONE BYTE WAS MASKED            *
000320*                 "N" - THE RANGE HELD NOTHING TO MASK          *
000330*                                                                *
000340*  MODIFICATION HISTORY.                                        *
000350*  DATE        BY    DESCRIPTION                                *
000360*  ----------  ----  -------------------------------------      *
000370*  10/15/2026  RDM   INITIAL VERSION.                           *
000380*--------------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.         DL100MSK.
000410 AUTHOR.             R. MARCHETTI.
000420 INSTALLATION.       DATA QUALITY SYSTEMS.
000430 DATE-WRITTEN.       10/15/2026.
000440 DATE-COMPILED.
000450*
000460 ENVIRONMENT DIVISION.
000470*
000480 DATA DIVISION.
000490 WORKING-STORAGE SECTION.
000500 01  WS-SCAN-FIELDS.
000510     05  WS-SCAN-POS             PIC 9(4) COMP.
000520     05  WS-LAST-POS             PIC 9(4) COMP.
000530     05  WS-BYTE                 PIC X(01).
000540*
000550 LINKAGE SECTION.
000560 01  LK-MASK-VALUE               PIC X(500).
000570 01  LK-MASK-START               PIC 9(4) COMP.
000580 01  LK-MASK-LENGTH              PIC 9(4) COMP.
000590 01  LK-MASK-RESULT              PIC X(01).
000600*
000610 PROCEDURE DIVISION USING LK-MASK-VALUE LK-MASK-START
000620         LK-MASK-LENGTH LK-MASK-RESULT.
000630*--------------------------------------------------------------*
000640*    0000-MAINLINE                                              *
000650*--------------------------------------------------------------*
000660 0000-MAINLINE.
000670     MOVE "N" TO LK-MASK-RESULT.
000680     IF LK-MASK-START < 1
000690         OR LK-MASK-START > 500
000700         OR LK-MASK-LENGTH = ZERO
000710         GOBACK
000720     END-IF.
000730     ADD LK-MASK-START LK-MASK-LENGTH GIVING WS-LAST-POS.
000740     SUBTRACT 1 FROM WS-LAST-POS.
000750     IF WS-LAST-POS > 500 THEN
000760         MOVE 500 TO WS-LAST-POS
000770     END-IF.
000780     PERFORM 1000-MASK-BYTE
000790         THRU 1000-EXIT
000800         VARYING WS-SCAN-POS FROM LK-MASK-START BY 1
000810         UNTIL WS-SCAN-POS > WS-LAST-POS.
000820     GOBACK.
000830*--------------------------------------------------------------*
000840*    1000-MASK-BYTE  -  REPLACE ONE BYTE BY ITS CLASS MARK       *
000850*--------------------------------------------------------------*
000860 1000-MASK-BYTE.
000870     MOVE LK-MASK-VALUE(WS-SCAN-POS:1) TO WS-BYTE.
000880     IF WS-BYTE NOT > SPACE THEN
000890         GO TO 1000-EXIT
000900     END-IF.
000910     MOVE "Y" TO LK-MASK-RESULT.
000920     IF WS-BYTE IS NUMERIC THEN
000930         MOVE "9" TO LK-MASK-VALUE(WS-SCAN-POS:1)
000940         GO TO 1000-EXIT
000950     END-IF.
000960     IF WS-BYTE IS ALPHABETIC-UPPER
000970         OR WS-BYTE IS ALPHABETIC-LOWER
000980         OR WS-BYTE > "~"
000990         MOVE "X" TO LK-MASK-VALUE(WS-SCAN-POS:1)
001000         GO TO 1000-EXIT
001010     END-IF.
001020     MOVE "*" TO LK-MASK-VALUE(WS-SCAN-POS:1).
001030 1000-EXIT.
001040     EXIT.
