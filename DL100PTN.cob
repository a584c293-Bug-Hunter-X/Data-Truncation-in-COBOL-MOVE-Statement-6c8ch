000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL100PTN                                        *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                               *
000160*  REMARKS.     SHARED PARTITION-DEFINITION LOADER.  READS THE  *
000170*               PARTDEF CONTROL FILE (LAYOUT DL100PD) AND FILLS *
000180*               THE CALLER'S PARTITION TABLE (DL100PT), SO      *
000190*               DL100MN, DL260MB AND DL180DR ALL SPLIT THE      *
000200*               NIGHTLY INPUT THE SAME WAY.  THE CALLER OWNS THE*
000210*               STORAGE, AS WITH DL100TBL.                      *
000220*               LK-LOAD-STATUS ON RETURN:                       *
000230*                 "00" - LOADED CLEAN; THE STEP IS PARTITIONED  *
000240*                 "NF" - NO CONTROL FILE, OR NO ROWS ON IT - THE*
000250*                        STEP RUNS AS ONE JOB (PT-PART-COUNT 0) *
000260*                 "ER" - THE DEFINITION CANNOT BE USED (BAD     *
000270*                        PARTITION NUMBER OR METHOD, MIXED      *
000280*                        METHODS, A PARTITION MISSING OR GIVEN  *
000290*                        TWICE, KEYS NOT ASCENDING, A FEED IN   *
000300*                        TWO PARTITIONS).  EVERY FAULT IS       *
000310*                        DISPLAYED; THE TABLE MUST NOT BE USED. *
000320*                                                               *
000330*  MODIFICATION HISTORY.                                        *
000340*  DATE        BY    DESCRIPTION                                *
000350*  ----------  ----  -------------------------------------      *
000360*  10/15/2026  RDM   INITIAL VERSION.                           *
000370*--------------------------------------------------------------*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.         DL100PTN.
000400 AUTHOR.             R. MARCHETTI.
000410 INSTALLATION.       DATA QUALITY SYSTEMS.
000420 DATE-WRITTEN.       10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PART-DEF-FILE ASSIGN TO "PARTDEF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PART-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PART-DEF-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY DL100PD.
000570*
000580 WORKING-STORAGE SECTION.
000590 01  WS-PART-STATUS              PIC X(02).
000600 01  WS-SWITCHES.
000610     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000620         88  WS-EOF                       VALUE "Y".
000630     05  WS-ROW-ERROR-SWITCH     PIC X(01) VALUE "N".
000640         88  WS-ROW-ERRORS                VALUE "Y".
000650 01  WS-SUBSCRIPTS.
000660     05  WS-PART-SUB             PIC 9(02) COMP.
000670     05  WS-FEED-SUB             PIC 9(02) COMP.
000680     05  WS-OTHER-PART           PIC 9(02) COMP.
000690     05  WS-OTHER-FEED           PIC 9(02) COMP.
000700     05  WS-PRIOR-PART           PIC 9(02) COMP.
000710 01  WS-ROW-NUMBER               PIC 9(04) VALUE ZERO.
000720 01  WS-PART-DISP                PIC 9(01).
000730*--------------------------------------------------------------*
000740*    PARTITIONS ALREADY DEFINED, SO A REPEAT OR A GAP SHOWS.     *
000750*--------------------------------------------------------------*
000760 01  WS-SEEN-TABLE.
000770     05  WS-SEEN-SW              PIC X(01) OCCURS 9 TIMES.
000780*
000790 LINKAGE SECTION.
000800 COPY DL100PT.
000810 01  LK-LOAD-STATUS              PIC X(02).
000820*
000830 PROCEDURE DIVISION USING PT-TABLE LK-LOAD-STATUS.
000840*--------------------------------------------------------------*
000850*    0000-MAINLINE                                             *
000860*--------------------------------------------------------------*
000870 0000-MAINLINE.
000880*    THE SWITCHES RE-ARM AT ENTRY - DL180DR CALLS THIS BEFORE
000890*    IT CALLS THE MERGE, WHICH CALLS IT AGAIN IN THE SAME RUN
000900*    UNIT.
000910     MOVE "N" TO WS-EOF-SWITCH.
000920     MOVE "N" TO WS-ROW-ERROR-SWITCH.
000930     MOVE ZERO TO WS-ROW-NUMBER.
000940     MOVE ZERO TO PT-PART-COUNT.
000950     MOVE SPACE TO PT-METHOD.
000960     PERFORM 1000-CLEAR-ONE-ENTRY
000970         THRU 1000-EXIT
000980         VARYING WS-PART-SUB FROM 1 BY 1
000990         UNTIL WS-PART-SUB > 9.
001000     MOVE "00" TO LK-LOAD-STATUS.
001010*    NO PARTDEF FILE IS THE NORMAL, UNPARTITIONED CASE.
001020     OPEN INPUT PART-DEF-FILE.
001030     IF WS-PART-STATUS NOT = "00" THEN
001040         MOVE "NF" TO LK-LOAD-STATUS
001050         GOBACK
001060     END-IF.
001070     PERFORM 1200-READ-DEFINITION
001080         THRU 1200-EXIT.
001090     PERFORM 2000-LOAD-ROW
001100         THRU 2000-EXIT
001110         UNTIL WS-EOF.
001120     CLOSE PART-DEF-FILE.
001130     IF PT-PART-COUNT > ZERO
001140         AND NOT WS-ROW-ERRORS
001150         PERFORM 3000-CHECK-PARTITION
001160             THRU 3000-EXIT
001170             VARYING WS-PART-SUB FROM 1 BY 1
001180             UNTIL WS-PART-SUB > PT-PART-COUNT
001190     END-IF.
001200     IF WS-ROW-ERRORS THEN
001210         MOVE "ER" TO LK-LOAD-STATUS
001220     ELSE
001230         IF PT-PART-COUNT = ZERO THEN
001240             MOVE "NF" TO LK-LOAD-STATUS
001250         END-IF
001260     END-IF.
001270     GOBACK.
001280*--------------------------------------------------------------*
001290*    1000-CLEAR-ONE-ENTRY  -  BLANK ONE PARTITION ENTRY        *
001300*--------------------------------------------------------------*
001310 1000-CLEAR-ONE-ENTRY.
001320     MOVE SPACES TO PT-ENTRY(WS-PART-SUB).
001330     MOVE "N" TO WS-SEEN-SW(WS-PART-SUB).
001340 1000-EXIT.
001350     EXIT.
001360*--------------------------------------------------------------*
001370*    1200-READ-DEFINITION  -  READ THE NEXT CONTROL ROW        *
001380*--------------------------------------------------------------*
001390 1200-READ-DEFINITION.
001400     READ PART-DEF-FILE
001410         AT END
001420             MOVE "Y" TO WS-EOF-SWITCH
001430     END-READ.
001440 1200-EXIT.
001450     EXIT.
001460*--------------------------------------------------------------*
001470*    2000-LOAD-ROW  -  TAKE ONE PARTITION ROW INTO THE TABLE.  *
001480*                       COMMENT AND BLANK ROWS ARE SKIPPED; A    *
001490*                       ROW THAT CANNOT BE USED IS DISPLAYED AND *
001500*                       SPOILS THE WHOLE DEFINITION.             *
001510*--------------------------------------------------------------*
001520 2000-LOAD-ROW.
001530     ADD 1 TO WS-ROW-NUMBER.
001540     IF PD-RECORD(1:1) = "*" OR PD-RECORD = SPACES THEN
001550         GO TO 2000-NEXT
001560     END-IF.
001570     IF PD-PARTITION NOT NUMERIC
001580         OR PD-PARTITION = "0"
001590         DISPLAY "DL100PTN - ROW " WS-ROW-NUMBER
001600             " - PARTITION NUMBER MUST BE 1 THRU 9"
001610         MOVE "Y" TO WS-ROW-ERROR-SWITCH
001620         GO TO 2000-NEXT
001630     END-IF.
001640     IF PD-METHOD NOT = "F" AND PD-METHOD NOT = "K" THEN
001650         DISPLAY "DL100PTN - ROW " WS-ROW-NUMBER
001660             " - METHOD MUST BE F (FEED) OR K (KEY RANGE)"
001670         MOVE "Y" TO WS-ROW-ERROR-SWITCH
001680         GO TO 2000-NEXT
001690     END-IF.
001700     IF PT-METHOD = SPACE THEN
001710         MOVE PD-METHOD TO PT-METHOD
001720     END-IF.
001730     IF PD-METHOD NOT = PT-METHOD THEN
001740         DISPLAY "DL100PTN - ROW " WS-ROW-NUMBER
001750             " - EVERY ROW MUST USE THE SAME METHOD"
001760         MOVE "Y" TO WS-ROW-ERROR-SWITCH
001770         GO TO 2000-NEXT
001780     END-IF.
001790     MOVE PD-PARTITION TO WS-PART-DISP.
001800     MOVE WS-PART-DISP TO WS-PART-SUB.
001810     IF WS-SEEN-SW(WS-PART-SUB) = "Y" THEN
001820         DISPLAY "DL100PTN - ROW " WS-ROW-NUMBER
001830             " - PARTITION " WS-PART-DISP " DEFINED TWICE"
001840         MOVE "Y" TO WS-ROW-ERROR-SWITCH
001850         GO TO 2000-NEXT
001860     END-IF.
001870     MOVE "Y" TO WS-SEEN-SW(WS-PART-SUB).
001880     IF WS-PART-SUB > PT-PART-COUNT THEN
001890         MOVE WS-PART-SUB TO PT-PART-COUNT
001900     END-IF.
001910     IF PT-BY-KEY THEN
001920         MOVE PD-LOW-KEY TO PT-LOW-KEY(WS-PART-SUB)
001930     ELSE
001940         PERFORM 2100-TAKE-FEED-CODE
001950             THRU 2100-EXIT
001960             VARYING WS-FEED-SUB FROM 1 BY 1
001970             UNTIL WS-FEED-SUB > 10
001980     END-IF.
001990 2000-NEXT.
002000     PERFORM 1200-READ-DEFINITION
002010         THRU 1200-EXIT.
002020 2000-EXIT.
002030     EXIT.
002040*--------------------------------------------------------------*
002050*    2100-TAKE-FEED-CODE  -  ONE FEED CODE OFF A FEED ROW      *
002060*--------------------------------------------------------------*
002070 2100-TAKE-FEED-CODE.
002080     MOVE PD-FEED-CODE(WS-FEED-SUB)
002090         TO PT-FEED-CODE(WS-PART-SUB, WS-FEED-SUB).
002100 2100-EXIT.
002110     EXIT.
002120*--------------------------------------------------------------*
002130*    3000-CHECK-PARTITION  -  CROSS-CHECK ONE PARTITION AGAINST*
002140*                       THE REST ONCE THE WHOLE FILE IS READ.    *
002150*                       THE NUMBERS MUST RUN 1 THRU N WITH NO    *
002160*                       GAP; KEY RANGES MUST ASCEND FROM A BLANK *
002170*                       PARTITION 1; A FEED MAY BELONG TO ONE    *
002180*                       PARTITION ONLY.                          *
002190*--------------------------------------------------------------*
002200 3000-CHECK-PARTITION.
002210     MOVE WS-PART-SUB TO WS-PART-DISP.
002220     IF WS-SEEN-SW(WS-PART-SUB) NOT = "Y" THEN
002230         DISPLAY "DL100PTN - PARTITION " WS-PART-DISP
002240             " IS MISSING - PARTITIONS MUST RUN 1 THRU "
002250             PT-PART-COUNT
002260         MOVE "Y" TO WS-ROW-ERROR-SWITCH
002270         GO TO 3000-EXIT
002280     END-IF.
002290     IF PT-BY-FEED THEN
002300         PERFORM 3100-CHECK-FEED-CODE
002310             THRU 3100-EXIT
002320             VARYING WS-FEED-SUB FROM 1 BY 1
002330             UNTIL WS-FEED-SUB > 10
002340         GO TO 3000-EXIT
002350     END-IF.
002360     IF WS-PART-SUB = 1 THEN
002370         IF PT-LOW-KEY(1) NOT = SPACES THEN
002380             DISPLAY "DL100PTN - PARTITION 1 MUST HAVE A BLANK "
002390                 "LOW KEY - IT TAKES EVERYTHING BELOW PARTITION 2"
002400             MOVE "Y" TO WS-ROW-ERROR-SWITCH
002410         END-IF
002420         GO TO 3000-EXIT
002430     END-IF.
002440     SUBTRACT 1 FROM WS-PART-SUB GIVING WS-PRIOR-PART.
002450     IF PT-LOW-KEY(WS-PART-SUB) = SPACES
002460         OR PT-LOW-KEY(WS-PART-SUB)
002470             NOT > PT-LOW-KEY(WS-PRIOR-PART)
002480         DISPLAY "DL100PTN - PARTITION " WS-PART-DISP
002490             " LOW KEY MUST BE ABOVE THE ONE BEFORE IT"
002500         MOVE "Y" TO WS-ROW-ERROR-SWITCH
002510     END-IF.
002520 3000-EXIT.
002530     EXIT.
002540*--------------------------------------------------------------*
002550*    3100-CHECK-FEED-CODE  -  ONE FEED CODE MUST NOT APPEAR    *
002560*                       AGAIN, IN THIS PARTITION OR A LATER ONE  *
002570*--------------------------------------------------------------*
002580 3100-CHECK-FEED-CODE.
002590     IF PT-FEED-CODE(WS-PART-SUB, WS-FEED-SUB) = SPACES THEN
002600         GO TO 3100-EXIT
002610     END-IF.
002620     PERFORM 3110-COMPARE-FEED-CODE
002630         THRU 3110-EXIT
002640         VARYING WS-OTHER-PART FROM WS-PART-SUB BY 1
002650         UNTIL WS-OTHER-PART > PT-PART-COUNT
002660         AFTER WS-OTHER-FEED FROM 1 BY 1
002670         UNTIL WS-OTHER-FEED > 10.
002680 3100-EXIT.
002690     EXIT.
002700*--------------------------------------------------------------*
002710*    3110-COMPARE-FEED-CODE  -  COMPARE WITH ONE LATER SLOT    *
002720*--------------------------------------------------------------*
002730 3110-COMPARE-FEED-CODE.
002740     IF WS-OTHER-PART = WS-PART-SUB
002750         AND WS-OTHER-FEED NOT > WS-FEED-SUB
002760         GO TO 3110-EXIT
002770     END-IF.
002780     IF PT-FEED-CODE(WS-OTHER-PART, WS-OTHER-FEED)
002790         = PT-FEED-CODE(WS-PART-SUB, WS-FEED-SUB)
002800         DISPLAY "DL100PTN - FEED "
002810             PT-FEED-CODE(WS-PART-SUB, WS-FEED-SUB)
002820             " IS LISTED MORE THAN ONCE"
002830         MOVE "Y" TO WS-ROW-ERROR-SWITCH
002840     END-IF.
002850 3110-EXIT.
002860     EXIT.
