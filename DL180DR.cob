000260*               TOP.  THE DRIVER ENDS WITH RETURN CODE ZERO    *
000270*               ONLY WHEN EVERY STEP COMPLETED, WHICH IS THE   *
000280*               OPERATOR'S SIGNAL THAT THE TRANSMIT MAY RUN.   *
00028A*               EVERY STEP THAT ENDS OR IS HELD IS ALSO        *
00028B*               APPENDED TO THE PERMANENT STEP HISTORY         *
00028C*               (STEPHIST, DL180SH), WHICH THE NEXT NIGHT'S    *
00028D*               LEDGER REWRITE NEVER TOUCHES.  EACH STEP'S     *
00028E*               ELAPSED TIME IS JUDGED AGAINST ITS NORMAL      *
00028F*               DURATION - FROM THE SLA DEFINITIONS (SLADEF,   *
00028G*               DL180SD), ELSE THE AVERAGE OF ITS COMPLETED    *
00028H*               HISTORY - AND A STEP THAT RUNS PAST ITS        *
00028I*               WARNING PERCENTAGE OF NORMAL LEAVES THE        *
00028J*               DRIVER WITH RETURN CODE 4: EVERY STEP          *
00028K*               COMPLETED AND THE TRANSMIT MAY STILL RUN, BUT  *
00028L*               THE BATCH WINDOW NEEDS A LOOK (DL240SA).       *
00028M*               A PARTITIONED MAIN RUN (PARTDEF PRESENT) HAS    *
00028N*               ITS DL100MN PARTITIONS RUN CONCURRENTLY BY THE  *
00028O*               SCHEDULER AHEAD OF THE DRIVER, AND STEP 1 IS    *
00028P*               THEN THE MERGE AND BALANCE STEP, DL260MB.  IT   *
00028Q*               IS HELD, NAMING THE PARTITIONS TO RESTART,      *
00028R*               UNTIL EVERY PARTITION'S CONTROL ROW (DD         *
00028S*               PARTCTL<N>, DL100PC) SHOWS IT COMPLETE.  EACH   *
00028T*               PARTITION'S RUN IS FILED ONCE ON THE STEP       *
00028U*               HISTORY AS STEP 1, PROGRAM DL100MN<N>.          *
000290*                                                                *
000300*  MODIFICATION HISTORY.                                        *
000310*  DATE        BY    DESCRIPTION                                *
000320*  ----------  ----  -------------------------------------      *
000330*  09/03/2026  RDM   INITIAL VERSION.                           *
00033A*  10/15/2026  RDM   STEP HISTORY FILE (STEPHIST) AND OVERRUN   *
00033B*                    WARNING AGAINST SLADEF / HISTORY NORMS -   *
00033C*                    RETURN CODE 4 WHEN A STEP RUNS LONG.       *
00033D*  10/15/2026  RDM   PARTITIONED MAIN RUN: STEP 1 BECOMES THE   *
00033E*                    DL260MB MERGE, HELD UNTIL EVERY PARTITION  *
00033F*                    COMPLETES.  EACH PARTITION RUN IS FILED    *
00033G*                    ONCE ON STEPHIST; NORMS TAKEN PER PROGRAM. *
000340*--------------------------------------------------------------*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.         DL180DR.
000450     SELECT STEP-LEDGER-FILE ASSIGN TO "STEPLEDG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LEDGER-STATUS.
000471     SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-HISTORY-STATUS.
000474     SELECT SLA-DEF-FILE ASSIGN TO "SLADEF"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-SLADEF-STATUS.
000477     SELECT PART-CTL-FILE-1 ASSIGN TO "PARTCTL1"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-PART-CTL-STATUS.
00047A     SELECT PART-CTL-FILE-2 ASSIGN TO "PARTCTL2"
00047B         ORGANIZATION IS LINE SEQUENTIAL
00047C         FILE STATUS IS WS-PART-CTL-STATUS.
00047D     SELECT PART-CTL-FILE-3 ASSIGN TO "PARTCTL3"
00047E         ORGANIZATION IS LINE SEQUENTIAL
00047F         FILE STATUS IS WS-PART-CTL-STATUS.
00047G     SELECT PART-CTL-FILE-4 ASSIGN TO "PARTCTL4"
00047H         ORGANIZATION IS LINE SEQUENTIAL
00047I         FILE STATUS IS WS-PART-CTL-STATUS.
00047J     SELECT PART-CTL-FILE-5 ASSIGN TO "PARTCTL5"
00047K         ORGANIZATION IS LINE SEQUENTIAL
00047L         FILE STATUS IS WS-PART-CTL-STATUS.
00047M     SELECT PART-CTL-FILE-6 ASSIGN TO "PARTCTL6"
00047N         ORGANIZATION IS LINE SEQUENTIAL
00047O         FILE STATUS IS WS-PART-CTL-STATUS.
00047P     SELECT PART-CTL-FILE-7 ASSIGN TO "PARTCTL7"
00047Q         ORGANIZATION IS LINE SEQUENTIAL
00047R         FILE STATUS IS WS-PART-CTL-STATUS.
00047S     SELECT PART-CTL-FILE-8 ASSIGN TO "PARTCTL8"
00047T         ORGANIZATION IS LINE SEQUENTIAL
00047U         FILE STATUS IS WS-PART-CTL-STATUS.
00047V     SELECT PART-CTL-FILE-9 ASSIGN TO "PARTCTL9"
00047W         ORGANIZATION IS LINE SEQUENTIAL
00047X         FILE STATUS IS WS-PART-CTL-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  STEP-LEDGER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY DL180SL.
000531 FD  STEP-HISTORY-FILE
000532     LABEL RECORDS ARE STANDARD.
000533 COPY DL180SH.
000534 FD  SLA-DEF-FILE
000535     LABEL RECORDS ARE STANDARD.
000536 COPY DL180SD.
000537 FD  PART-CTL-FILE-1
000538     LABEL RECORDS ARE STANDARD.
000539 01  PART-CTL-RECORD-1         PIC X(176).
00053A FD  PART-CTL-FILE-2
00053B     LABEL RECORDS ARE STANDARD.
00053C 01  PART-CTL-RECORD-2         PIC X(176).
00053D FD  PART-CTL-FILE-3
00053E     LABEL RECORDS ARE STANDARD.
00053F 01  PART-CTL-RECORD-3         PIC X(176).
00053G FD  PART-CTL-FILE-4
00053H     LABEL RECORDS ARE STANDARD.
00053I 01  PART-CTL-RECORD-4         PIC X(176).
00053J FD  PART-CTL-FILE-5
00053K     LABEL RECORDS ARE STANDARD.
00053L 01  PART-CTL-RECORD-5         PIC X(176).
00053M FD  PART-CTL-FILE-6
00053N     LABEL RECORDS ARE STANDARD.
00053O 01  PART-CTL-RECORD-6         PIC X(176).
00053P FD  PART-CTL-FILE-7
00053Q     LABEL RECORDS ARE STANDARD.
00053R 01  PART-CTL-RECORD-7         PIC X(176).
00053S FD  PART-CTL-FILE-8
00053T     LABEL RECORDS ARE STANDARD.
00053U 01  PART-CTL-RECORD-8         PIC X(176).
00053V FD  PART-CTL-FILE-9
00053W     LABEL RECORDS ARE STANDARD.
00053X 01  PART-CTL-RECORD-9         PIC X(176).
000540*
000550 WORKING-STORAGE SECTION.
000560 01  WS-LEDGER-STATUS            PIC X(02).
00056A 01  WS-HISTORY-STATUS           PIC X(02).
00056B 01  WS-SLADEF-STATUS            PIC X(02).
00056C 01  WS-PART-CTL-STATUS          PIC X(02).
00056D 01  WS-PART-LOAD-STATUS         PIC X(02).
000570*--------------------------------------------------------------*
000580*    WORKING STORAGE FOR THE PIPELINE STEP TABLE.  THE STEP     *
000590*    ORDER AND DEPENDENCIES ARE THE SHOP'S NIGHTLY SEQUENCE:    *
000810         10  WS-ST-END-DATE      PIC X(10).
000820         10  WS-ST-END-TIME      PIC X(08).
000830         10  WS-ST-RETURN-CODE   PIC 9(04).
00083A*--------------------------------------------------------------*
00083B*    WORKING STORAGE FOR EACH STEP'S NORMAL DURATION.  THE      *
00083C*    SLADEF ROW FOR THE STEP'S PROGRAM WINS; A STEP WITH NO     *
00083D*    EXPECTED TIME THERE IS JUDGED AGAINST THE AVERAGE OF ITS   *
00083E*    COMPLETED ROWS ON THE STEP HISTORY.  A STEP WITH NEITHER   *
00083F*    IS NEVER FLAGGED.                                          *
00083G*--------------------------------------------------------------*
00083H 01  WS-SLA-TABLE.
00083I     05  WS-SLA-ENTRY OCCURS 5 TIMES.
00083J         10  WS-SLA-EXPECTED     PIC 9(07) COMP.
00083K         10  WS-SLA-WARN-PCT     PIC 9(03) COMP.
00083L         10  WS-SLA-HIST-TOTAL   PIC 9(11) COMP.
00083M         10  WS-SLA-HIST-COUNT   PIC 9(07) COMP.
00083N 01  WS-SLA-DEFAULT-WARN-PCT     PIC 9(03) COMP VALUE 150.
00083O*--------------------------------------------------------------*
00083P*    WORKING STORAGE FOR TIMING A STEP.  A STEP THAT ENDS ON    *
00083Q*    A LATER DATE THAN IT STARTED HAS RUN PAST MIDNIGHT.        *
00083R*--------------------------------------------------------------*
00083S 01  WS-TIMING-FIELDS.
00083T     05  WS-CLOCK-WORK           PIC X(08).
00083U     05  WS-CLOCK-PARTS REDEFINES WS-CLOCK-WORK.
00083V         10  WS-CLOCK-HH         PIC 9(02).
00083W         10  FILLER              PIC X(01).
00083X         10  WS-CLOCK-MM         PIC 9(02).
00083Y         10  FILLER              PIC X(01).
00083Z         10  WS-CLOCK-SS         PIC 9(02).
000840     05  WS-CLOCK-SECS           PIC 9(07) COMP.
000841     05  WS-MINUTE-SECS          PIC 9(07) COMP.
000842     05  WS-START-SECS           PIC 9(07) COMP.
000843     05  WS-END-SECS             PIC 9(07) COMP.
000844     05  WS-ELAPSED-SECS         PIC 9(07) COMP.
000845     05  WS-ELAPSED-WORK         PIC 9(11) COMP.
000846     05  WS-WARN-WORK            PIC 9(11) COMP.
000847     05  WS-BATCH-DATE           PIC X(10).
000848     05  WS-SLOW-FLAG            PIC X(01).
000849     05  WS-ELAPSED-DISPLAY      PIC Z(06)9.
00084A     05  WS-EXPECTED-DISPLAY     PIC Z(06)9.
00084B*--------------------------------------------------------------*
00084C*    WORKING STORAGE FOR A PARTITIONED MAIN RUN: THE PARTITION   *
00084D*    DEFINITIONS, EACH PARTITION'S CONTROL ROW AND THE LAST RUN  *
00084E*    OF EACH PARTITION ALREADY FILED ON THE STEP HISTORY         *
00084F*--------------------------------------------------------------*
00084G COPY DL100PT.
00084H COPY DL100PC.
00084I 01  WS-PART-FIELDS.
00084J     05  WS-PART-SUB             PIC 9(01).
00084K     05  WS-PART-ROW             PIC X(176) OCCURS 9 TIMES.
00084L     05  WS-PART-FILED-TABLE     VALUE SPACES.
00084M         10  WS-PART-FILED OCCURS 9 TIMES.
00084N             15  WS-PF-DATE      PIC X(10).
00084O             15  WS-PF-TIME      PIC X(08).
00084P*--------------------------------------------------------------*
000850*    WORKING STORAGE FOR SWITCHES, SUBSCRIPTS AND THE CLOCK     *
000860*--------------------------------------------------------------*
000870 01  WS-SWITCHES.
000890         88  WS-EOF                       VALUE "Y".
000900     05  WS-ALL-DONE-SWITCH      PIC X(01).
000910         88  WS-ALL-DONE                  VALUE "Y".
00091A     05  WS-SLOW-SWITCH          PIC X(01) VALUE "N".
00091B         88  WS-STEP-RAN-SLOW             VALUE "Y".
00091C     05  WS-PART-SWITCH          PIC X(01) VALUE "N".
00091D         88  WS-PARTITIONED               VALUE "Y".
00091E     05  WS-PARTS-READY-SWITCH   PIC X(01).
00091F         88  WS-PARTS-READY               VALUE "Y".
000920 01  WS-SUBSCRIPTS.
000930     05  WS-STEP-SUB             PIC 9(02) COMP.
000940     05  WS-SCAN-SUB             PIC 9(02) COMP.
001360         THRU 1050-EXIT
001370         VARYING WS-SCAN-SUB FROM 1 BY 1
001380         UNTIL WS-SCAN-SUB > 5.
001381*    A PARTITION DEFINITION FILE MEANS TONIGHT'S MAIN RUN IS
001382*    PARTITIONED, AND STEP 1 IS THE MERGE OF THE PARTITIONS.
001383     CALL "DL100PTN" USING PT-TABLE WS-PART-LOAD-STATUS.
001384     IF WS-PART-LOAD-STATUS NOT = "NF" THEN
001385         MOVE "Y" TO WS-PART-SWITCH
001386         MOVE "DL260MB" TO WS-DEF-PROGRAM(1)
001387         DISPLAY "DL180DR - PARTITIONED MAIN RUN - STEP 1 IS "
001388             "THE PARTITION MERGE"
001389     END-IF.
00138A     PERFORM 1400-LOAD-SLA-DEFS
00138B         THRU 1400-EXIT.
00138C     PERFORM 1500-LOAD-STEP-HISTORY
00138D         THRU 1500-EXIT.
00138E     MOVE "N" TO WS-EOF-SWITCH.
001390     OPEN INPUT STEP-LEDGER-FILE.
001400     IF WS-LEDGER-STATUS NOT = "00" THEN
001410         GO TO 1000-EXIT
002210         MOVE "N" TO WS-ALL-DONE-SWITCH
002220     END-IF.
002230 1300-EXIT.
002231     EXIT.
002232*--------------------------------------------------------------*
002233*    1400-LOAD-SLA-DEFS  -  EACH STEP'S EXPECTED TIME AND      *
002234*                       WARNING PERCENTAGE FROM SLADEF.  NO    *
002235*                       FILE, OR NO ROW FOR A STEP, LEAVES     *
002236*                       THE HISTORY AVERAGE AND 150 PERCENT.   *
002237*--------------------------------------------------------------*
002238 1400-LOAD-SLA-DEFS.
002239     PERFORM 1410-CLEAR-SLA-ENTRY
00223A         THRU 1410-EXIT
00223B         VARYING WS-SCAN-SUB FROM 1 BY 1
00223C         UNTIL WS-SCAN-SUB > 5.
00223D     OPEN INPUT SLA-DEF-FILE.
00223E     IF WS-SLADEF-STATUS NOT = "00" THEN
00223F         DISPLAY "DL180DR - NO SLA DEFINITIONS - HISTORY "
00223G             "AVERAGES WILL BE USED"
00223H         GO TO 1400-EXIT
00223I     END-IF.
00223J     MOVE "N" TO WS-EOF-SWITCH.
00223K     PERFORM 1420-READ-SLA-DEF
00223L         THRU 1420-EXIT.
00223M     PERFORM 1430-TAKE-SLA-DEF
00223N         THRU 1430-EXIT
00223O         UNTIL WS-EOF.
00223P     CLOSE SLA-DEF-FILE.
00223Q 1400-EXIT.
00223R     EXIT.
00223S*--------------------------------------------------------------*
00223T*    1410-CLEAR-SLA-ENTRY  -  ONE STEP TO NO NORM              *
00223U*--------------------------------------------------------------*
00223V 1410-CLEAR-SLA-ENTRY.
00223W     MOVE ZERO TO WS-SLA-EXPECTED(WS-SCAN-SUB).
00223X     MOVE WS-SLA-DEFAULT-WARN-PCT TO WS-SLA-WARN-PCT(WS-SCAN-SUB).
00223Y     MOVE ZERO TO WS-SLA-HIST-TOTAL(WS-SCAN-SUB).
00223Z     MOVE ZERO TO WS-SLA-HIST-COUNT(WS-SCAN-SUB).
002240 1410-EXIT.
002241     EXIT.
002242*--------------------------------------------------------------*
002243*    1420-READ-SLA-DEF  -  READ THE NEXT SLADEF ROW            *
002244*--------------------------------------------------------------*
002245 1420-READ-SLA-DEF.
002246     READ SLA-DEF-FILE
002247         AT END
002248             MOVE "Y" TO WS-EOF-SWITCH
002249     END-READ.
00224A 1420-EXIT.
00224B     EXIT.
00224C*--------------------------------------------------------------*
00224D*    1430-TAKE-SLA-DEF  -  APPLY ONE SLADEF ROW TO EVERY STEP  *
00224E*                       RUNNING ITS PROGRAM.  COMMENT ROWS     *
00224F*                       AND UNKNOWN PROGRAMS ARE PASSED OVER.  *
00224G*--------------------------------------------------------------*
00224H 1430-TAKE-SLA-DEF.
00224I     IF SD-RECORD(1:1) NOT = "*" THEN
00224J         PERFORM 1440-MATCH-SLA-STEP
00224K             THRU 1440-EXIT
00224L             VARYING WS-SCAN-SUB FROM 1 BY 1
00224M             UNTIL WS-SCAN-SUB > 5
00224N     END-IF.
00224O     PERFORM 1420-READ-SLA-DEF
00224P         THRU 1420-EXIT.
00224Q 1430-EXIT.
00224R     EXIT.
00224S*--------------------------------------------------------------*
00224T*    1440-MATCH-SLA-STEP  -  TAKE THE ROW'S NORMS FOR ONE STEP *
00224U*                       IF IT RUNS THE ROW'S PROGRAM           *
00224V*--------------------------------------------------------------*
00224W 1440-MATCH-SLA-STEP.
00224X     IF SD-PROGRAM-NAME NOT = WS-DEF-PROGRAM(WS-SCAN-SUB) THEN
00224Y         GO TO 1440-EXIT
00224Z     END-IF.
002250     IF SD-EXPECTED-SECS IS NUMERIC THEN
002251         MOVE SD-EXPECTED-SECS TO WS-SLA-EXPECTED(WS-SCAN-SUB)
002252     END-IF.
002253     IF SD-WARN-PCT IS NUMERIC
002254         AND SD-WARN-PCT > ZERO
002255         MOVE SD-WARN-PCT TO WS-SLA-WARN-PCT(WS-SCAN-SUB)
002256     END-IF.
002257 1440-EXIT.
002258     EXIT.
002259*--------------------------------------------------------------*
00225A*    1500-LOAD-STEP-HISTORY  -  AVERAGE EACH STEP'S COMPLETED  *
00225B*                       RUNS ON THE STEP HISTORY, AS THE NORM  *
00225C*                       FOR A STEP SLADEF GIVES NO EXPECTED    *
00225D*                       TIME.  NO HISTORY YET IS NOT AN ERROR. *
00225E*--------------------------------------------------------------*
00225F 1500-LOAD-STEP-HISTORY.
00225G     OPEN INPUT STEP-HISTORY-FILE.
00225H     IF WS-HISTORY-STATUS NOT = "00" THEN
00225I         GO TO 1500-EXIT
00225J     END-IF.
00225K     MOVE "N" TO WS-EOF-SWITCH.
00225L     PERFORM 1510-READ-HISTORY-ROW
00225M         THRU 1510-EXIT.
00225N     PERFORM 1520-TAKE-HISTORY-ROW
00225O         THRU 1520-EXIT
00225P         UNTIL WS-EOF.
00225Q     CLOSE STEP-HISTORY-FILE.
00225R     PERFORM 1530-SET-HISTORY-NORM
00225S         THRU 1530-EXIT
00225T         VARYING WS-SCAN-SUB FROM 1 BY 1
00225U         UNTIL WS-SCAN-SUB > 5.
00225V 1500-EXIT.
00225W     EXIT.
00225X*--------------------------------------------------------------*
00225Y*    1510-READ-HISTORY-ROW  -  READ THE NEXT STEP HISTORY ROW  *
00225Z*--------------------------------------------------------------*
002260 1510-READ-HISTORY-ROW.
002261     READ STEP-HISTORY-FILE
002262         AT END
002263             MOVE "Y" TO WS-EOF-SWITCH
002264     END-READ.
002265 1510-EXIT.
002266     EXIT.
002267*--------------------------------------------------------------*
002268*    1520-TAKE-HISTORY-ROW  -  ADD ONE COMPLETED RUN TO ITS    *
002269*                       STEP'S TOTALS.  FAILED AND HELD ROWS   *
00226A*                       SAY NOTHING ABOUT A NORMAL NIGHT, AND *
00226B*                       ONLY THE PROGRAM THE STEP RUNS TONIGHT *
00226C*                       COUNTS - THE MERGE HAS ITS OWN NORM,   *
00226D*                       APART FROM THE UNPARTITIONED MAIN RUN. *
00226E*                       EACH PARTITION'S LAST FILED RUN IS     *
00226F*                       NOTED SO IT IS NEVER FILED TWICE.      *
00226G*--------------------------------------------------------------*
00226H 1520-TAKE-HISTORY-ROW.
00226I     IF SH-PROGRAM-NAME(1:7) = "DL100MN"
00226J         AND SH-PROGRAM-NAME(8:1) IS NUMERIC
00226K         AND SH-PROGRAM-NAME(8:1) NOT = "0"
00226L         MOVE SH-PROGRAM-NAME(8:1) TO WS-PART-SUB
00226M         MOVE SH-BATCH-DATE TO WS-PF-DATE(WS-PART-SUB)
00226N         MOVE SH-START-TIME TO WS-PF-TIME(WS-PART-SUB)
00226O     END-IF.
00226P     IF SH-STATUS = "C"
00226Q         AND SH-STEP-NUMBER IS NUMERIC
00226R         AND SH-STEP-NUMBER > ZERO
00226S         AND SH-STEP-NUMBER < 6
00226T         AND SH-ELAPSED-SECS IS NUMERIC
00226U         MOVE SH-STEP-NUMBER TO WS-SCAN-SUB
00226V         IF SH-PROGRAM-NAME = WS-DEF-PROGRAM(WS-SCAN-SUB) THEN
00226W             ADD SH-ELAPSED-SECS TO WS-SLA-HIST-TOTAL(WS-SCAN-SUB)
00226X             ADD 1 TO WS-SLA-HIST-COUNT(WS-SCAN-SUB)
00226Y         END-IF
00226Z     END-IF.
002270     PERFORM 1510-READ-HISTORY-ROW
002271         THRU 1510-EXIT.
002272 1520-EXIT.
002273     EXIT.
002274*--------------------------------------------------------------*
002275*    1530-SET-HISTORY-NORM  -  A STEP WITHOUT AN SLADEF        *
002276*                       EXPECTED TIME TAKES ITS HISTORY        *
002277*                       AVERAGE                                *
002278*--------------------------------------------------------------*
002279 1530-SET-HISTORY-NORM.
00227A     IF WS-SLA-EXPECTED(WS-SCAN-SUB) = ZERO
00227B         AND WS-SLA-HIST-COUNT(WS-SCAN-SUB) > ZERO
00227C         DIVIDE WS-SLA-HIST-TOTAL(WS-SCAN-SUB)
00227D             BY WS-SLA-HIST-COUNT(WS-SCAN-SUB)
00227E             GIVING WS-SLA-EXPECTED(WS-SCAN-SUB) ROUNDED
00227F     END-IF.
00227G 1530-EXIT.
00227H     EXIT.
00227I*--------------------------------------------------------------*
00227J*    2000-RUN-STEP  -  RUN (OR SKIP, OR HOLD) ONE STEP AND      *
00227K*                       REWRITE THE LEDGER AT EACH BOUNDARY      *
002280*--------------------------------------------------------------*
002290 2000-RUN-STEP.
002300     IF WS-ST-STATUS(WS-STEP-SUB) = "C" THEN
002460                 " " WS-DEF-PROGRAM(WS-STEP-SUB)
002470                 " HELD - STEP " WS-DEF-NEEDS(WS-STEP-SUB)
002480                 " DID NOT COMPLETE"
002481             PERFORM 2100-STAMP-CLOCK
002482                 THRU 2100-EXIT
002483             MOVE ZERO TO WS-ELAPSED-SECS
002484             MOVE "N" TO WS-SLOW-FLAG
002485             PERFORM 3200-WRITE-HISTORY-ROW
002486                 THRU 3200-EXIT
002490             PERFORM 3000-WRITE-LEDGER
002500                 THRU 3000-EXIT
002510             GO TO 2000-EXIT
002520         END-IF
002530     END-IF.
002531*    A PARTITIONED MAIN RUN'S PARTITIONS ARE RUN BY THE
002532*    SCHEDULER, NOT THE DRIVER.  THE MERGE IS HELD UNTIL EVERY
002533*    PARTITION HAS COMPLETED, SO ONLY THE FAILED ONES ARE RERUN.
002534     IF WS-STEP-SUB = 1
002535         AND WS-PARTITIONED
002536         PERFORM 2300-CHECK-PARTITIONS
002537             THRU 2300-EXIT
002538         IF NOT WS-PARTS-READY THEN
002539             MOVE "H" TO WS-ST-STATUS(WS-STEP-SUB)
00253A             DISPLAY "DL180DR - STEP "
00253B                 WS-DEF-NUMBER(WS-STEP-SUB)
00253C                 " " WS-DEF-PROGRAM(WS-STEP-SUB)
00253D                 " HELD - PARTITIONS NOT ALL COMPLETE"
00253E             PERFORM 2100-STAMP-CLOCK
00253F                 THRU 2100-EXIT
00253G             MOVE ZERO TO WS-ELAPSED-SECS
00253H             MOVE "N" TO WS-SLOW-FLAG
00253I             PERFORM 3200-WRITE-HISTORY-ROW
00253J                 THRU 3200-EXIT
00253K             PERFORM 3000-WRITE-LEDGER
00253L                 THRU 3000-EXIT
00253M             GO TO 2000-EXIT
00253N         END-IF
00253O     END-IF.
002540     PERFORM 2100-STAMP-CLOCK
002550         THRU 2100-EXIT.
002560     MOVE WS-STAMP-DATE TO WS-ST-START-DATE(WS-STEP-SUB).
002850             " " WS-DEF-PROGRAM(WS-STEP-SUB)
002860             " FAILED - RETURN CODE " WS-STEP-RC
002870     END-IF.
002871     PERFORM 2200-TIME-STEP
002872         THRU 2200-EXIT.
002873     PERFORM 3200-WRITE-HISTORY-ROW
002874         THRU 3200-EXIT.
002880     PERFORM 3000-WRITE-LEDGER
002890         THRU 3000-EXIT.
002900 2000-EXIT.
003030         DELIMITED BY SIZE INTO WS-STAMP-TIME.
003040 2100-EXIT.
003050     EXIT.
0030A0*--------------------------------------------------------------*
0030A1*    2200-TIME-STEP  -  ELAPSED SECONDS FOR THE STEP JUST      *
0030A2*                       ENDED, AND THE OVERRUN CHECK AGAINST   *
0030A3*                       ITS NORM.  A STEP THAT RAN PAST ITS    *
0030A4*                       WARNING PERCENTAGE OF NORMAL IS        *
0030A5*                       FLAGGED AND THE DRIVER WILL END WITH   *
0030A6*                       RETURN CODE 4 IF NOTHING WORSE HAPPENS.*
0030A7*--------------------------------------------------------------*
0030A8 2200-TIME-STEP.
0030A9     MOVE "N" TO WS-SLOW-FLAG.
0030B0     MOVE WS-ST-START-TIME(WS-STEP-SUB) TO WS-CLOCK-WORK.
0030B1     PERFORM 2250-CLOCK-TO-SECONDS
0030B2         THRU 2250-EXIT.
0030B3     MOVE WS-CLOCK-SECS TO WS-START-SECS.
0030B4     MOVE WS-ST-END-TIME(WS-STEP-SUB) TO WS-CLOCK-WORK.
0030B5     PERFORM 2250-CLOCK-TO-SECONDS
0030B6         THRU 2250-EXIT.
0030B7     MOVE WS-CLOCK-SECS TO WS-END-SECS.
0030B8     IF WS-ST-END-DATE(WS-STEP-SUB)
0030B9         NOT = WS-ST-START-DATE(WS-STEP-SUB)
0030C0         ADD 86400 TO WS-END-SECS
0030C1     END-IF.
0030C2     IF WS-END-SECS < WS-START-SECS THEN
0030C3         MOVE ZERO TO WS-ELAPSED-SECS
0030C4     ELSE
0030C5         SUBTRACT WS-START-SECS FROM WS-END-SECS
0030C6             GIVING WS-ELAPSED-SECS
0030C7     END-IF.
0030C8     IF WS-SLA-EXPECTED(WS-STEP-SUB) = ZERO THEN
0030C9         GO TO 2200-EXIT
0030D0     END-IF.
0030D1     MULTIPLY WS-ELAPSED-SECS BY 100
0030D2         GIVING WS-ELAPSED-WORK.
0030D3     MULTIPLY WS-SLA-EXPECTED(WS-STEP-SUB)
0030D4         BY WS-SLA-WARN-PCT(WS-STEP-SUB)
0030D5         GIVING WS-WARN-WORK.
0030D6     IF WS-ELAPSED-WORK > WS-WARN-WORK THEN
0030D7         MOVE "Y" TO WS-SLOW-FLAG
0030D8         MOVE "Y" TO WS-SLOW-SWITCH
0030D9         MOVE WS-ELAPSED-SECS TO WS-ELAPSED-DISPLAY
0030E0         MOVE WS-SLA-EXPECTED(WS-STEP-SUB) TO WS-EXPECTED-DISPLAY
0030E1         DISPLAY "DL180DR - WARNING - STEP "
0030E2             WS-DEF-NUMBER(WS-STEP-SUB)
0030E3             " " WS-DEF-PROGRAM(WS-STEP-SUB)
0030E4             " RAN " WS-ELAPSED-DISPLAY
0030E5             " SECONDS - NORMAL IS " WS-EXPECTED-DISPLAY
0030E6     END-IF.
0030E7 2200-EXIT.
0030E8     EXIT.
0030E9*--------------------------------------------------------------*
0030F0*    2250-CLOCK-TO-SECONDS  -  HH:MM:SS TO SECONDS PAST        *
0030F1*                       MIDNIGHT.  AN UNREADABLE STAMP IS      *
0030F2*                       TAKEN AS ZERO.                         *
0030F3*--------------------------------------------------------------*
0030F4 2250-CLOCK-TO-SECONDS.
0030F5     MOVE ZERO TO WS-CLOCK-SECS.
0030F6     IF WS-CLOCK-HH NOT NUMERIC
0030F7         OR WS-CLOCK-MM NOT NUMERIC
0030F8         OR WS-CLOCK-SS NOT NUMERIC
0030F9         GO TO 2250-EXIT
0030G0     END-IF.
0030G1     MULTIPLY WS-CLOCK-HH BY 3600 GIVING WS-CLOCK-SECS.
0030G2     MULTIPLY WS-CLOCK-MM BY 60 GIVING WS-MINUTE-SECS.
0030G3     ADD WS-MINUTE-SECS TO WS-CLOCK-SECS.
0030G4     ADD WS-CLOCK-SS TO WS-CLOCK-SECS.
0030G5 2250-EXIT.
0030G6     EXIT.
0030G7*--------------------------------------------------------------*
0030G8*    2300-CHECK-PARTITIONS  -  READ EVERY PARTITION'S          *
0030G9*                       CONTROL ROW AND SHOW ITS STATE.  WHEN  *
0030GA*                       ALL HAVE COMPLETED, EACH PARTITION RUN *
0030GB*                       NOT YET ON THE STEP HISTORY IS FILED   *
0030GC*                       THERE AHEAD OF THE MERGE.              *
0030GD*--------------------------------------------------------------*
0030GE 2300-CHECK-PARTITIONS.
0030GF     MOVE "Y" TO WS-PARTS-READY-SWITCH.
0030GG     IF WS-PART-LOAD-STATUS NOT = "00" THEN
0030GH         DISPLAY "DL180DR - PARTITION DEFINITIONS (PARTDEF) NOT "
0030GI             "USABLE - STATUS " WS-PART-LOAD-STATUS
0030GJ         MOVE "N" TO WS-PARTS-READY-SWITCH
0030GK         GO TO 2300-EXIT
0030GL     END-IF.
0030GM     PERFORM 2310-READ-PARTITION
0030GN         THRU 2310-EXIT
0030GO         VARYING WS-PART-SUB FROM 1 BY 1
0030GP         UNTIL WS-PART-SUB > PT-PART-COUNT.
0030GQ     IF WS-PARTS-READY THEN
0030GR         PERFORM 2320-FILE-PARTITION
0030GS             THRU 2320-EXIT
0030GT             VARYING WS-PART-SUB FROM 1 BY 1
0030GU             UNTIL WS-PART-SUB > PT-PART-COUNT
0030GV     END-IF.
0030GW 2300-EXIT.
0030GX     EXIT.
0030GY*--------------------------------------------------------------*
0030GZ*    2310-READ-PARTITION  -  ONE PARTITION'S CONTROL ROW.      *
0030H0*                       ANY STATE BUT COMPLETE HOLDS THE MERGE *
0030H1*                       AND NAMES THE PARTITION TO RESTART.    *
0030H2*--------------------------------------------------------------*
0030H3 2310-READ-PARTITION.
0030H4     PERFORM 2315-READ-CTL-FILE
0030H5         THRU 2315-EXIT.
0030HG     MOVE PC-RECORD TO WS-PART-ROW(WS-PART-SUB).
0030HH     IF PC-COMPLETE THEN
0030HI         DISPLAY "DL180DR - PARTITION " WS-PART-SUB
0030HJ             " COMPLETE - RETURN CODE " PC-RETURN-CODE
0030HK         GO TO 2310-EXIT
0030HL     END-IF.
0030HM     MOVE "N" TO WS-PARTS-READY-SWITCH.
0030HN     IF PC-RECORD = SPACES THEN
0030HO         DISPLAY "DL180DR - PARTITION " WS-PART-SUB
0030HP             " HAS NOT RUN - RUN IT"
0030HQ         GO TO 2310-EXIT
0030HR     END-IF.
0030HS     IF PC-RUNNING THEN
0030HT         DISPLAY "DL180DR - PARTITION " WS-PART-SUB
0030HU             " RUNNING OR ABENDED - RESTART IT FROM ITS "
0030HV             "CHECKPOINT"
0030HW     END-IF.
0030HX     IF PC-FAILED THEN
0030HY         DISPLAY "DL180DR - PARTITION " WS-PART-SUB
0030HZ             " FAILED - RETURN CODE " PC-RETURN-CODE
0030I0             " - RESTART IT"
0030I1     END-IF.
0030I2     IF PC-MERGED THEN
0030I3         DISPLAY "DL180DR - PARTITION " WS-PART-SUB
0030I4             " ALREADY MERGED - RUN THE PARTITIONS FOR TONIGHT"
0030I5     END-IF.
0030I6 2310-EXIT.
0030I7     EXIT.
0030I8*--------------------------------------------------------------*
0030I9*    2315-READ-CTL-FILE  -  PARTITION WS-PART-SUB'S CONTROL    *
0030IA*                       ROW (DD PARTCTL<N>) INTO PC-RECORD;    *
0030IB*                       SPACES WHEN IT HAS NONE.               *
0030IC*--------------------------------------------------------------*
0030ID 2315-READ-CTL-FILE.
0030IE     MOVE SPACES TO PC-RECORD.
0030IF     GO TO 2315-CTL-1 2315-CTL-2 2315-CTL-3
0030IG           2315-CTL-4 2315-CTL-5 2315-CTL-6
0030IH           2315-CTL-7 2315-CTL-8 2315-CTL-9
0030II         DEPENDING ON WS-PART-SUB.
0030IJ     GO TO 2315-EXIT.
0030IK 2315-CTL-1.
0030IL     OPEN INPUT PART-CTL-FILE-1.
0030IM     IF WS-PART-CTL-STATUS = "00" THEN
0030IN         READ PART-CTL-FILE-1 INTO PC-RECORD
0030IO             AT END
0030IP                 MOVE SPACES TO PC-RECORD
0030IQ         END-READ
0030IR         CLOSE PART-CTL-FILE-1
0030IS     END-IF.
0030IT     GO TO 2315-EXIT.
0030IU 2315-CTL-2.
0030IV     OPEN INPUT PART-CTL-FILE-2.
0030IW     IF WS-PART-CTL-STATUS = "00" THEN
0030IX         READ PART-CTL-FILE-2 INTO PC-RECORD
0030IY             AT END
0030IZ                 MOVE SPACES TO PC-RECORD
0030J0         END-READ
0030J1         CLOSE PART-CTL-FILE-2
0030J2     END-IF.
0030J3     GO TO 2315-EXIT.
0030J4 2315-CTL-3.
0030J5     OPEN INPUT PART-CTL-FILE-3.
0030J6     IF WS-PART-CTL-STATUS = "00" THEN
0030J7         READ PART-CTL-FILE-3 INTO PC-RECORD
0030J8             AT END
0030J9                 MOVE SPACES TO PC-RECORD
0030JA         END-READ
0030JB         CLOSE PART-CTL-FILE-3
0030JC     END-IF.
0030JD     GO TO 2315-EXIT.
0030JE 2315-CTL-4.
0030JF     OPEN INPUT PART-CTL-FILE-4.
0030JG     IF WS-PART-CTL-STATUS = "00" THEN
0030JH         READ PART-CTL-FILE-4 INTO PC-RECORD
0030JI             AT END
0030JJ                 MOVE SPACES TO PC-RECORD
0030JK         END-READ
0030JL         CLOSE PART-CTL-FILE-4
0030JM     END-IF.
0030JN     GO TO 2315-EXIT.
0030JO 2315-CTL-5.
0030JP     OPEN INPUT PART-CTL-FILE-5.
0030JQ     IF WS-PART-CTL-STATUS = "00" THEN
0030JR         READ PART-CTL-FILE-5 INTO PC-RECORD
0030JS             AT END
0030JT                 MOVE SPACES TO PC-RECORD
0030JU         END-READ
0030JV         CLOSE PART-CTL-FILE-5
0030JW     END-IF.
0030JX     GO TO 2315-EXIT.
0030JY 2315-CTL-6.
0030JZ     OPEN INPUT PART-CTL-FILE-6.
0030K0     IF WS-PART-CTL-STATUS = "00" THEN
0030K1         READ PART-CTL-FILE-6 INTO PC-RECORD
0030K2             AT END
0030K3                 MOVE SPACES TO PC-RECORD
0030K4         END-READ
0030K5         CLOSE PART-CTL-FILE-6
0030K6     END-IF.
0030K7     GO TO 2315-EXIT.
0030K8 2315-CTL-7.
0030K9     OPEN INPUT PART-CTL-FILE-7.
0030KA     IF WS-PART-CTL-STATUS = "00" THEN
0030KB         READ PART-CTL-FILE-7 INTO PC-RECORD
0030KC             AT END
0030KD                 MOVE SPACES TO PC-RECORD
0030KE         END-READ
0030KF         CLOSE PART-CTL-FILE-7
0030KG     END-IF.
0030KH     GO TO 2315-EXIT.
0030KI 2315-CTL-8.
0030KJ     OPEN INPUT PART-CTL-FILE-8.
0030KK     IF WS-PART-CTL-STATUS = "00" THEN
0030KL         READ PART-CTL-FILE-8 INTO PC-RECORD
0030KM             AT END
0030KN                 MOVE SPACES TO PC-RECORD
0030KO         END-READ
0030KP         CLOSE PART-CTL-FILE-8
0030KQ     END-IF.
0030KR     GO TO 2315-EXIT.
0030KS 2315-CTL-9.
0030KT     OPEN INPUT PART-CTL-FILE-9.
0030KU     IF WS-PART-CTL-STATUS = "00" THEN
0030KV         READ PART-CTL-FILE-9 INTO PC-RECORD
0030KW             AT END
0030KX                 MOVE SPACES TO PC-RECORD
0030KY         END-READ
0030KZ         CLOSE PART-CTL-FILE-9
0030L0     END-IF.
0030L1     GO TO 2315-EXIT.
0030L2 2315-EXIT.
0030L3     EXIT.
0030L4*--------------------------------------------------------------*
0030L5*    2320-FILE-PARTITION  -  APPEND ONE PARTITION'S RUN TO     *
0030L6*                       THE STEP HISTORY AS STEP 1, PROGRAM    *
0030L7*                       DL100MN<N>, UNDER THE DATE IT STARTED. *
0030L8*                       A RUN ALREADY FILED (SAME DATE AND     *
0030L9*                       START TIME) IS LEFT ALONE, SO A MERGE  *
0030LA*                       RESUBMIT NEVER FILES IT TWICE.         *
0030LB*--------------------------------------------------------------*
0030LC 2320-FILE-PARTITION.
0030LD     MOVE WS-PART-ROW(WS-PART-SUB) TO PC-RECORD.
0030LE     IF PC-RUN-DATE = WS-PF-DATE(WS-PART-SUB)
0030LF         AND PC-START-TIME = WS-PF-TIME(WS-PART-SUB)
0030LG         GO TO 2320-EXIT
0030LH     END-IF.
0030LI     MOVE PC-START-TIME TO WS-CLOCK-WORK.
0030LJ     PERFORM 2250-CLOCK-TO-SECONDS
0030LK         THRU 2250-EXIT.
0030LL     MOVE WS-CLOCK-SECS TO WS-START-SECS.
0030LM     MOVE PC-END-TIME TO WS-CLOCK-WORK.
0030LN     PERFORM 2250-CLOCK-TO-SECONDS
0030LO         THRU 2250-EXIT.
0030LP     MOVE WS-CLOCK-SECS TO WS-END-SECS.
0030LQ     IF PC-END-DATE NOT = PC-RUN-DATE THEN
0030LR         ADD 86400 TO WS-END-SECS
0030LS     END-IF.
0030LT     IF WS-END-SECS < WS-START-SECS THEN
0030LU         MOVE ZERO TO WS-ELAPSED-SECS
0030LV     ELSE
0030LW         SUBTRACT WS-START-SECS FROM WS-END-SECS
0030LX             GIVING WS-ELAPSED-SECS
0030LY     END-IF.
0030LZ     OPEN EXTEND STEP-HISTORY-FILE.
0030M0     IF WS-HISTORY-STATUS = "35" THEN
0030M1         OPEN OUTPUT STEP-HISTORY-FILE
0030M2     END-IF.
0030M3     MOVE PC-RUN-DATE TO SH-BATCH-DATE.
0030M4     MOVE WS-DEF-NUMBER(1) TO SH-STEP-NUMBER.
0030M5     MOVE SPACES TO SH-PROGRAM-NAME.
0030M6     STRING "DL100MN" WS-PART-SUB
0030M7         DELIMITED BY SIZE INTO SH-PROGRAM-NAME.
0030M8     MOVE "C" TO SH-STATUS.
0030M9     MOVE PC-RUN-DATE TO SH-START-DATE.
0030MA     MOVE PC-START-TIME TO SH-START-TIME.
0030MB     MOVE PC-END-DATE TO SH-END-DATE.
0030MC     MOVE PC-END-TIME TO SH-END-TIME.
0030MD     MOVE PC-RETURN-CODE TO SH-RETURN-CODE.
0030ME     MOVE WS-ELAPSED-SECS TO SH-ELAPSED-SECS.
0030MF     MOVE ZERO TO SH-EXPECTED-SECS.
0030MG     MOVE "N" TO SH-SLOW-FLAG.
0030MH     WRITE SH-RECORD.
0030MI     CLOSE STEP-HISTORY-FILE.
0030MJ     MOVE PC-RUN-DATE TO WS-PF-DATE(WS-PART-SUB).
0030MK     MOVE PC-START-TIME TO WS-PF-TIME(WS-PART-SUB).
0030ML 2320-EXIT.
0030MM     EXIT.
0030MN*--------------------------------------------------------------*
0030MO*    3000-WRITE-LEDGER  -  REWRITE THE WHOLE STEP LEDGER, AS    *
0030MP*                       THE CHECKPOINT IS REWRITTEN, SO AN       *
0030MQ*                       ABEND ANYWHERE LEAVES A READABLE         *
003100*                       PICTURE OF EVERY STEP                    *
003110*--------------------------------------------------------------*
003120 3000-WRITE-LEDGER.
003330     WRITE SL-RECORD.
003340 3100-EXIT.
003350     EXIT.
003351*--------------------------------------------------------------*
003352*    3200-WRITE-HISTORY-ROW  -  APPEND THE CURRENT STEP TO THE *
003353*                       PERMANENT STEP HISTORY.  THE ROW FILES *
003354*                       UNDER THE DATE STEP 1 STARTED, SO A    *
003355*                       STEP RUNNING PAST MIDNIGHT OR A        *
003356*                       MORNING RESUBMISSION STAYS WITH ITS    *
003357*                       NIGHT.                                 *
003358*--------------------------------------------------------------*
003359 3200-WRITE-HISTORY-ROW.
00335A     MOVE WS-ST-START-DATE(1) TO WS-BATCH-DATE.
00335B     IF WS-BATCH-DATE = SPACES THEN
00335C         MOVE WS-ST-START-DATE(WS-STEP-SUB) TO WS-BATCH-DATE
00335D     END-IF.
00335E     IF WS-BATCH-DATE = SPACES THEN
00335F         MOVE WS-STAMP-DATE TO WS-BATCH-DATE
00335G     END-IF.
00335H     OPEN EXTEND STEP-HISTORY-FILE.
00335I     IF WS-HISTORY-STATUS = "35" THEN
00335J         OPEN OUTPUT STEP-HISTORY-FILE
00335K     END-IF.
00335L     MOVE WS-BATCH-DATE TO SH-BATCH-DATE.
00335M     MOVE WS-DEF-NUMBER(WS-STEP-SUB) TO SH-STEP-NUMBER.
00335N     MOVE WS-DEF-PROGRAM(WS-STEP-SUB) TO SH-PROGRAM-NAME.
00335O     MOVE WS-ST-STATUS(WS-STEP-SUB) TO SH-STATUS.
00335P     MOVE WS-ST-START-DATE(WS-STEP-SUB) TO SH-START-DATE.
00335Q     MOVE WS-ST-START-TIME(WS-STEP-SUB) TO SH-START-TIME.
00335R     MOVE WS-ST-END-DATE(WS-STEP-SUB) TO SH-END-DATE.
00335S     MOVE WS-ST-END-TIME(WS-STEP-SUB) TO SH-END-TIME.
00335T     MOVE WS-ST-RETURN-CODE(WS-STEP-SUB) TO SH-RETURN-CODE.
00335U     MOVE WS-ELAPSED-SECS TO SH-ELAPSED-SECS.
00335V     MOVE WS-SLA-EXPECTED(WS-STEP-SUB) TO SH-EXPECTED-SECS.
00335W     MOVE WS-SLOW-FLAG TO SH-SLOW-FLAG.
00335X     WRITE SH-RECORD.
00335Y     CLOSE STEP-HISTORY-FILE.
00335Z 3200-EXIT.
003360     EXIT.
003361*--------------------------------------------------------------*
003370*    9000-TERMINATE  -  THE DRIVER'S OWN RETURN CODE: ZERO      *
003380*                       ONLY WHEN EVERY STEP COMPLETED, SO THE   *
003390*                       SCHEDULER CAN GATE THE TRANSMIT ON IT.   *
00339A*                       A COMPLETE RUN WITH A STEP THAT RAN    *
00339B*                       PAST ITS NORM ENDS WITH 4, WHICH STILL *
00339C*                       RELEASES THE TRANSMIT.                 *
003400*--------------------------------------------------------------*
003410 9000-TERMINATE.
003420     MOVE "Y" TO WS-ALL-DONE-SWITCH.
003470     IF WS-ALL-DONE THEN
003480         DISPLAY "DL180DR - PIPELINE COMPLETE - "
003490             "TRANSMIT MAY RUN"
0034A1         IF WS-STEP-RAN-SLOW THEN
0034A2             DISPLAY "DL180DR - WARNING - A STEP RAN WELL PAST "
0034A3                 "ITS NORMAL TIME - SEE DL240SA"
0034A4             MOVE 4 TO RETURN-CODE
0034A5         END-IF
003500     ELSE
003510         DISPLAY "DL180DR - PIPELINE INCOMPLETE - "
003520             "HOLD THE TRANSMIT"
