000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL240SA                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     BATCH-WINDOW SLA REPORT OVER THE PERMANENT STEP *
000170*               HISTORY (STEPHIST, DL180SH) THAT DL180DR        *
000180*               APPENDS AS EACH PIPELINE STEP ENDS OR IS HELD.  *
000190*               FOR EACH STEP IT LISTS EVERY NIGHT - FINISH     *
000200*               TIME, ELAPSED TIME AGAINST THE STEP'S NORMAL    *
000210*               DURATION, RETURN CODE, THE NIGHT'S VOLUME FROM  *
000220*               THE RUN HISTORY (RUNHIST, DL100RH) AND THE      *
000230*               SECONDS PER THOUSAND RECORDS - AND FLAGS THE    *
000240*               NIGHTS THAT MISSED OR NEARLY MISSED THE STEP'S  *
000250*               LATEST-FINISH DEADLINE FROM THE SLA DEFINITIONS *
000260*               (SLADEF, DL180SD), AND THE RUNS DL180DR FLAGGED *
000270*               AS SLOW.  EACH STEP CLOSES WITH ITS AVERAGE AND *
000280*               LONGEST RUN AND THE TREND OF ITS LATEST NIGHTS  *
000290*               AGAINST THE WHOLE PERIOD.  A START DATE, ONE-   *
000300*               STEP FILTER AND THE TREND WINDOW COME FROM THE  *
000310*               OPTIONAL SAPARM CARD (DL240PM).  ENDS WITH      *
000320*               RETURN CODE 4 WHEN ANY NIGHT REPORTED MISSED A  *
000330*               DEADLINE.                                       *
000340*                                                                *
000350*  MODIFICATION HISTORY.                                        *
000360*  DATE        BY    DESCRIPTION                                *
000370*  ----------  ----  -------------------------------------      *
000380*  10/15/2026  RDM   INITIAL VERSION.                           *
000390*--------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.         DL240SA.
000420 AUTHOR.             R. MARCHETTI.
000430 INSTALLATION.       DATA QUALITY SYSTEMS.
000440 DATE-WRITTEN.       10/15/2026.
000450 DATE-COMPILED.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-FILE ASSIGN TO "SAPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT SLA-DEF-FILE ASSIGN TO "SLADEF"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SLADEF-STATUS.
000560     SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HISTORY-STATUS.
000590     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RUNHIST-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO "SARPFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARM-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY DL240PM.
000700*
000710 FD  SLA-DEF-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY DL180SD.
000740*
000750 FD  STEP-HISTORY-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY DL180SH.
000780*
000790 FD  RUNHIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY DL100RH.
000820*
000830 FD  REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY DL100RP.
000860*
000870 WORKING-STORAGE SECTION.
000880 01  WS-PARM-STATUS              PIC X(02).
000890 01  WS-SLADEF-STATUS            PIC X(02).
000900 01  WS-HISTORY-STATUS           PIC X(02).
000910 01  WS-RUNHIST-STATUS           PIC X(02).
000920 01  WS-SWITCHES.
000930     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000940         88  WS-EOF                       VALUE "Y".
000950     05  WS-OPEN-SWITCH          PIC X(01) VALUE "N".
000960         88  WS-HISTORY-OPEN              VALUE "Y".
000970     05  WS-VOLUME-SWITCH        PIC X(01) VALUE "N".
000980         88  WS-VOLUMES-LOADED            VALUE "Y".
000990     05  WS-DATE-OK-SWITCH       PIC X(01).
001000         88  WS-DATE-OK                   VALUE "Y".
001010     05  WS-ROOM-SWITCH          PIC X(01).
001020         88  WS-ROOM-MADE                 VALUE "Y".
001030*--------------------------------------------------------------*
001040*    WORKING STORAGE FOR THE EFFECTIVE CARD VALUES              *
001050*--------------------------------------------------------------*
001060 01  WS-PARM-FIELDS.
001070     05  WS-FROM-DATE            PIC X(10) VALUE SPACES.
001080     05  WS-PROGRAM-FILTER       PIC X(08) VALUE SPACES.
001090     05  WS-TREND-NIGHTS         PIC 9(4) COMP VALUE 5.
001100*--------------------------------------------------------------*
001110*    WORKING STORAGE FOR THE SLA DEFINITIONS.  ONE ROW PER      *
001120*    SLADEF CARD; THE DEADLINE IS HELD AS SECONDS PAST THE      *
001130*    MIDNIGHT THAT OPENS THE BATCH DATE, SO A NEXT-MORNING      *
001140*    DEADLINE IS 86400 SECONDS LATER THAN THE SAME CLOCK TIME   *
001150*    ON THE BATCH DATE ITSELF.                                  *
001160*--------------------------------------------------------------*
001170 01  WS-DEF-TABLE.
001180     05  WS-DEF-USED             PIC 9(4) COMP VALUE ZERO.
001190     05  WS-DEF-ENTRY OCCURS 20 TIMES.
001200         10  WS-D-PROGRAM        PIC X(08).
001210         10  WS-D-EXPECTED       PIC 9(07) COMP.
001220         10  WS-D-WARN-PCT       PIC 9(03) COMP.
001230         10  WS-D-DEADLINE-SW    PIC X(01).
001240         10  WS-D-DEADLINE-TIME  PIC X(08).
001250         10  WS-D-DEADLINE-DAY   PIC 9(01).
001260         10  WS-D-DEADLINE-SECS  PIC 9(07) COMP.
001270         10  WS-D-NEAR-MINUTES   PIC 9(03) COMP.
001280*--------------------------------------------------------------*
001290*    WORKING STORAGE FOR THE STEP HISTORY ROWS KEPT FOR THE     *
001300*    REPORT, OLDEST FIRST.  WHEN THE TABLE FILLS THE OLDEST ROW *
001310*    IS DROPPED, SO THE REPORT ALWAYS COVERS THE LATEST NIGHTS. *
001320*    WS-H-RECORDS IS THE NIGHT'S VOLUME FROM THE RUN HISTORY.   *
001330*--------------------------------------------------------------*
001340 01  WS-HIST-TABLE.
001350     05  WS-HIST-USED            PIC 9(4) COMP VALUE ZERO.
001360     05  WS-HIST-ENTRY OCCURS 1000 TIMES.
001370         10  WS-H-BATCH-DATE     PIC X(10).
001380         10  WS-H-PROGRAM        PIC X(08).
001390         10  WS-H-STATUS         PIC X(01).
001400         10  WS-H-END-DATE       PIC X(10).
001410         10  WS-H-END-TIME       PIC X(08).
001420         10  WS-H-RETURN-CODE    PIC 9(04).
001430         10  WS-H-ELAPSED        PIC 9(07) COMP.
001440         10  WS-H-EXPECTED       PIC 9(07) COMP.
001450         10  WS-H-SLOW-FLAG      PIC X(01).
001460         10  WS-H-RECORDS        PIC 9(11) COMP.
001470*--------------------------------------------------------------*
001480*    WORKING STORAGE FOR THE STEPS SEEN, IN STEP ORDER          *
001490*--------------------------------------------------------------*
001500 01  WS-STEP-TABLE.
001510     05  WS-STEP-USED            PIC 9(4) COMP VALUE ZERO.
001520     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001530         10  WS-S-NUMBER         PIC 9(02).
001540         10  WS-S-PROGRAM        PIC X(08).
001550 01  WS-SUBSCRIPTS.
001560     05  WS-SCAN-SUB             PIC 9(4) COMP.
001570     05  WS-HIT-SUB              PIC 9(4) COMP.
001580     05  WS-HIST-SUB             PIC 9(4) COMP.
001590     05  WS-STEP-SUB             PIC 9(4) COMP.
001600     05  WS-DEF-SUB              PIC 9(4) COMP.
001610     05  WS-MOVE-SUB             PIC 9(4) COMP.
001620*--------------------------------------------------------------*
001630*    WORKING STORAGE FOR THE FILE TOTALS AND ONE STEP'S TOTALS  *
001640*--------------------------------------------------------------*
001650 01  WS-TOTALS.
001660     05  WS-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
001670     05  WS-SKIP-COUNT           PIC 9(09) COMP VALUE ZERO.
001680     05  WS-DROP-COUNT           PIC 9(09) COMP VALUE ZERO.
001690     05  WS-VOLUME-COUNT         PIC 9(09) COMP VALUE ZERO.
001700     05  WS-TOTAL-MISSED         PIC 9(09) COMP VALUE ZERO.
001710     05  WS-TOTAL-NEAR           PIC 9(09) COMP VALUE ZERO.
001720 01  WS-STEP-TOTALS.
001730     05  WS-T-RUNS               PIC 9(09) COMP.
001740     05  WS-T-ELAPSED            PIC 9(11) COMP.
001750     05  WS-T-LONGEST            PIC 9(07) COMP.
001760     05  WS-T-LATEST-RUNS        PIC 9(09) COMP.
001770     05  WS-T-LATEST-ELAPSED     PIC 9(11) COMP.
001780     05  WS-T-RUN-ORDINAL        PIC 9(09) COMP.
001790     05  WS-T-FIRST-LATEST       PIC 9(09) COMP.
001800     05  WS-T-VOL-ELAPSED        PIC 9(11) COMP.
001810     05  WS-T-VOL-RECORDS        PIC 9(13) COMP.
001820     05  WS-T-MISSED             PIC 9(09) COMP.
001830     05  WS-T-NEAR               PIC 9(09) COMP.
001840     05  WS-T-SLOW               PIC 9(09) COMP.
001850     05  WS-T-FAILED             PIC 9(09) COMP.
001860     05  WS-T-HELD               PIC 9(09) COMP.
001870*--------------------------------------------------------------*
001880*    WORKING STORAGE FOR THE TIME AND DATE ARITHMETIC.  THE     *
001890*    DATE-TO-DAY-NUMBER CONVERSION IS THE ONE DL160AR USES.     *
001900*--------------------------------------------------------------*
001910 01  WS-TIME-FIELDS.
001920     05  WS-CLOCK-WORK           PIC X(08).
001930     05  WS-CLOCK-PARTS REDEFINES WS-CLOCK-WORK.
001940         10  WS-CLOCK-HH         PIC 9(02).
001950         10  FILLER              PIC X(01).
001960         10  WS-CLOCK-MM         PIC 9(02).
001970         10  FILLER              PIC X(01).
001980         10  WS-CLOCK-SS         PIC 9(02).
001990     05  WS-CLOCK-SECS           PIC 9(07) COMP.
002000     05  WS-MINUTE-SECS          PIC 9(07) COMP.
002010     05  WS-HMS-SECS             PIC 9(07) COMP.
002020     05  WS-HMS-REST             PIC 9(07) COMP.
002030     05  WS-HMS-HOURS            PIC 9(04) COMP.
002040     05  WS-HMS-MINUTES          PIC 9(02) COMP.
002050     05  WS-HMS-SECONDS          PIC 9(02) COMP.
002060     05  WS-HMS-TEXT.
002070         10  WS-HMS-HH           PIC 9(02).
002080         10  FILLER              PIC X(01) VALUE ":".
002090         10  WS-HMS-MM           PIC 9(02).
002100         10  FILLER              PIC X(01) VALUE ":".
002110         10  WS-HMS-SS           PIC 9(02).
002120     05  WS-FINISH-SECS          PIC 9(09) COMP.
002130     05  WS-NEAR-SECS            PIC 9(09) COMP.
002140     05  WS-DAYS-LATE            PIC 9(05) COMP.
002150     05  WS-BATCH-SERIAL         PIC 9(09) COMP.
002160 01  WS-CONV-FIELDS.
002170     05  WS-CONV-DATE            PIC X(10).
002180     05  WS-CONV-YEAR            PIC 9(04).
002190     05  WS-CONV-MONTH           PIC 9(02).
002200     05  WS-CONV-DAY             PIC 9(02).
002210     05  WS-CONV-SERIAL          PIC 9(09) COMP.
002220     05  WS-SERIAL-WORK          PIC 9(09) COMP.
002230     05  WS-SERIAL-PART          PIC 9(09) COMP.
002240 01  WS-WORK-FIELDS.
002250     05  WS-PCT-WORK             PIC 9(13) COMP.
002260     05  WS-PCT                  PIC 9(04) COMP.
002270     05  WS-TREND-WORK           PIC 9(13) COMP.
002280     05  WS-AVERAGE              PIC 9(07) COMP.
002290     05  WS-LATEST-AVERAGE       PIC 9(07) COMP.
002300     05  WS-PER-THOUSAND         PIC 9(05)V9(02) COMP-3.
002310     05  WS-FLAGS                PIC X(20).
002320     05  WS-FLAG-PTR             PIC 9(4) COMP.
002330     05  WS-TREND                PIC X(14).
002340*--------------------------------------------------------------*
002350*    WORKING STORAGE FOR THE PRINTED NIGHT LINE.  A HELD STEP   *
002360*    NEVER RAN, SO ITS TIME COLUMNS ARE LEFT BLANK.             *
002370*--------------------------------------------------------------*
002380 01  WS-LINE-FIELDS.
002390     05  WS-L-END-TIME           PIC X(08).
002400     05  WS-L-NEXT-DAY           PIC X(02).
002410     05  WS-L-ELAPSED            PIC X(08).
002420     05  WS-L-PCT                PIC X(04).
002430     05  WS-L-RECORDS            PIC X(11).
002440     05  WS-L-PER-THOUSAND       PIC X(08).
002450 01  WS-REPORT-EDIT-FIELDS.
002460     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002470     05  WS-RPT-RUNS             PIC ZZ,ZZ9.
002480     05  WS-RPT-RECORDS          PIC ZZZ,ZZZ,ZZ9.
002490     05  WS-RPT-PCT              PIC ZZZ9.
002500     05  WS-RPT-RC               PIC ZZ9.
002510     05  WS-RPT-PER-THOUSAND     PIC Z,ZZ9.99.
002520     05  WS-RPT-WARN-PCT         PIC ZZ9.
002530     05  WS-RPT-NEAR             PIC ZZ9.
002540     05  WS-RPT-STEP             PIC 9(02).
002550     05  WS-RPT-NIGHTS           PIC Z9.
002560*
002570 PROCEDURE DIVISION.
002580*--------------------------------------------------------------*
002590*    0000-MAINLINE                                              *
002600*--------------------------------------------------------------*
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE
002630         THRU 1000-EXIT.
002640     PERFORM 2000-TAKE-HISTORY-ROW
002650         THRU 2000-EXIT
002660         UNTIL WS-EOF.
002670     PERFORM 3000-ADD-VOLUMES
002680         THRU 3000-EXIT.
002690     PERFORM 9000-TERMINATE
002700         THRU 9000-EXIT.
002710     STOP RUN.
002720*--------------------------------------------------------------*
002730*    1000-INITIALIZE  -  TAKE THE CARD, LOAD THE SLA            *
002740*                       DEFINITIONS AND OPEN THE STEP HISTORY   *
002750*--------------------------------------------------------------*
002760 1000-INITIALIZE.
002770     PERFORM 1100-READ-PARAMETERS
002780         THRU 1100-EXIT.
002790     PERFORM 1200-LOAD-SLA-DEFS
002800         THRU 1200-EXIT.
002810     MOVE "N" TO WS-EOF-SWITCH.
002820     OPEN INPUT STEP-HISTORY-FILE.
002830     IF WS-HISTORY-STATUS NOT = "00" THEN
002840         DISPLAY "DL240SA - NO STEP HISTORY FILE"
002850         MOVE "Y" TO WS-EOF-SWITCH
002860         GO TO 1000-EXIT
002870     END-IF.
002880     MOVE "Y" TO WS-OPEN-SWITCH.
002890     PERFORM 1300-READ-HISTORY
002900         THRU 1300-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930*--------------------------------------------------------------*
002940*    1100-READ-PARAMETERS  -  PICK UP THE OPTIONAL CARD.  A     *
002950*                       BLANK OR NON-NUMERIC VALUE KEEPS ITS     *
002960*                       DEFAULT.                                 *
002970*--------------------------------------------------------------*
002980 1100-READ-PARAMETERS.
002990     OPEN INPUT PARM-FILE.
003000     IF WS-PARM-STATUS NOT = "00" THEN
003010         GO TO 1100-EXIT
003020     END-IF.
003030     READ PARM-FILE
003040         AT END
003050             CLOSE PARM-FILE
003060             GO TO 1100-EXIT
003070     END-READ.
003080     MOVE SA-FROM-DATE TO WS-FROM-DATE.
003090     MOVE SA-PROGRAM TO WS-PROGRAM-FILTER.
003100     IF SA-TREND-NIGHTS IS NUMERIC
003110         AND SA-TREND-NIGHTS > ZERO
003120         MOVE SA-TREND-NIGHTS TO WS-TREND-NIGHTS
003130     END-IF.
003140     CLOSE PARM-FILE.
003150 1100-EXIT.
003160     EXIT.
003170*--------------------------------------------------------------*
003180*    1200-LOAD-SLA-DEFS  -  ONE TABLE ROW PER SLADEF CARD.  NO  *
003190*                       FILE LEAVES EVERY STEP WITHOUT A        *
003200*                       DEADLINE; THE REPORT STILL RUNS.        *
003210*--------------------------------------------------------------*
003220 1200-LOAD-SLA-DEFS.
003230     OPEN INPUT SLA-DEF-FILE.
003240     IF WS-SLADEF-STATUS NOT = "00" THEN
003250         DISPLAY "DL240SA - NO SLA DEFINITIONS - NO DEADLINES "
003260             "WILL BE CHECKED"
003270         GO TO 1200-EXIT
003280     END-IF.
003290     PERFORM 1210-READ-SLA-DEF
003300         THRU 1210-EXIT.
003310     PERFORM 1220-TAKE-SLA-DEF
003320         THRU 1220-EXIT
003330         UNTIL WS-EOF.
003340     CLOSE SLA-DEF-FILE.
003350 1200-EXIT.
003360     EXIT.
003370*--------------------------------------------------------------*
003380*    1210-READ-SLA-DEF  -  READ THE NEXT SLADEF ROW             *
003390*--------------------------------------------------------------*
003400 1210-READ-SLA-DEF.
003410     READ SLA-DEF-FILE
003420         AT END
003430             MOVE "Y" TO WS-EOF-SWITCH
003440     END-READ.
003450 1210-EXIT.
003460     EXIT.
003470*--------------------------------------------------------------*
003480*    1220-TAKE-SLA-DEF  -  ADD ONE SLADEF ROW TO THE TABLE.     *
003490*                       COMMENT ROWS ARE PASSED OVER; A BLANK   *
003500*                       OR UNREADABLE FIELD TAKES THE SAME      *
003510*                       DEFAULT DL180DR GIVES IT.               *
003520*--------------------------------------------------------------*
003530 1220-TAKE-SLA-DEF.
003540     IF SD-RECORD(1:1) = "*"
003550         OR SD-PROGRAM-NAME = SPACES
003560         OR WS-DEF-USED NOT < 20
003570         GO TO 1220-NEXT
003580     END-IF.
003590     ADD 1 TO WS-DEF-USED.
003600     MOVE WS-DEF-USED TO WS-DEF-SUB.
003610     MOVE SD-PROGRAM-NAME TO WS-D-PROGRAM(WS-DEF-SUB).
003620     MOVE ZERO TO WS-D-EXPECTED(WS-DEF-SUB).
003630     IF SD-EXPECTED-SECS IS NUMERIC THEN
003640         MOVE SD-EXPECTED-SECS TO WS-D-EXPECTED(WS-DEF-SUB)
003650     END-IF.
003660     MOVE 150 TO WS-D-WARN-PCT(WS-DEF-SUB).
003670     IF SD-WARN-PCT IS NUMERIC
003680         AND SD-WARN-PCT > ZERO
003690         MOVE SD-WARN-PCT TO WS-D-WARN-PCT(WS-DEF-SUB)
003700     END-IF.
003710     MOVE 15 TO WS-D-NEAR-MINUTES(WS-DEF-SUB).
003720     IF SD-NEAR-MINUTES IS NUMERIC THEN
003730         MOVE SD-NEAR-MINUTES TO WS-D-NEAR-MINUTES(WS-DEF-SUB)
003740     END-IF.
003750     MOVE ZERO TO WS-D-DEADLINE-DAY(WS-DEF-SUB).
003760     IF SD-DEADLINE-DAY IS NUMERIC THEN
003770         MOVE SD-DEADLINE-DAY TO WS-D-DEADLINE-DAY(WS-DEF-SUB)
003780     END-IF.
003790     MOVE "N" TO WS-D-DEADLINE-SW(WS-DEF-SUB).
003800     MOVE SD-DEADLINE-TIME TO WS-D-DEADLINE-TIME(WS-DEF-SUB).
003810     MOVE ZERO TO WS-D-DEADLINE-SECS(WS-DEF-SUB).
003820     IF SD-DEADLINE-HH IS NUMERIC
003830         AND SD-DEADLINE-MM IS NUMERIC
003840         AND SD-DEADLINE-SS IS NUMERIC
003850         MOVE "Y" TO WS-D-DEADLINE-SW(WS-DEF-SUB)
003860         MOVE SD-DEADLINE-TIME TO WS-CLOCK-WORK
003870         PERFORM 5100-CLOCK-TO-SECONDS
003880             THRU 5100-EXIT
003890         MOVE WS-CLOCK-SECS TO WS-D-DEADLINE-SECS(WS-DEF-SUB)
003900         IF WS-D-DEADLINE-DAY(WS-DEF-SUB) > ZERO THEN
003910             ADD 86400 TO WS-D-DEADLINE-SECS(WS-DEF-SUB)
003920         END-IF
003930     END-IF.
003940 1220-NEXT.
003950     PERFORM 1210-READ-SLA-DEF
003960         THRU 1210-EXIT.
003970 1220-EXIT.
003980     EXIT.
003990*--------------------------------------------------------------*
004000*    1300-READ-HISTORY  -  READ THE NEXT STEP HISTORY ROW       *
004010*--------------------------------------------------------------*
004020 1300-READ-HISTORY.
004030     READ STEP-HISTORY-FILE
004040         AT END
004050             MOVE "Y" TO WS-EOF-SWITCH
004060         NOT AT END
004070             ADD 1 TO WS-RECORD-COUNT
004080     END-READ.
004090 1300-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004120*    2000-TAKE-HISTORY-ROW  -  KEEP ONE STEP HISTORY ROW FOR    *
004130*                       THE REPORT.  ROWS OUTSIDE THE CARD'S    *
004140*                       DATE OR STEP, AND DAMAGED ROWS, ARE     *
004150*                       COUNTED AS SKIPPED.                     *
004160*--------------------------------------------------------------*
004170 2000-TAKE-HISTORY-ROW.
004180     IF SH-STEP-NUMBER NOT NUMERIC
004190         OR SH-ELAPSED-SECS NOT NUMERIC
004200         OR SH-PROGRAM-NAME = SPACES
004210         OR (WS-FROM-DATE NOT = SPACES
004220             AND SH-BATCH-DATE < WS-FROM-DATE)
004230         OR (WS-PROGRAM-FILTER NOT = SPACES
004240             AND SH-PROGRAM-NAME NOT = WS-PROGRAM-FILTER)
004250         ADD 1 TO WS-SKIP-COUNT
004260         GO TO 2000-NEXT
004270     END-IF.
004280     IF WS-HIST-USED NOT < 1000 THEN
004290         PERFORM 2100-DROP-OLDEST
004300             THRU 2100-EXIT
004310     END-IF.
004320     ADD 1 TO WS-HIST-USED.
004330     MOVE WS-HIST-USED TO WS-HIST-SUB.
004340     MOVE SH-BATCH-DATE TO WS-H-BATCH-DATE(WS-HIST-SUB).
004350     MOVE SH-PROGRAM-NAME TO WS-H-PROGRAM(WS-HIST-SUB).
004360     MOVE SH-STATUS TO WS-H-STATUS(WS-HIST-SUB).
004370     MOVE SH-END-DATE TO WS-H-END-DATE(WS-HIST-SUB).
004380     MOVE SH-END-TIME TO WS-H-END-TIME(WS-HIST-SUB).
004390     MOVE ZERO TO WS-H-RETURN-CODE(WS-HIST-SUB).
004400     IF SH-RETURN-CODE IS NUMERIC THEN
004410         MOVE SH-RETURN-CODE TO WS-H-RETURN-CODE(WS-HIST-SUB)
004420     END-IF.
004430     MOVE SH-ELAPSED-SECS TO WS-H-ELAPSED(WS-HIST-SUB).
004440     MOVE ZERO TO WS-H-EXPECTED(WS-HIST-SUB).
004450     IF SH-EXPECTED-SECS IS NUMERIC THEN
004460         MOVE SH-EXPECTED-SECS TO WS-H-EXPECTED(WS-HIST-SUB)
004470     END-IF.
004480     MOVE SH-SLOW-FLAG TO WS-H-SLOW-FLAG(WS-HIST-SUB).
004490     MOVE ZERO TO WS-H-RECORDS(WS-HIST-SUB).
004500     PERFORM 2200-FIND-STEP
004510         THRU 2200-EXIT.
004520 2000-NEXT.
004530     PERFORM 1300-READ-HISTORY
004540         THRU 1300-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570*--------------------------------------------------------------*
004580*    2100-DROP-OLDEST  -  THE TABLE IS FULL: SHIFT EVERY ROW    *
004590*                       DOWN ONE TO MAKE ROOM AT THE END         *
004600*--------------------------------------------------------------*
004610 2100-DROP-OLDEST.
004620     PERFORM 2110-SHIFT-ROW
004630         THRU 2110-EXIT
004640         VARYING WS-MOVE-SUB FROM 1 BY 1
004650         UNTIL WS-MOVE-SUB NOT < WS-HIST-USED.
004660     SUBTRACT 1 FROM WS-HIST-USED.
004670     ADD 1 TO WS-DROP-COUNT.
004680 2100-EXIT.
004690     EXIT.
004700*--------------------------------------------------------------*
004710*    2110-SHIFT-ROW  -  MOVE ONE ROW DOWN A PLACE               *
004720*--------------------------------------------------------------*
004730 2110-SHIFT-ROW.
004740     MOVE WS-HIST-ENTRY(WS-MOVE-SUB + 1)
004750         TO WS-HIST-ENTRY(WS-MOVE-SUB).
004760 2110-EXIT.
004770     EXIT.
004780*--------------------------------------------------------------*
004790*    2200-FIND-STEP  -  ADD THE ROW'S STEP TO THE STEP LIST THE *
004800*                       FIRST TIME IT IS SEEN, IN STEP-NUMBER   *
004810*                       ORDER                                   *
004820*--------------------------------------------------------------*
004830 2200-FIND-STEP.
004840     MOVE ZERO TO WS-HIT-SUB.
004850     PERFORM 2210-SCAN-STEP
004860         THRU 2210-EXIT
004870         VARYING WS-SCAN-SUB FROM 1 BY 1
004880         UNTIL WS-SCAN-SUB > WS-STEP-USED
004890         OR WS-HIT-SUB > ZERO.
004900     IF WS-HIT-SUB > ZERO
004910         OR WS-STEP-USED NOT < 20
004920         GO TO 2200-EXIT
004930     END-IF.
004940*    OPEN A GAP AFTER THE LAST STEP WITH A LOWER NUMBER.
004950     MOVE WS-STEP-USED TO WS-MOVE-SUB.
004960     MOVE "N" TO WS-ROOM-SWITCH.
004970     PERFORM 2220-MAKE-STEP-ROOM
004980         THRU 2220-EXIT
004990         UNTIL WS-ROOM-MADE.
005000     ADD 1 TO WS-MOVE-SUB.
005010     MOVE SH-STEP-NUMBER TO WS-S-NUMBER(WS-MOVE-SUB).
005020     MOVE SH-PROGRAM-NAME TO WS-S-PROGRAM(WS-MOVE-SUB).
005030     ADD 1 TO WS-STEP-USED.
005040 2200-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070*    2210-SCAN-STEP  -  MATCH ONE STEP-LIST ROW                 *
005080*--------------------------------------------------------------*
005090 2210-SCAN-STEP.
005100     IF WS-S-PROGRAM(WS-SCAN-SUB) = SH-PROGRAM-NAME THEN
005110         MOVE WS-SCAN-SUB TO WS-HIT-SUB
005120     END-IF.
005130 2210-EXIT.
005140     EXIT.
005150*--------------------------------------------------------------*
005160*    2220-MAKE-STEP-ROOM  -  MOVE ONE HIGHER-NUMBERED STEP UP,  *
005170*                       OR STOP AT THE FIRST LOWER ONE          *
005180*--------------------------------------------------------------*
005190 2220-MAKE-STEP-ROOM.
005200     IF WS-MOVE-SUB = ZERO THEN
005210         MOVE "Y" TO WS-ROOM-SWITCH
005220         GO TO 2220-EXIT
005230     END-IF.
005240     IF WS-S-NUMBER(WS-MOVE-SUB) NOT > SH-STEP-NUMBER THEN
005250         MOVE "Y" TO WS-ROOM-SWITCH
005260         GO TO 2220-EXIT
005270     END-IF.
005280     MOVE WS-STEP-ENTRY(WS-MOVE-SUB)
005290         TO WS-STEP-ENTRY(WS-MOVE-SUB + 1).
005300     SUBTRACT 1 FROM WS-MOVE-SUB.
005310 2220-EXIT.
005320     EXIT.
005330*--------------------------------------------------------------*
005340*    3000-ADD-VOLUMES  -  GIVE EACH KEPT ROW ITS NIGHT'S VOLUME *
005350*                       - EVERY RECORD DL100MN READ ON THAT RUN *
005360*                       DATE, OVER ALL FEEDS.  NO RUN HISTORY   *
005370*                       LEAVES THE VOLUME COLUMNS BLANK.        *
005380*--------------------------------------------------------------*
005390 3000-ADD-VOLUMES.
005400     IF WS-HISTORY-OPEN THEN
005410         CLOSE STEP-HISTORY-FILE
005420     END-IF.
005430     IF WS-HIST-USED = ZERO THEN
005440         GO TO 3000-EXIT
005450     END-IF.
005460     OPEN INPUT RUNHIST-FILE.
005470     IF WS-RUNHIST-STATUS NOT = "00" THEN
005480         DISPLAY "DL240SA - NO RUN HISTORY - VOLUMES NOT SHOWN"
005490         GO TO 3000-EXIT
005500     END-IF.
005510     MOVE "Y" TO WS-VOLUME-SWITCH.
005520     MOVE "N" TO WS-EOF-SWITCH.
005530     PERFORM 3100-READ-RUNHIST
005540         THRU 3100-EXIT.
005550     PERFORM 3200-TAKE-RUNHIST
005560         THRU 3200-EXIT
005570         UNTIL WS-EOF.
005580     CLOSE RUNHIST-FILE.
005590 3000-EXIT.
005600     EXIT.
005610*--------------------------------------------------------------*
005620*    3100-READ-RUNHIST  -  READ THE NEXT RUN-HISTORY ROW        *
005630*--------------------------------------------------------------*
005640 3100-READ-RUNHIST.
005650     READ RUNHIST-FILE
005660         AT END
005670             MOVE "Y" TO WS-EOF-SWITCH
005680         NOT AT END
005690             ADD 1 TO WS-VOLUME-COUNT
005700     END-READ.
005710 3100-EXIT.
005720     EXIT.
005730*--------------------------------------------------------------*
005740*    3200-TAKE-RUNHIST  -  ADD ONE RUN'S READ COUNT TO EVERY    *
005750*                       KEPT ROW OF THE SAME NIGHT              *
005760*--------------------------------------------------------------*
005770 3200-TAKE-RUNHIST.
005780     IF RH-READ-COUNT IS NUMERIC THEN
005790         PERFORM 3210-MATCH-NIGHT
005800             THRU 3210-EXIT
005810             VARYING WS-HIST-SUB FROM 1 BY 1
005820             UNTIL WS-HIST-SUB > WS-HIST-USED
005830     END-IF.
005840     PERFORM 3100-READ-RUNHIST
005850         THRU 3100-EXIT.
005860 3200-EXIT.
005870     EXIT.
005880*--------------------------------------------------------------*
005890*    3210-MATCH-NIGHT  -  ONE KEPT ROW AGAINST THE RUN DATE     *
005900*--------------------------------------------------------------*
005910 3210-MATCH-NIGHT.
005920     IF WS-H-BATCH-DATE(WS-HIST-SUB) = RH-RUN-DATE THEN
005930         ADD RH-READ-COUNT TO WS-H-RECORDS(WS-HIST-SUB)
005940     END-IF.
005950 3210-EXIT.
005960     EXIT.
005970*--------------------------------------------------------------*
005980*    5000-DATE-TO-SERIAL  -  TURN A YYYY-MM-DD DATE INTO A      *
005990*                       MONOTONIC DAY NUMBER SO TWO DATES CAN    *
006000*                       BE SUBTRACTED.  365*Y + THE LEAP-DAY     *
006010*                       CORRECTIONS + A MONTH RUN-LENGTH TERM    *
006020*                       + THE DAY, WITH JANUARY AND FEBRUARY     *
006030*                       COUNTED AS MONTHS 13 AND 14 OF THE       *
006040*                       PRIOR YEAR SO THE LEAP DAY LANDS RIGHT.  *
006050*--------------------------------------------------------------*
006060 5000-DATE-TO-SERIAL.
006070     MOVE "N" TO WS-DATE-OK-SWITCH.
006080     MOVE ZERO TO WS-CONV-SERIAL.
006090     IF WS-CONV-DATE(1:4) NOT NUMERIC
006100         OR WS-CONV-DATE(6:2) NOT NUMERIC
006110         OR WS-CONV-DATE(9:2) NOT NUMERIC
006120         GO TO 5000-EXIT
006130     END-IF.
006140     MOVE WS-CONV-DATE(1:4) TO WS-CONV-YEAR.
006150     MOVE WS-CONV-DATE(6:2) TO WS-CONV-MONTH.
006160     MOVE WS-CONV-DATE(9:2) TO WS-CONV-DAY.
006170     IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
006180         OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31
006190         GO TO 5000-EXIT
006200     END-IF.
006210     IF WS-CONV-MONTH < 3 THEN
006220         SUBTRACT 1 FROM WS-CONV-YEAR
006230         ADD 12 TO WS-CONV-MONTH
006240     END-IF.
006250     MULTIPLY WS-CONV-YEAR BY 365 GIVING WS-CONV-SERIAL.
006260     DIVIDE WS-CONV-YEAR BY 4 GIVING WS-SERIAL-PART.
006270     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
006280     DIVIDE WS-CONV-YEAR BY 100 GIVING WS-SERIAL-PART.
006290     SUBTRACT WS-SERIAL-PART FROM WS-CONV-SERIAL.
006300     DIVIDE WS-CONV-YEAR BY 400 GIVING WS-SERIAL-PART.
006310     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
006320     ADD 1 TO WS-CONV-MONTH GIVING WS-SERIAL-WORK.
006330     MULTIPLY WS-SERIAL-WORK BY 153 GIVING WS-SERIAL-WORK.
006340     DIVIDE WS-SERIAL-WORK BY 5 GIVING WS-SERIAL-PART.
006350     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
006360     ADD WS-CONV-DAY TO WS-CONV-SERIAL.
006370     MOVE "Y" TO WS-DATE-OK-SWITCH.
006380 5000-EXIT.
006390     EXIT.
006400*--------------------------------------------------------------*
006410*    5100-CLOCK-TO-SECONDS  -  HH:MM:SS TO SECONDS PAST         *
006420*                       MIDNIGHT.  AN UNREADABLE STAMP IS       *
006430*                       TAKEN AS ZERO.                          *
006440*--------------------------------------------------------------*
006450 5100-CLOCK-TO-SECONDS.
006460     MOVE ZERO TO WS-CLOCK-SECS.
006470     IF WS-CLOCK-HH NOT NUMERIC
006480         OR WS-CLOCK-MM NOT NUMERIC
006490         OR WS-CLOCK-SS NOT NUMERIC
006500         GO TO 5100-EXIT
006510     END-IF.
006520     MULTIPLY WS-CLOCK-HH BY 3600 GIVING WS-CLOCK-SECS.
006530     MULTIPLY WS-CLOCK-MM BY 60 GIVING WS-MINUTE-SECS.
006540     ADD WS-MINUTE-SECS TO WS-CLOCK-SECS.
006550     ADD WS-CLOCK-SS TO WS-CLOCK-SECS.
006560 5100-EXIT.
006570     EXIT.
006580*--------------------------------------------------------------*
006590*    5200-SECONDS-TO-CLOCK  -  WS-HMS-SECS AS HH:MM:SS IN       *
006600*                       WS-HMS-TEXT.  99 HOURS IS THE MOST       *
006610*                       SHOWN.                                   *
006620*--------------------------------------------------------------*
006630 5200-SECONDS-TO-CLOCK.
006640     DIVIDE WS-HMS-SECS BY 3600
006650         GIVING WS-HMS-HOURS REMAINDER WS-HMS-REST.
006660     DIVIDE WS-HMS-REST BY 60
006670         GIVING WS-HMS-MINUTES REMAINDER WS-HMS-SECONDS.
006680     IF WS-HMS-HOURS > 99 THEN
006690         MOVE 99 TO WS-HMS-HOURS
006700         MOVE 59 TO WS-HMS-MINUTES
006710         MOVE 59 TO WS-HMS-SECONDS
006720     END-IF.
006730     MOVE WS-HMS-HOURS TO WS-HMS-HH.
006740     MOVE WS-HMS-MINUTES TO WS-HMS-MM.
006750     MOVE WS-HMS-SECONDS TO WS-HMS-SS.
006760 5200-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790*    9000-TERMINATE  -  PRINT THE REPORT.  RETURN CODE 4 WHEN   *
006800*                       ANY NIGHT REPORTED MISSED A DEADLINE.   *
006810*--------------------------------------------------------------*
006820 9000-TERMINATE.
006830     OPEN OUTPUT REPORT-FILE.
006840     MOVE "DL240SA - BATCH WINDOW SLA REPORT" TO RP-RECORD.
006850     WRITE RP-RECORD.
006860     MOVE SPACES TO RP-RECORD.
006870     WRITE RP-RECORD.
006880     MOVE SPACES TO RP-RECORD.
006890     IF WS-FROM-DATE = SPACES
006900         MOVE "HISTORY FROM . . . . . . . . . . . FIRST ROW"
006910             TO RP-RECORD
006920     ELSE
006930         STRING "HISTORY FROM . . . . . . . . . . . "
006940             WS-FROM-DATE
006950             DELIMITED BY SIZE INTO RP-RECORD
006960     END-IF.
006970     WRITE RP-RECORD.
006980     MOVE SPACES TO RP-RECORD.
006990     IF WS-PROGRAM-FILTER = SPACES
007000         MOVE "STEPS REPORTED . . . . . . . . . . ALL"
007010             TO RP-RECORD
007020     ELSE
007030         STRING "STEPS REPORTED . . . . . . . . . . "
007040             WS-PROGRAM-FILTER
007050             DELIMITED BY SIZE INTO RP-RECORD
007060     END-IF.
007070     WRITE RP-RECORD.
007080     MOVE WS-TREND-NIGHTS TO WS-RPT-RUNS.
007090     MOVE SPACES TO RP-RECORD.
007100     STRING "TREND WINDOW (LATEST RUNS) . . . " WS-RPT-RUNS
007110         DELIMITED BY SIZE INTO RP-RECORD.
007120     WRITE RP-RECORD.
007130     PERFORM 9100-PRINT-STEP
007140         THRU 9100-EXIT
007150         VARYING WS-STEP-SUB FROM 1 BY 1
007160         UNTIL WS-STEP-SUB > WS-STEP-USED.
007170     MOVE SPACES TO RP-RECORD.
007180     WRITE RP-RECORD.
007190     MOVE WS-RECORD-COUNT TO WS-RPT-COUNT.
007200     MOVE SPACES TO RP-RECORD.
007210     STRING "STEP HISTORY ROWS READ . . . . . . " WS-RPT-COUNT
007220         DELIMITED BY SIZE INTO RP-RECORD.
007230     WRITE RP-RECORD.
007240     MOVE WS-SKIP-COUNT TO WS-RPT-COUNT.
007250     MOVE SPACES TO RP-RECORD.
007260     STRING "ROWS OUTSIDE THE CARD SELECTION .  " WS-RPT-COUNT
007270         DELIMITED BY SIZE INTO RP-RECORD.
007280     WRITE RP-RECORD.
007290     IF WS-DROP-COUNT > ZERO THEN
007300         MOVE WS-DROP-COUNT TO WS-RPT-COUNT
007310         MOVE SPACES TO RP-RECORD
007320         STRING "OLDER ROWS DROPPED - TABLE FULL .  " WS-RPT-COUNT
007330             DELIMITED BY SIZE INTO RP-RECORD
007340         WRITE RP-RECORD
007350     END-IF.
007360     IF NOT WS-VOLUMES-LOADED THEN
007370         MOVE "RUN HISTORY NOT READ - NO VOLUMES SHOWN"
007380             TO RP-RECORD
007390         WRITE RP-RECORD
007400     END-IF.
007410     MOVE WS-TOTAL-MISSED TO WS-RPT-COUNT.
007420     MOVE SPACES TO RP-RECORD.
007430     STRING "RUNS PAST THEIR DEADLINE . . . . . " WS-RPT-COUNT
007440         DELIMITED BY SIZE INTO RP-RECORD.
007450     WRITE RP-RECORD.
007460     MOVE WS-TOTAL-NEAR TO WS-RPT-COUNT.
007470     MOVE SPACES TO RP-RECORD.
007480     STRING "NEAR MISSES  . . . . . . . . . . . " WS-RPT-COUNT
007490         DELIMITED BY SIZE INTO RP-RECORD.
007500     WRITE RP-RECORD.
007510     CLOSE REPORT-FILE.
007520     IF WS-TOTAL-MISSED > ZERO THEN
007530         DISPLAY "DL240SA - A STEP MISSED ITS DEADLINE - SEE "
007540             "SARPFILE"
007550         MOVE 4 TO RETURN-CODE
007560     END-IF.
007570 9000-EXIT.
007580     EXIT.
007590*--------------------------------------------------------------*
007600*    9100-PRINT-STEP  -  ONE STEP: ITS SLA, A LINE PER NIGHT    *
007610*                       AND THE SUMMARY WITH THE TREND          *
007620*--------------------------------------------------------------*
007630 9100-PRINT-STEP.
007640     MOVE ZERO TO WS-DEF-SUB.
007650     PERFORM 9110-SCAN-DEF
007660         THRU 9110-EXIT
007670         VARYING WS-SCAN-SUB FROM 1 BY 1
007680         UNTIL WS-SCAN-SUB > WS-DEF-USED
007690         OR WS-DEF-SUB > ZERO.
007700     MOVE SPACES TO RP-RECORD.
007710     WRITE RP-RECORD.
007720     MOVE WS-S-NUMBER(WS-STEP-SUB) TO WS-RPT-STEP.
007730     MOVE SPACES TO RP-RECORD.
007740     IF WS-DEF-SUB = ZERO THEN
007750         STRING "STEP " WS-RPT-STEP " " WS-S-PROGRAM(WS-STEP-SUB)
007760             "  NO SLA DEFINITION - NO DEADLINE CHECKED"
007770             DELIMITED BY SIZE INTO RP-RECORD
007780         WRITE RP-RECORD
007790     ELSE
007800         PERFORM 9120-PRINT-SLA
007810             THRU 9120-EXIT
007820     END-IF.
007830     MOVE SPACES TO RP-RECORD.
007840     STRING "BATCH DATE S END TIME    ELAPSED  PCT  RC"
007850         "     RECORDS SEC/1000 FLAGS"
007860         DELIMITED BY SIZE INTO RP-RECORD.
007870     WRITE RP-RECORD.
007880     PERFORM 9150-CLEAR-STEP-TOTALS
007890         THRU 9150-EXIT.
007900     PERFORM 9200-PRINT-NIGHT
007910         THRU 9200-EXIT
007920         VARYING WS-HIST-SUB FROM 1 BY 1
007930         UNTIL WS-HIST-SUB > WS-HIST-USED.
007940     PERFORM 9300-PRINT-SUMMARY
007950         THRU 9300-EXIT.
007960 9100-EXIT.
007970     EXIT.
007980*--------------------------------------------------------------*
007990*    9110-SCAN-DEF  -  MATCH ONE SLA DEFINITION ROW             *
008000*--------------------------------------------------------------*
008010 9110-SCAN-DEF.
008020     IF WS-D-PROGRAM(WS-SCAN-SUB) = WS-S-PROGRAM(WS-STEP-SUB) THEN
008030         MOVE WS-SCAN-SUB TO WS-DEF-SUB
008040     END-IF.
008050 9110-EXIT.
008060     EXIT.
008070*--------------------------------------------------------------*
008080*    9120-PRINT-SLA  -  THE STEP'S NORMAL TIME AND DEADLINE     *
008090*--------------------------------------------------------------*
008100 9120-PRINT-SLA.
008110     MOVE SPACES TO RP-RECORD.
008120     IF WS-D-EXPECTED(WS-DEF-SUB) = ZERO THEN
008130         STRING "STEP " WS-RPT-STEP " " WS-S-PROGRAM(WS-STEP-SUB)
008140             "  NORMAL   HISTORY AVERAGE"
008150             DELIMITED BY SIZE INTO RP-RECORD
008160     ELSE
008170         MOVE WS-D-EXPECTED(WS-DEF-SUB) TO WS-HMS-SECS
008180         PERFORM 5200-SECONDS-TO-CLOCK
008190             THRU 5200-EXIT
008200         STRING "STEP " WS-RPT-STEP " " WS-S-PROGRAM(WS-STEP-SUB)
008210             "  NORMAL   " WS-HMS-TEXT
008220             DELIMITED BY SIZE INTO RP-RECORD
008230     END-IF.
008240     MOVE WS-D-WARN-PCT(WS-DEF-SUB) TO WS-RPT-WARN-PCT.
008250     MOVE "WARN AT" TO RP-RECORD(46:7).
008260     MOVE WS-RPT-WARN-PCT TO RP-RECORD(54:3).
008270     MOVE "% OF NORMAL" TO RP-RECORD(57:11).
008280     WRITE RP-RECORD.
008290     MOVE SPACES TO RP-RECORD.
008300     IF WS-D-DEADLINE-SW(WS-DEF-SUB) NOT = "Y" THEN
008310         MOVE "                 NO DEADLINE" TO RP-RECORD
008320         WRITE RP-RECORD
008330         GO TO 9120-EXIT
008340     END-IF.
008350     MOVE WS-D-NEAR-MINUTES(WS-DEF-SUB) TO WS-RPT-NEAR.
008360     IF WS-D-DEADLINE-DAY(WS-DEF-SUB) > ZERO THEN
008370         STRING "                 DEADLINE "
008380             WS-D-DEADLINE-TIME(WS-DEF-SUB)
008390             " NEXT MORNING   NEAR MISS WITHIN "
008400             WS-RPT-NEAR " MINUTES"
008410             DELIMITED BY SIZE INTO RP-RECORD
008420     ELSE
008430         STRING "                 DEADLINE "
008440             WS-D-DEADLINE-TIME(WS-DEF-SUB)
008450             " BATCH DATE     NEAR MISS WITHIN "
008460             WS-RPT-NEAR " MINUTES"
008470             DELIMITED BY SIZE INTO RP-RECORD
008480     END-IF.
008490     WRITE RP-RECORD.
008500 9120-EXIT.
008510     EXIT.
008520*--------------------------------------------------------------*
008530*    9150-CLEAR-STEP-TOTALS  -  ZERO THE TOTALS FOR A NEW STEP  *
008540*--------------------------------------------------------------*
008550 9150-CLEAR-STEP-TOTALS.
008560     MOVE ZERO TO WS-T-RUNS.
008570     MOVE ZERO TO WS-T-ELAPSED.
008580     MOVE ZERO TO WS-T-LONGEST.
008590     MOVE ZERO TO WS-T-LATEST-RUNS.
008600     MOVE ZERO TO WS-T-LATEST-ELAPSED.
008610     MOVE ZERO TO WS-T-RUN-ORDINAL.
008620     MOVE ZERO TO WS-T-FIRST-LATEST.
008630     MOVE ZERO TO WS-T-VOL-ELAPSED.
008640     MOVE ZERO TO WS-T-VOL-RECORDS.
008650     MOVE ZERO TO WS-T-MISSED.
008660     MOVE ZERO TO WS-T-NEAR.
008670     MOVE ZERO TO WS-T-SLOW.
008680     MOVE ZERO TO WS-T-FAILED.
008690     MOVE ZERO TO WS-T-HELD.
008700 9150-EXIT.
008710     EXIT.
008720*--------------------------------------------------------------*
008730*    9200-PRINT-NIGHT  -  ONE HISTORY ROW OF THE STEP: ITS      *
008740*                       TIMES, VOLUME AND FLAGS, AND ITS SHARE  *
008750*                       OF THE STEP'S TOTALS                    *
008760*--------------------------------------------------------------*
008770 9200-PRINT-NIGHT.
008780     IF WS-H-PROGRAM(WS-HIST-SUB) NOT = WS-S-PROGRAM(WS-STEP-SUB)
008790         GO TO 9200-EXIT
008800     END-IF.
008810     MOVE SPACES TO WS-LINE-FIELDS.
008820     MOVE SPACES TO WS-FLAGS.
008830     MOVE 1 TO WS-FLAG-PTR.
008840     IF WS-H-STATUS(WS-HIST-SUB) = "H" THEN
008850         ADD 1 TO WS-T-HELD
008860         STRING "HELD " DELIMITED BY SIZE
008870             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
008880         GO TO 9200-PRINT
008890     END-IF.
008900     IF WS-H-STATUS(WS-HIST-SUB) = "F" THEN
008910         ADD 1 TO WS-T-FAILED
008920     END-IF.
008930     MOVE WS-H-END-TIME(WS-HIST-SUB) TO WS-L-END-TIME.
008940     MOVE WS-H-ELAPSED(WS-HIST-SUB) TO WS-HMS-SECS.
008950     PERFORM 5200-SECONDS-TO-CLOCK
008960         THRU 5200-EXIT.
008970     MOVE WS-HMS-TEXT TO WS-L-ELAPSED.
008980     PERFORM 9210-SET-PERCENT
008990         THRU 9210-EXIT.
009000     PERFORM 9220-SET-VOLUME
009010         THRU 9220-EXIT.
009020     PERFORM 9230-CHECK-DEADLINE
009030         THRU 9230-EXIT.
009040     IF WS-H-SLOW-FLAG(WS-HIST-SUB) = "Y" THEN
009050         ADD 1 TO WS-T-SLOW
009060         STRING "SLOW " DELIMITED BY SIZE
009070             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
009080     END-IF.
009090     IF WS-H-STATUS(WS-HIST-SUB) = "C" THEN
009100         ADD 1 TO WS-T-RUNS
009110         ADD WS-H-ELAPSED(WS-HIST-SUB) TO WS-T-ELAPSED
009120         IF WS-H-ELAPSED(WS-HIST-SUB) > WS-T-LONGEST THEN
009130             MOVE WS-H-ELAPSED(WS-HIST-SUB) TO WS-T-LONGEST
009140         END-IF
009150         IF WS-H-RECORDS(WS-HIST-SUB) > ZERO THEN
009160             ADD WS-H-ELAPSED(WS-HIST-SUB) TO WS-T-VOL-ELAPSED
009170             ADD WS-H-RECORDS(WS-HIST-SUB) TO WS-T-VOL-RECORDS
009180         END-IF
009190     END-IF.
009200 9200-PRINT.
009210     MOVE WS-H-RETURN-CODE(WS-HIST-SUB) TO WS-RPT-RC.
009220     MOVE SPACES TO RP-RECORD.
009230     STRING WS-H-BATCH-DATE(WS-HIST-SUB)
009240         " " WS-H-STATUS(WS-HIST-SUB)
009250         " " WS-L-END-TIME WS-L-NEXT-DAY
009260         " " WS-L-ELAPSED
009270         " " WS-L-PCT
009280         " " WS-RPT-RC
009290         " " WS-L-RECORDS
009300         " " WS-L-PER-THOUSAND
009310         " " WS-FLAGS
009320         DELIMITED BY SIZE INTO RP-RECORD.
009330     WRITE RP-RECORD.
009340 9200-EXIT.
009350     EXIT.
009360*--------------------------------------------------------------*
009370*    9210-SET-PERCENT  -  ELAPSED AS A PERCENTAGE OF THE NORM   *
009380*                       THE DRIVER JUDGED THE RUN AGAINST, ELSE *
009390*                       TODAY'S SLADEF NORM; BLANK WITH NEITHER *
009400*--------------------------------------------------------------*
009410 9210-SET-PERCENT.
009420     MOVE WS-H-EXPECTED(WS-HIST-SUB) TO WS-AVERAGE.
009430     IF WS-AVERAGE = ZERO
009440         AND WS-DEF-SUB > ZERO
009450         MOVE WS-D-EXPECTED(WS-DEF-SUB) TO WS-AVERAGE
009460     END-IF.
009470     IF WS-AVERAGE = ZERO THEN
009480         GO TO 9210-EXIT
009490     END-IF.
009500     MULTIPLY WS-H-ELAPSED(WS-HIST-SUB) BY 100
009510         GIVING WS-PCT-WORK.
009520     DIVIDE WS-PCT-WORK BY WS-AVERAGE GIVING WS-PCT-WORK ROUNDED.
009530     IF WS-PCT-WORK > 9999 THEN
009540         MOVE 9999 TO WS-PCT
009550     ELSE
009560         MOVE WS-PCT-WORK TO WS-PCT
009570     END-IF.
009580     MOVE WS-PCT TO WS-RPT-PCT.
009590     MOVE WS-RPT-PCT TO WS-L-PCT.
009600 9210-EXIT.
009610     EXIT.
009620*--------------------------------------------------------------*
009630*    9220-SET-VOLUME  -  THE NIGHT'S RECORDS AND THE SECONDS    *
009640*                       THE STEP TOOK PER THOUSAND OF THEM      *
009650*--------------------------------------------------------------*
009660 9220-SET-VOLUME.
009670     IF WS-H-RECORDS(WS-HIST-SUB) = ZERO THEN
009680         GO TO 9220-EXIT
009690     END-IF.
009700     MOVE WS-H-RECORDS(WS-HIST-SUB) TO WS-RPT-RECORDS.
009710     MOVE WS-RPT-RECORDS TO WS-L-RECORDS.
009720     MULTIPLY WS-H-ELAPSED(WS-HIST-SUB) BY 1000
009730         GIVING WS-PCT-WORK.
009740     DIVIDE WS-PCT-WORK BY WS-H-RECORDS(WS-HIST-SUB)
009750         GIVING WS-PER-THOUSAND ROUNDED.
009760     MOVE WS-PER-THOUSAND TO WS-RPT-PER-THOUSAND.
009770     MOVE WS-RPT-PER-THOUSAND TO WS-L-PER-THOUSAND.
009780 9220-EXIT.
009790     EXIT.
009800*--------------------------------------------------------------*
009810*    9230-CHECK-DEADLINE  -  THE FINISH AS SECONDS PAST THE     *
009820*                       MIDNIGHT OPENING THE BATCH DATE (A DAY  *
009830*                       FOR EVERY DATE CHANGE SINCE), AGAINST   *
009840*                       THE STEP'S DEADLINE.  PAST IT IS        *
009850*                       MISSED; WITHIN THE NEAR-MISS MINUTES OF *
009860*                       IT IS NEAR.                             *
009870*--------------------------------------------------------------*
009880 9230-CHECK-DEADLINE.
009890     MOVE WS-H-BATCH-DATE(WS-HIST-SUB) TO WS-CONV-DATE.
009900     PERFORM 5000-DATE-TO-SERIAL
009910         THRU 5000-EXIT.
009920     IF NOT WS-DATE-OK THEN
009930         GO TO 9230-EXIT
009940     END-IF.
009950     MOVE WS-CONV-SERIAL TO WS-BATCH-SERIAL.
009960     MOVE WS-H-END-DATE(WS-HIST-SUB) TO WS-CONV-DATE.
009970     PERFORM 5000-DATE-TO-SERIAL
009980         THRU 5000-EXIT.
009990     IF NOT WS-DATE-OK THEN
010000         GO TO 9230-EXIT
010010     END-IF.
010020     MOVE ZERO TO WS-DAYS-LATE.
010030     IF WS-CONV-SERIAL > WS-BATCH-SERIAL THEN
010040         SUBTRACT WS-BATCH-SERIAL FROM WS-CONV-SERIAL
010050             GIVING WS-DAYS-LATE
010060         MOVE "+1" TO WS-L-NEXT-DAY
010070     END-IF.
010080     IF WS-DAYS-LATE > 1 THEN
010090         MOVE "+N" TO WS-L-NEXT-DAY
010100     END-IF.
010110     IF WS-DEF-SUB = ZERO THEN
010120         GO TO 9230-EXIT
010130     END-IF.
010140     IF WS-D-DEADLINE-SW(WS-DEF-SUB) NOT = "Y" THEN
010150         GO TO 9230-EXIT
010160     END-IF.
010170     MOVE WS-H-END-TIME(WS-HIST-SUB) TO WS-CLOCK-WORK.
010180     PERFORM 5100-CLOCK-TO-SECONDS
010190         THRU 5100-EXIT.
010200     MULTIPLY WS-DAYS-LATE BY 86400 GIVING WS-FINISH-SECS.
010210     ADD WS-CLOCK-SECS TO WS-FINISH-SECS.
010220     MULTIPLY WS-D-NEAR-MINUTES(WS-DEF-SUB) BY 60
010230         GIVING WS-NEAR-SECS.
010240     ADD WS-FINISH-SECS TO WS-NEAR-SECS.
010250     IF WS-FINISH-SECS > WS-D-DEADLINE-SECS(WS-DEF-SUB) THEN
010260         ADD 1 TO WS-T-MISSED
010270         ADD 1 TO WS-TOTAL-MISSED
010280         STRING "MISSED " DELIMITED BY SIZE
010290             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
010300         GO TO 9230-EXIT
010310     END-IF.
010320     IF WS-NEAR-SECS > WS-D-DEADLINE-SECS(WS-DEF-SUB) THEN
010330         ADD 1 TO WS-T-NEAR
010340         ADD 1 TO WS-TOTAL-NEAR
010350         STRING "NEAR " DELIMITED BY SIZE
010360             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
010370     END-IF.
010380 9230-EXIT.
010390     EXIT.
010400*--------------------------------------------------------------*
010410*    9300-PRINT-SUMMARY  -  THE STEP'S COMPLETED RUNS: AVERAGE, *
010420*                       LONGEST, SECONDS PER THOUSAND RECORDS   *
010430*                       AND THE TREND OF THE LATEST RUNS        *
010440*                       AGAINST THE WHOLE PERIOD - RISING OR    *
010450*                       FALLING WHEN MORE THAN TEN PERCENT OFF. *
010460*--------------------------------------------------------------*
010470 9300-PRINT-SUMMARY.
010480     MOVE ZERO TO WS-AVERAGE.
010490     IF WS-T-RUNS > ZERO THEN
010500         DIVIDE WS-T-ELAPSED BY WS-T-RUNS
010510             GIVING WS-AVERAGE ROUNDED
010520     END-IF.
010530     MOVE "TOO FEW RUNS" TO WS-TREND.
010540     MOVE ZERO TO WS-LATEST-AVERAGE.
010550     IF WS-T-RUNS > WS-TREND-NIGHTS THEN
010560         SUBTRACT WS-TREND-NIGHTS FROM WS-T-RUNS
010570             GIVING WS-T-FIRST-LATEST
010580         PERFORM 9310-ADD-LATEST
010590             THRU 9310-EXIT
010600             VARYING WS-HIST-SUB FROM 1 BY 1
010610             UNTIL WS-HIST-SUB > WS-HIST-USED
010620         DIVIDE WS-T-LATEST-ELAPSED BY WS-T-LATEST-RUNS
010630             GIVING WS-LATEST-AVERAGE ROUNDED
010640         PERFORM 9320-SET-TREND
010650             THRU 9320-EXIT
010660     END-IF.
010670     MOVE WS-T-RUNS TO WS-RPT-RUNS.
010680     MOVE WS-AVERAGE TO WS-HMS-SECS.
010690     PERFORM 5200-SECONDS-TO-CLOCK
010700         THRU 5200-EXIT.
010710     MOVE SPACES TO RP-RECORD.
010720     STRING "  COMPLETED RUNS " WS-RPT-RUNS
010730         "   AVERAGE " WS-HMS-TEXT
010740         DELIMITED BY SIZE INTO RP-RECORD.
010750     MOVE WS-T-LONGEST TO WS-HMS-SECS.
010760     PERFORM 5200-SECONDS-TO-CLOCK
010770         THRU 5200-EXIT.
010780     MOVE "LONGEST" TO RP-RECORD(46:7).
010790     MOVE WS-HMS-TEXT TO RP-RECORD(54:8).
010800     WRITE RP-RECORD.
010810     MOVE WS-TREND-NIGHTS TO WS-RPT-NIGHTS.
010820     MOVE SPACES TO RP-RECORD.
010830     IF WS-LATEST-AVERAGE > ZERO THEN
010840         MOVE WS-LATEST-AVERAGE TO WS-HMS-SECS
010850         PERFORM 5200-SECONDS-TO-CLOCK
010860             THRU 5200-EXIT
010870         STRING "  LATEST " WS-RPT-NIGHTS " AVERAGE " WS-HMS-TEXT
010880             "   TREND " WS-TREND
010890             DELIMITED BY SIZE INTO RP-RECORD
010900     ELSE
010910         STRING "  TREND " WS-TREND
010920             DELIMITED BY SIZE INTO RP-RECORD
010930     END-IF.
010940     IF WS-T-VOL-RECORDS > ZERO THEN
010950         MULTIPLY WS-T-VOL-ELAPSED BY 1000 GIVING WS-PCT-WORK
010960         DIVIDE WS-PCT-WORK BY WS-T-VOL-RECORDS
010970             GIVING WS-PER-THOUSAND ROUNDED
010980         MOVE WS-PER-THOUSAND TO WS-RPT-PER-THOUSAND
010990         MOVE "SEC/1000" TO RP-RECORD(55:8)
011000         MOVE WS-RPT-PER-THOUSAND TO RP-RECORD(64:8)
011010     END-IF.
011020     WRITE RP-RECORD.
011030     MOVE WS-T-MISSED TO WS-RPT-RUNS.
011040     MOVE SPACES TO RP-RECORD.
011050     STRING "  MISSED " WS-RPT-RUNS
011060         DELIMITED BY SIZE INTO RP-RECORD.
011070     MOVE WS-T-NEAR TO WS-RPT-RUNS.
011080     MOVE "NEAR" TO RP-RECORD(18:4).
011090     MOVE WS-RPT-RUNS TO RP-RECORD(23:6).
011100     MOVE WS-T-SLOW TO WS-RPT-RUNS.
011110     MOVE "SLOW" TO RP-RECORD(31:4).
011120     MOVE WS-RPT-RUNS TO RP-RECORD(36:6).
011130     MOVE WS-T-FAILED TO WS-RPT-RUNS.
011140     MOVE "FAILED" TO RP-RECORD(44:6).
011150     MOVE WS-RPT-RUNS TO RP-RECORD(51:6).
011160     MOVE WS-T-HELD TO WS-RPT-RUNS.
011170     MOVE "HELD" TO RP-RECORD(59:4).
011180     MOVE WS-RPT-RUNS TO RP-RECORD(64:6).
011190     WRITE RP-RECORD.
011200 9300-EXIT.
011210     EXIT.
011220*--------------------------------------------------------------*
011230*    9310-ADD-LATEST  -  ONE COMPLETED RUN OF THE STEP, ADDED   *
011240*                       WHEN IT IS AMONG THE LATEST             *
011250*--------------------------------------------------------------*
011260 9310-ADD-LATEST.
011270     IF WS-H-PROGRAM(WS-HIST-SUB) NOT = WS-S-PROGRAM(WS-STEP-SUB)
011280         OR WS-H-STATUS(WS-HIST-SUB) NOT = "C"
011290         GO TO 9310-EXIT
011300     END-IF.
011310     ADD 1 TO WS-T-RUN-ORDINAL.
011320     IF WS-T-RUN-ORDINAL > WS-T-FIRST-LATEST THEN
011330         ADD 1 TO WS-T-LATEST-RUNS
011340         ADD WS-H-ELAPSED(WS-HIST-SUB) TO WS-T-LATEST-ELAPSED
011350     END-IF.
011360 9310-EXIT.
011370     EXIT.
011380*--------------------------------------------------------------*
011390*    9320-SET-TREND  -  COMPARE THE LATEST AVERAGE WITH THE     *
011400*                       WHOLE PERIOD'S                          *
011410*--------------------------------------------------------------*
011420 9320-SET-TREND.
011430     MOVE "STEADY" TO WS-TREND.
011440     MULTIPLY WS-LATEST-AVERAGE BY 100 GIVING WS-PCT-WORK.
011450     MULTIPLY WS-AVERAGE BY 110 GIVING WS-TREND-WORK.
011460     IF WS-PCT-WORK > WS-TREND-WORK THEN
011470         MOVE "RISING" TO WS-TREND
011480         GO TO 9320-EXIT
011490     END-IF.
011500     MULTIPLY WS-AVERAGE BY 90 GIVING WS-TREND-WORK.
011510     IF WS-PCT-WORK < WS-TREND-WORK THEN
011520         MOVE "FALLING" TO WS-TREND
011530     END-IF.
011540 9320-EXIT.
011550     EXIT.
