000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL270RC                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                               *
000160*  REMARKS.     DOWNSTREAM RECEIPT ACKNOWLEDGEMENT              *
000170*               RECONCILIATION.  PROVES THAT EVERY FILE WE SENT *
000180*               WAS RECEIVED COMPLETE.                          *
000190*                 1. EVERY FILE LOGGED ON THE PERMANENT         *
000200*                    SENT-FILE LOG (SENTLOG, DL100SN) SINCE THE *
000210*                    LAST RUN IS REGISTERED ON THE PERMANENT    *
000220*                    ACKNOWLEDGEMENT LOG (ACKLOG, DL270AL) WITH *
000230*                    ITS RECORD AND CHARACTER TOTALS - AS       *
000240*                    DL100MN OR DL260MB WROTE IT, PLUS ANY      *
000250*                    RECORDS DL110RR REPAIRED INTO IT - AND THE *
000260*                    RUN-HISTORY (DL100RH) WRITTEN COUNT FOR    *
000270*                    THE RUN DATE AND FEED.  SENTLOG IS WRITTEN *
000280*                    IN EVERY OUTPUT-CONTROL MODE AND NEVER     *
000290*                    REWRITTEN; EACH "S" ROW ON ACKLOG SAYS HOW *
000300*                    FAR INTO IT THE RUN READ.  A FILE ALREADY  *
000310*                    ON THE LOG WITH THE SAME TOTALS IS NOT     *
000320*                    REGISTERED TWICE, SO A RERUN IS HARMLESS;  *
000330*                    ONE WHOSE TOTALS CHANGED (RERUN OR         *
000340*                    REPAIRED AFTER IT WAS REGISTERED) IS       *
000350*                    UPDATED AND AWAITS A FRESH                 *
000360*                    ACKNOWLEDGEMENT.                           *
000370*                 2. EACH RECEIVER ACKNOWLEDGEMENT ON ACKFILE   *
000380*                    (DL270AK) IS MATCHED TO ITS FILE BY RUN    *
000390*                    DATE AND FEED.  IT MATCHES WHEN ITS RECORD *
000400*                    COUNT AND CHARACTER TOTAL EQUAL THE SENT   *
000410*                    TOTALS AND, FOR A FEED WRITTEN ONE RECORD  *
000420*                    PER LINE, ITS RECORD COUNT EQUALS THE      *
000430*                    RUN-HISTORY WRITTEN COUNT PLUS THE RECORDS *
000440*                    REPAIRED.                                  *
000450*                 3. A FILE WITH NO MATCHING ACKNOWLEDGEMENT    *
000460*                    MORE THAN THE CARD'S DAYS (DL270PM ON      *
000470*                    RCPARM) AFTER ITS RUN DATE IS OVERDUE, AND *
000480*                    STAYS ON THE REPORT UNTIL ONE ARRIVES.     *
000490*               THE REPORT (RCRPFILE) LISTS THE FILES           *
000500*               REGISTERED OR UPDATED, ACKNOWLEDGED AND MATCHED,*
000510*               ACKNOWLEDGED BUT MISMATCHED, AND OVERDUE.       *
000520*               EVERY REGISTRATION AND ACKNOWLEDGEMENT, AND     *
000530*               EACH FILE THE FIRST NIGHT IT IS OVERDUE, GOES   *
000540*               ON THE LOG.  A MISMATCH OR AN OVERDUE FILE SETS *
000550*               RETURN CODE 8; A BAD CARD OR A FULL LOG TABLE   *
000560*               STOPS THE RUN WITH RETURN CODE 16.              *
000570*                                                               *
000580*  MODIFICATION HISTORY.                                        *
000590*  DATE        BY    DESCRIPTION                                *
000600*  ----------  ----  -------------------------------------      *
000610*  10/15/2026  RDM   INITIAL VERSION.                           *
000620*--------------------------------------------------------------*
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.         DL270RC.
000650 AUTHOR.             R. MARCHETTI.
000660 INSTALLATION.       DATA QUALITY SYSTEMS.
000670 DATE-WRITTEN.       10/15/2026.
000680 DATE-COMPILED.
000690*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PARM-FILE ASSIGN TO "RCPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ACK-STATUS.
000790     SELECT SENT-LOG-FILE ASSIGN TO "SENTLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SENTLOG-STATUS.
000820     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RUNHIST-STATUS.
000850     SELECT LOG-FILE ASSIGN TO "ACKLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-LOG-STATUS.
000880     SELECT REPORT-FILE ASSIGN TO "RCRPFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PARM-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY DL270PM.
000960*
000970 FD  ACK-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY DL270AK.
001000*
001010 FD  SENT-LOG-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY DL100SN.
001040*
001050 FD  RUNHIST-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY DL100RH.
001080*
001090 FD  LOG-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY DL270AL.
001120*
001130 FD  REPORT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY DL100RP.
001160*
001170 WORKING-STORAGE SECTION.
001180 01  WS-PARM-STATUS              PIC X(02).
001190 01  WS-ACK-STATUS               PIC X(02).
001200 01  WS-SENTLOG-STATUS           PIC X(02).
001210 01  WS-RUNHIST-STATUS           PIC X(02).
001220 01  WS-LOG-STATUS               PIC X(02).
001230 01  WS-TBL-STATUS               PIC X(02).
001240 01  WS-SWITCHES.
001250     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001260         88  WS-EOF                       VALUE "Y".
001270     05  WS-STOP-SWITCH          PIC X(01) VALUE "N".
001280         88  WS-RUN-STOPPED               VALUE "Y".
001290     05  WS-LOG-OPEN-SWITCH      PIC X(01) VALUE "N".
001300         88  WS-LOG-OPEN                  VALUE "Y".
001310     05  WS-DATE-OK-SWITCH       PIC X(01).
001320         88  WS-DATE-OK                   VALUE "Y".
001330*--------------------------------------------------------------*
001340*    WORKING STORAGE FOR THE FILES ON THE LOG.  ONE ROW PER    *
001350*    RUN DATE AND FEED SENT, REBUILT FROM THE LOG EACH RUN;    *
001360*    THE LATEST "S" ROW FOR A FILE CARRIES ITS TOTALS.         *
001370*    WS-E-STATE IS "S" AWAITING AN ACKNOWLEDGEMENT, "X" WHEN   *
001380*    THE LAST ONE DID NOT MATCH, "M" MATCHED, AND "U" FOR AN   *
001390*    ACKNOWLEDGEMENT OF A FILE NOT ON THE LOG.  A MATCHED      *
001400*    ROW'S SLOT IS REUSED ONCE THE TABLE IS FULL.  WS-E-RESULT *
001410*    IS TONIGHT'S OUTCOME - "M" MATCHED, "X" MISMATCHED, "O"   *
001420*    OVERDUE.                                                  *
001430*--------------------------------------------------------------*
001440 01  WS-ENTRY-TABLE.
001450     05  WS-ENTRY-USED           PIC 9(4) COMP VALUE ZERO.
001460     05  WS-ENTRY OCCURS 500 TIMES.
001470         10  WS-E-STATE          PIC X(01).
001480         10  WS-E-RUN-DATE       PIC X(10).
001490         10  WS-E-FEED           PIC X(04).
001500         10  WS-E-SENT-COUNT     PIC 9(09).
001510         10  WS-E-SENT-CHARS     PIC 9(11).
001520         10  WS-E-WRITTEN        PIC 9(09).
001530         10  WS-E-REPAIRED       PIC 9(09).
001540         10  WS-E-LEDGER-SW      PIC X(01).
001550         10  WS-E-STYLE          PIC X(01).
001560         10  WS-E-OVERDUE-SW     PIC X(01).
001570         10  WS-E-NEW-SW         PIC X(01).
001580         10  WS-E-RESULT         PIC X(01).
001590         10  WS-E-ACK-COUNT      PIC 9(09).
001600         10  WS-E-ACK-CHARS      PIC 9(11).
001610         10  WS-E-RECEIVER       PIC X(08).
001620         10  WS-E-RECEIVED       PIC X(10).
001630         10  WS-E-REASON         PIC X(30).
001640         10  WS-E-AGE            PIC 9(05).
001650 01  WS-ENTRY-MAX                PIC 9(4) COMP VALUE 500.
001660 01  WS-SUBSCRIPTS.
001670     05  WS-SCAN-SUB             PIC 9(4) COMP.
001680     05  WS-HIT-SUB              PIC 9(4) COMP.
001690     05  WS-FREE-SUB             PIC 9(4) COMP.
001700     05  WS-SN-SUB               PIC 9(4) COMP.
001710     05  WS-SN-HIT               PIC 9(4) COMP.
001720     05  WS-DT-SUB               PIC 9(4) COMP.
001730     05  WS-WORK-RUN-DATE        PIC X(10).
001740     05  WS-WORK-FEED            PIC X(04).
001750     05  WS-WORK-STYLE           PIC X(01).
001760     05  WS-WORK-WRITTEN         PIC 9(09).
001770     05  WS-LOG-EVENT            PIC X(01).
001780*--------------------------------------------------------------*
001790*    WORKING STORAGE FOR THE FILES ON THE SENT-FILE LOG ROWS   *
001800*    NOT YET TAKEN, ONE ROW PER RUN DATE AND FEED, AND THEIR   *
001810*    RUN-HISTORY WRITTEN COUNTS.  A "W" ROW SETS A FILE'S      *
001820*    TOTALS AFRESH; AN "R" ROW ADDS ITS REPAIRS TO THEM.  A    *
001830*    ROW WITH NO FEED CODE COVERS THE WHOLE FILE, SO IT TAKES  *
001840*    EVERY LEDGER ROW FOR ITS RUN DATE.  THE FEED TABLES SAY   *
001850*    WHICH FEEDS SPILL.  WS-SN-ROWS-DONE IS HOW MANY SENTLOG   *
001860*    ROWS EARLIER RUNS TOOK; WS-SN-ROWS-TAKEN IS HOW MANY THIS *
001870*    RUN HAS, CARRIED ON EVERY "S" ROW IT LOGS.                *
001880*--------------------------------------------------------------*
001890 01  WS-SN-TABLE.
001900     05  WS-SN-USED              PIC 9(4) COMP VALUE ZERO.
001910     05  WS-SN-ENTRY OCCURS 50 TIMES.
001920         10  WS-SN-RUN-DATE      PIC X(10).
001930         10  WS-SN-FEED          PIC X(04).
001940         10  WS-SN-COUNT         PIC 9(09).
001950         10  WS-SN-CHARS         PIC 9(11).
001960         10  WS-SN-REPAIRED      PIC 9(09).
001970         10  WS-SN-WRITTEN       PIC 9(09).
001980         10  WS-SN-LEDGER-SW     PIC X(01).
001990         10  WS-SN-STYLE         PIC X(01).
002000 01  WS-SN-MAX                   PIC 9(4) COMP VALUE 50.
002010 01  WS-SENT-LOG-FIELDS.
002020     05  WS-SN-ROWS-READ         PIC 9(09) COMP VALUE ZERO.
002030     05  WS-SN-ROWS-DONE         PIC 9(09) COMP VALUE ZERO.
002040     05  WS-SN-ROWS-TAKEN        PIC 9(09) COMP VALUE ZERO.
002050     05  WS-LOG-REPAIRED         PIC 9(09).
002060     05  WS-MARK-SWITCH          PIC X(01) VALUE "N".
002070         88  WS-MARK-LOGGED               VALUE "Y".
002080 COPY DL100DT.
002090 COPY DL100FL.
002100*--------------------------------------------------------------*
002110*    WORKING STORAGE FOR THE DATE-TO-DAY-NUMBER CONVERSION.    *
002120*    THE CONVERSION IS THE ONE DL160AR USES.  A FILE IS        *
002130*    OVERDUE WHEN THE CHECK DATE'S DAY NUMBER LESS ITS RUN     *
002140*    DATE'S EXCEEDS THE OVERDUE DAYS.                          *
002150*--------------------------------------------------------------*
002160 01  WS-DATE-WORK.
002170     05  WS-CONV-DATE            PIC X(10).
002180     05  WS-CONV-YEAR            PIC 9(04).
002190     05  WS-CONV-MONTH           PIC 9(02).
002200     05  WS-CONV-DAY             PIC 9(02).
002210     05  WS-CONV-SERIAL          PIC 9(09) COMP.
002220     05  WS-SERIAL-WORK          PIC 9(09) COMP.
002230     05  WS-SERIAL-PART          PIC 9(09) COMP.
002240     05  WS-CHECK-SERIAL         PIC 9(09) COMP.
002250     05  WS-FILE-AGE             PIC S9(09) COMP.
002260     05  WS-OVERDUE-DAYS         PIC 9(05) COMP VALUE 3.
002270 01  WS-CHECK-DATE               PIC X(10).
002280 01  WS-RUN-TIME                 PIC X(08).
002290 01  WS-CURRENT-DATE-FIELDS.
002300     05  WS-CURRENT-DATE.
002310         10  WS-CURRENT-YY       PIC 9(02).
002320         10  WS-CURRENT-MM       PIC 9(02).
002330         10  WS-CURRENT-DD       PIC 9(02).
002340     05  WS-CURRENT-TIME.
002350         10  WS-TIME-HH          PIC 9(02).
002360         10  WS-TIME-MM          PIC 9(02).
002370         10  WS-TIME-SS          PIC 9(02).
002380         10  FILLER              PIC 9(02).
002390*--------------------------------------------------------------*
002400*    WORKING STORAGE FOR THE COUNTS AND REPORT EDITS           *
002410*--------------------------------------------------------------*
002420 01  WS-COUNTERS.
002430     05  WS-LOG-ROWS             PIC 9(09) COMP VALUE ZERO.
002440     05  WS-REGISTERED-COUNT     PIC 9(05) COMP VALUE ZERO.
002450     05  WS-UPDATED-COUNT        PIC 9(05) COMP VALUE ZERO.
002460     05  WS-ON-FILE-COUNT        PIC 9(05) COMP VALUE ZERO.
002470     05  WS-ACK-COUNT            PIC 9(05) COMP VALUE ZERO.
002480     05  WS-MATCHED-COUNT        PIC 9(05) COMP VALUE ZERO.
002490     05  WS-MISMATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
002500     05  WS-OVERDUE-COUNT        PIC 9(05) COMP VALUE ZERO.
002510     05  WS-AWAITING-COUNT       PIC 9(05) COMP VALUE ZERO.
002520     05  WS-SECTION-COUNT        PIC 9(05) COMP.
002530 01  WS-REPORT-EDIT-FIELDS.
002540     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002550     05  WS-RPT-CHARS            PIC Z,ZZZ,ZZZ,ZZ9.
002560     05  WS-RPT-DAYS             PIC ZZ,ZZ9.
002570     05  WS-RPT-FEED             PIC X(06).
002580     05  WS-RPT-RESULT           PIC X(01).
002590     05  WS-RPT-HOLD             PIC X(80).
002600*
002610 PROCEDURE DIVISION.
002620*--------------------------------------------------------------*
002630*    0000-MAINLINE                                             *
002640*--------------------------------------------------------------*
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE
002670         THRU 1000-EXIT.
002680     IF WS-RUN-STOPPED THEN
002690         GO TO 0000-END
002700     END-IF.
002710     PERFORM 2000-LOAD-LOG
002720         THRU 2000-EXIT.
002730     IF WS-RUN-STOPPED THEN
002740         GO TO 0000-END
002750     END-IF.
002760     PERFORM 3000-REGISTER-SENT
002770         THRU 3000-EXIT.
002780     IF WS-RUN-STOPPED THEN
002790         GO TO 0000-END
002800     END-IF.
002810     PERFORM 4000-MATCH-ACKS
002820         THRU 4000-EXIT.
002830     IF WS-RUN-STOPPED THEN
002840         GO TO 0000-END
002850     END-IF.
002860     PERFORM 5000-CHECK-OVERDUE
002870         THRU 5000-EXIT
002880         VARYING WS-SCAN-SUB FROM 1 BY 1
002890         UNTIL WS-SCAN-SUB > WS-ENTRY-USED.
002900     PERFORM 6000-PRINT-REPORT
002910         THRU 6000-EXIT.
002920 0000-END.
002930     PERFORM 9000-TERMINATE
002940         THRU 9000-EXIT.
002950     STOP RUN.
002960*--------------------------------------------------------------*
002970*    1000-INITIALIZE  -  READ THE CARD, FIX THE CHECK DATE AND *
002980*                       LOAD THE FEED TABLES.  A BAD CARD STOPS  *
002990*                       THE RUN BEFORE THE LOG IS TOUCHED.       *
003000*--------------------------------------------------------------*
003010 1000-INITIALIZE.
003020     ACCEPT WS-CURRENT-DATE FROM DATE.
003030     ACCEPT WS-CURRENT-TIME FROM TIME.
003040     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
003050         DELIMITED BY SIZE INTO WS-CHECK-DATE.
003060     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
003070         DELIMITED BY SIZE INTO WS-RUN-TIME.
003080     OPEN OUTPUT REPORT-FILE.
003090     MOVE "DL270RC - DOWNSTREAM ACKNOWLEDGEMENT RECONCILIATION"
003100         TO RP-RECORD.
003110     WRITE RP-RECORD.
003120     OPEN INPUT PARM-FILE.
003130     IF WS-PARM-STATUS = "00" THEN
003140         READ PARM-FILE
003150             AT END
003160                 CONTINUE
003170             NOT AT END
003180                 PERFORM 1100-TAKE-CARD
003190                     THRU 1100-EXIT
003200         END-READ
003210         CLOSE PARM-FILE
003220     END-IF.
003230     IF WS-RUN-STOPPED THEN
003240         GO TO 1000-EXIT
003250     END-IF.
003260     MOVE WS-CHECK-DATE TO WS-CONV-DATE.
003270     PERFORM 8000-DATE-TO-SERIAL
003280         THRU 8000-EXIT.
003290     IF NOT WS-DATE-OK THEN
003300         MOVE "*** CHECK DATE ON THE CARD IS NOT A DATE ***"
003310             TO RP-RECORD
003320         WRITE RP-RECORD
003330         MOVE "Y" TO WS-STOP-SWITCH
003340         GO TO 1000-EXIT
003350     END-IF.
003360     MOVE WS-CONV-SERIAL TO WS-CHECK-SERIAL.
003370     MOVE SPACES TO RP-RECORD.
003380     STRING "CHECK DATE . . . . . . . . . . . . " WS-CHECK-DATE
003390         "  " WS-RUN-TIME
003400         DELIMITED BY SIZE INTO RP-RECORD.
003410     WRITE RP-RECORD.
003420     MOVE WS-OVERDUE-DAYS TO WS-RPT-DAYS.
003430     MOVE SPACES TO RP-RECORD.
003440     STRING "OVERDUE AFTER  . . . . . . . . . . " WS-RPT-DAYS
003450         " DAYS"
003460         DELIMITED BY SIZE INTO RP-RECORD.
003470     WRITE RP-RECORD.
003480     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
003490     IF WS-TBL-STATUS NOT = "00" THEN
003500         DISPLAY "DL270RC - FEED DEFINITION LOAD STATUS "
003510             WS-TBL-STATUS
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*--------------------------------------------------------------*
003560*    1100-TAKE-CARD  -  APPLY THE CARD.  BLANK FIELDS KEEP THE *
003570*                       DEFAULTS.                                *
003580*--------------------------------------------------------------*
003590 1100-TAKE-CARD.
003600     IF AP-OVERDUE-DAYS NOT = SPACES THEN
003610         IF AP-OVERDUE-DAYS NOT NUMERIC THEN
003620             MOVE "*** OVERDUE DAYS ON THE CARD NOT NUMERIC ***"
003630                 TO RP-RECORD
003640             WRITE RP-RECORD
003650             MOVE "Y" TO WS-STOP-SWITCH
003660             GO TO 1100-EXIT
003670         END-IF
003680         MOVE AP-OVERDUE-DAYS-N TO WS-OVERDUE-DAYS
003690     END-IF.
003700     IF AP-CHECK-DATE NOT = SPACES THEN
003710         MOVE AP-CHECK-DATE TO WS-CHECK-DATE
003720     END-IF.
003730 1100-EXIT.
003740     EXIT.
003750*--------------------------------------------------------------*
003760*    2000-LOAD-LOG  -  REBUILD THE FILES SENT FROM THE         *
003770*                       PERMANENT LOG, THEN OPEN IT TO EXTEND.   *
003780*                       NO LOG YET MEANS THE FIRST RUN.          *
003790*--------------------------------------------------------------*
003800 2000-LOAD-LOG.
003810     MOVE "N" TO WS-EOF-SWITCH.
003820     OPEN INPUT LOG-FILE.
003830     IF WS-LOG-STATUS NOT = "00" THEN
003840         GO TO 2000-OPEN
003850     END-IF.
003860     PERFORM 2100-READ-LOG
003870         THRU 2100-EXIT.
003880     PERFORM 2200-LOAD-ONE-LOG-ROW
003890         THRU 2200-EXIT
003900         UNTIL WS-EOF
003910         OR WS-RUN-STOPPED.
003920     CLOSE LOG-FILE.
003930     IF WS-RUN-STOPPED THEN
003940         GO TO 2000-EXIT
003950     END-IF.
003960 2000-OPEN.
003970*    THE LOG IS PERMANENT - EXTEND IT, CREATING IT ON THE FIRST
003980*    RUN.
003990     OPEN EXTEND LOG-FILE.
004000     IF WS-LOG-STATUS = "35" THEN
004010         OPEN OUTPUT LOG-FILE
004020     END-IF.
004030     MOVE "Y" TO WS-LOG-OPEN-SWITCH.
004040 2000-EXIT.
004050     EXIT.
004060*--------------------------------------------------------------*
004070*    2100-READ-LOG  -  READ THE NEXT LOG ROW                   *
004080*--------------------------------------------------------------*
004090 2100-READ-LOG.
004100     READ LOG-FILE
004110         AT END
004120             MOVE "Y" TO WS-EOF-SWITCH
004130         NOT AT END
004140             ADD 1 TO WS-LOG-ROWS
004150     END-READ.
004160 2100-EXIT.
004170     EXIT.
004180*--------------------------------------------------------------*
004190*    2200-LOAD-ONE-LOG-ROW  -  A SENT ROW ADDS THE FILE OR     *
004200*                       UPDATES ITS TOTALS; A LATER ROW FOR IT   *
004210*                       MOVES IT ON.  ROWS FOR A FILE NOT SENT   *
004220*                       ARE HISTORY ONLY.  THE HIGHEST SENTLOG   *
004230*                       ROW COUNT ON A SENT ROW IS HOW FAR       *
004240*                       EARLIER RUNS READ.                       *
004250*--------------------------------------------------------------*
004260 2200-LOAD-ONE-LOG-ROW.
004270     MOVE AL-RUN-DATE TO WS-WORK-RUN-DATE.
004280     MOVE AL-FEED TO WS-WORK-FEED.
004290     PERFORM 7000-FIND-ENTRY
004300         THRU 7000-EXIT.
004310     IF AL-EVENT = "S" THEN
004320         IF AL-SENT-ROW IS NUMERIC
004330             AND AL-SENT-ROW > WS-SN-ROWS-DONE
004340             MOVE AL-SENT-ROW TO WS-SN-ROWS-DONE
004350         END-IF
004360         PERFORM 2210-TAKE-SENT-ROW
004370             THRU 2210-EXIT
004380         GO TO 2200-NEXT
004390     END-IF.
004400     IF WS-HIT-SUB = ZERO THEN
004410         GO TO 2200-NEXT
004420     END-IF.
004430     IF AL-EVENT = "M" THEN
004440         MOVE "M" TO WS-E-STATE(WS-HIT-SUB)
004450     END-IF.
004460     IF AL-EVENT = "X" THEN
004470         MOVE "X" TO WS-E-STATE(WS-HIT-SUB)
004480         MOVE AL-REASON TO WS-E-REASON(WS-HIT-SUB)
004490     END-IF.
004500     IF AL-EVENT = "O" THEN
004510         MOVE "Y" TO WS-E-OVERDUE-SW(WS-HIT-SUB)
004520     END-IF.
004530 2200-NEXT.
004540     PERFORM 2100-READ-LOG
004550         THRU 2100-EXIT.
004560 2200-EXIT.
004570     EXIT.
004580*--------------------------------------------------------------*
004590*    2210-TAKE-SENT-ROW  -  A SENT ROW FOR A FILE NOT YET IN   *
004600*                       THE TABLE ADDS IT.  ONE FOR A FILE       *
004610*                       ALREADY THERE WITH DIFFERENT TOTALS      *
004620*                       MEANS THE FILE CHANGED, SO IT AWAITS A   *
004630*                       FRESH ACKNOWLEDGEMENT; WITH THE SAME     *
004640*                       TOTALS IT ONLY CARRIED THE SENTLOG ROW   *
004650*                       COUNT.                                   *
004660*--------------------------------------------------------------*
004670 2210-TAKE-SENT-ROW.
004680     MOVE ZERO TO WS-LOG-REPAIRED.
004690     IF AL-REPAIRED-COUNT IS NUMERIC THEN
004700         MOVE AL-REPAIRED-COUNT TO WS-LOG-REPAIRED
004710     END-IF.
004720     IF WS-HIT-SUB = ZERO THEN
004730         GO TO 2210-ADD
004740     END-IF.
004750     IF AL-SENT-COUNT = WS-E-SENT-COUNT(WS-HIT-SUB)
004760         AND AL-SENT-CHARS = WS-E-SENT-CHARS(WS-HIT-SUB)
004770         AND AL-WRITTEN-COUNT = WS-E-WRITTEN(WS-HIT-SUB)
004780         AND WS-LOG-REPAIRED = WS-E-REPAIRED(WS-HIT-SUB)
004790         GO TO 2210-EXIT
004800     END-IF.
004810     GO TO 2210-SET.
004820 2210-ADD.
004830     PERFORM 7200-ADD-ENTRY
004840         THRU 7200-EXIT.
004850     IF WS-HIT-SUB = ZERO THEN
004860         GO TO 2210-EXIT
004870     END-IF.
004880 2210-SET.
004890     MOVE "S" TO WS-E-STATE(WS-HIT-SUB).
004900     MOVE AL-SENT-COUNT TO WS-E-SENT-COUNT(WS-HIT-SUB).
004910     MOVE AL-SENT-CHARS TO WS-E-SENT-CHARS(WS-HIT-SUB).
004920     MOVE AL-WRITTEN-COUNT TO WS-E-WRITTEN(WS-HIT-SUB).
004930     MOVE WS-LOG-REPAIRED TO WS-E-REPAIRED(WS-HIT-SUB).
004940     MOVE AL-LEDGER-SW TO WS-E-LEDGER-SW(WS-HIT-SUB).
004950     MOVE AL-TRUNC-STYLE TO WS-E-STYLE(WS-HIT-SUB).
004960 2210-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------*
004990*    3000-REGISTER-SENT  -  REGISTER OR UPDATE EVERY FILE ON   *
005000*                       THE SENT-FILE LOG ROWS NOT YET TAKEN,    *
005010*                       WITH ITS RUN-HISTORY WRITTEN COUNT.  NO  *
005020*                       SENT-FILE LOG YET REGISTERS NOTHING.     *
005030*--------------------------------------------------------------*
005040 3000-REGISTER-SENT.
005050     MOVE "N" TO WS-EOF-SWITCH.
005060     MOVE WS-SN-ROWS-DONE TO WS-SN-ROWS-TAKEN.
005070     OPEN INPUT SENT-LOG-FILE.
005080     IF WS-SENTLOG-STATUS NOT = "00" THEN
005090         DISPLAY "DL270RC - NO SENT-FILE LOG - "
005100             "NOTHING REGISTERED"
005110         GO TO 3000-EXIT
005120     END-IF.
005130     PERFORM 3100-LOAD-SENT-ROW
005140         THRU 3100-EXIT
005150         UNTIL WS-EOF.
005160     CLOSE SENT-LOG-FILE.
005170     IF WS-SN-USED = ZERO THEN
005180         GO TO 3000-EXIT
005190     END-IF.
005200     MOVE "N" TO WS-EOF-SWITCH.
005210     OPEN INPUT RUNHIST-FILE.
005220     IF WS-RUNHIST-STATUS NOT = "00" THEN
005230         DISPLAY "DL270RC - NO RUN-HISTORY FILE"
005240     ELSE
005250         PERFORM 3200-READ-LEDGER
005260             THRU 3200-EXIT
005270         PERFORM 3300-TALLY-ONE-LEDGER-ROW
005280             THRU 3300-EXIT
005290             UNTIL WS-EOF
005300         CLOSE RUNHIST-FILE
005310     END-IF.
005320     PERFORM 3400-REGISTER-ONE-FILE
005330         THRU 3400-EXIT
005340         VARYING WS-SN-SUB FROM 1 BY 1
005350         UNTIL WS-SN-SUB > WS-SN-USED
005360         OR WS-RUN-STOPPED.
005370     IF WS-RUN-STOPPED OR WS-MARK-LOGGED THEN
005380         GO TO 3000-EXIT
005390     END-IF.
005400*    NO FILE CHANGED, BUT THE ROWS TAKEN MUST NOT BE TAKEN AGAIN
005410*    TOMORROW - THE LAST FILE'S UNCHANGED TOTALS ARE LOGGED ONCE
005420*    MORE TO CARRY THE ROW COUNT.
005430     MOVE WS-SN-RUN-DATE(WS-SN-USED) TO WS-WORK-RUN-DATE.
005440     MOVE WS-SN-FEED(WS-SN-USED) TO WS-WORK-FEED.
005450     PERFORM 7000-FIND-ENTRY
005460         THRU 7000-EXIT.
005470     IF WS-HIT-SUB > ZERO THEN
005480         MOVE "S" TO WS-LOG-EVENT
005490         PERFORM 7500-WRITE-LOG
005500             THRU 7500-EXIT
005510     END-IF.
005520 3000-EXIT.
005530     EXIT.
005540*--------------------------------------------------------------*
005550*    3100-LOAD-SENT-ROW  -  TAKE ONE SENT-FILE LOG ROW THAT    *
005560*                       AN EARLIER RUN HAS NOT.  A "W" ROW SETS  *
005570*                       ITS FILE'S TOTALS; AN "R" ROW ADDS ITS   *
005580*                       REPAIRS.  ONCE THE TABLE IS FULL THE     *
005590*                       REST ARE LEFT FOR THE NEXT RUN.          *
005600*--------------------------------------------------------------*
005610 3100-LOAD-SENT-ROW.
005620     READ SENT-LOG-FILE
005630         AT END
005640             MOVE "Y" TO WS-EOF-SWITCH
005650             GO TO 3100-EXIT
005660     END-READ.
005670     ADD 1 TO WS-SN-ROWS-READ.
005680     IF WS-SN-ROWS-READ NOT > WS-SN-ROWS-DONE THEN
005690         GO TO 3100-EXIT
005700     END-IF.
005710     IF SN-RUN-DATE = SPACES
005720         OR SN-RECORD-COUNT NOT NUMERIC
005730         OR SN-SUM-CHARS NOT NUMERIC
005740         OR (NOT SN-WRITTEN AND NOT SN-REPAIRED)
005750         MOVE WS-SN-ROWS-READ TO WS-SN-ROWS-TAKEN
005760         GO TO 3100-EXIT
005770     END-IF.
005780     MOVE ZERO TO WS-SN-HIT.
005790     PERFORM 3110-SCAN-SENT-ROW
005800         THRU 3110-EXIT
005810         VARYING WS-SN-SUB FROM 1 BY 1
005820         UNTIL WS-SN-SUB > WS-SN-USED
005830         OR WS-SN-HIT > ZERO.
005840     IF WS-SN-HIT = ZERO THEN
005850         IF WS-SN-USED NOT < WS-SN-MAX THEN
005860             DISPLAY "DL270RC - SENT-FILE LOG ROWS LEFT FOR "
005870                 "THE NEXT RUN"
005880             MOVE "Y" TO WS-EOF-SWITCH
005890             GO TO 3100-EXIT
005900         END-IF
005910         PERFORM 3120-ADD-SENT-ROW
005920             THRU 3120-EXIT
005930     END-IF.
005940     IF SN-WRITTEN THEN
005950         MOVE SN-RECORD-COUNT TO WS-SN-COUNT(WS-SN-HIT)
005960         MOVE SN-SUM-CHARS TO WS-SN-CHARS(WS-SN-HIT)
005970         MOVE ZERO TO WS-SN-REPAIRED(WS-SN-HIT)
005980     ELSE
005990         ADD SN-RECORD-COUNT TO WS-SN-COUNT(WS-SN-HIT)
006000         ADD SN-SUM-CHARS TO WS-SN-CHARS(WS-SN-HIT)
006010         ADD SN-RECORD-COUNT TO WS-SN-REPAIRED(WS-SN-HIT)
006020     END-IF.
006030     MOVE WS-SN-ROWS-READ TO WS-SN-ROWS-TAKEN.
006040 3100-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070*    3110-SCAN-SENT-ROW  -  MATCH ONE TABLE ROW BY RUN DATE AND*
006080*                       FEED                                     *
006090*--------------------------------------------------------------*
006100 3110-SCAN-SENT-ROW.
006110     IF WS-SN-RUN-DATE(WS-SN-SUB) = SN-RUN-DATE
006120         AND WS-SN-FEED(WS-SN-SUB) = SN-FEED
006130         MOVE WS-SN-SUB TO WS-SN-HIT
006140     END-IF.
006150 3110-EXIT.
006160     EXIT.
006170*--------------------------------------------------------------*
006180*    3120-ADD-SENT-ROW  -  A TABLE ROW FOR THE SENTLOG ROW'S   *
006190*                       FILE.  A FILE ALREADY ON THE LOG STARTS  *
006200*                       FROM ITS LOGGED TOTALS, SO LATER REPAIRS *
006210*                       ADD TO WHAT WAS SENT.                    *
006220*--------------------------------------------------------------*
006230 3120-ADD-SENT-ROW.
006240     ADD 1 TO WS-SN-USED.
006250     MOVE WS-SN-USED TO WS-SN-HIT.
006260     MOVE SN-RUN-DATE TO WS-SN-RUN-DATE(WS-SN-HIT).
006270     MOVE SN-FEED TO WS-SN-FEED(WS-SN-HIT).
006280     MOVE ZERO TO WS-SN-COUNT(WS-SN-HIT).
006290     MOVE ZERO TO WS-SN-CHARS(WS-SN-HIT).
006300     MOVE ZERO TO WS-SN-REPAIRED(WS-SN-HIT).
006310     MOVE ZERO TO WS-SN-WRITTEN(WS-SN-HIT).
006320     MOVE "N" TO WS-SN-LEDGER-SW(WS-SN-HIT).
006330     MOVE SN-FEED TO WS-WORK-FEED.
006340     PERFORM 3500-FIND-STYLE
006350         THRU 3500-EXIT.
006360     MOVE WS-WORK-STYLE TO WS-SN-STYLE(WS-SN-HIT).
006370     MOVE SN-RUN-DATE TO WS-WORK-RUN-DATE.
006380     PERFORM 7000-FIND-ENTRY
006390         THRU 7000-EXIT.
006400     IF WS-HIT-SUB > ZERO THEN
006410         MOVE WS-E-SENT-COUNT(WS-HIT-SUB)
006420             TO WS-SN-COUNT(WS-SN-HIT)
006430         MOVE WS-E-SENT-CHARS(WS-HIT-SUB)
006440             TO WS-SN-CHARS(WS-SN-HIT)
006450         MOVE WS-E-REPAIRED(WS-HIT-SUB)
006460             TO WS-SN-REPAIRED(WS-SN-HIT)
006470     END-IF.
006480 3120-EXIT.
006490     EXIT.
006500*--------------------------------------------------------------*
006510*    3200-READ-LEDGER  -  READ THE NEXT LEDGER ROW             *
006520*--------------------------------------------------------------*
006530 3200-READ-LEDGER.
006540     READ RUNHIST-FILE
006550         AT END
006560             MOVE "Y" TO WS-EOF-SWITCH
006570     END-READ.
006580 3200-EXIT.
006590     EXIT.
006600*--------------------------------------------------------------*
006610*    3300-TALLY-ONE-LEDGER-ROW  -  ADD ONE LEDGER ROW'S        *
006620*                       WRITTEN COUNT TO EVERY SENT FILE IT      *
006630*                       FEEDS.  A RESTARTED RUN'S ROWS ADD UP TO *
006640*                       THE WHOLE.  A ROW FROM BEFORE THE        *
006650*                       WRITTEN COUNT EXISTED FALLS BACK TO READ *
006660*                       LESS REJECTED, AS DL170BL DOES.          *
006670*--------------------------------------------------------------*
006680 3300-TALLY-ONE-LEDGER-ROW.
006690     MOVE RH-DEST-TYPE TO WS-WORK-FEED.
006700     PERFORM 3500-FIND-STYLE
006710         THRU 3500-EXIT.
006720     PERFORM 3310-TALLY-SENT-ROW
006730         THRU 3310-EXIT
006740         VARYING WS-SN-SUB FROM 1 BY 1
006750         UNTIL WS-SN-SUB > WS-SN-USED.
006760     PERFORM 3200-READ-LEDGER
006770         THRU 3200-EXIT.
006780 3300-EXIT.
006790     EXIT.
006800*--------------------------------------------------------------*
006810*    3310-TALLY-SENT-ROW  -  ONE SENT FILE AGAINST THE LEDGER  *
006820*                       ROW                                      *
006830*--------------------------------------------------------------*
006840 3310-TALLY-SENT-ROW.
006850     IF RH-RUN-DATE NOT = WS-SN-RUN-DATE(WS-SN-SUB) THEN
006860         GO TO 3310-EXIT
006870     END-IF.
006880     IF WS-SN-FEED(WS-SN-SUB) NOT = SPACES
006890         AND WS-SN-FEED(WS-SN-SUB) NOT = RH-DEST-TYPE
006900         GO TO 3310-EXIT
006910     END-IF.
006920     MOVE "Y" TO WS-SN-LEDGER-SW(WS-SN-SUB).
006930     IF RH-WRITTEN-COUNT IS NUMERIC THEN
006940         ADD RH-WRITTEN-COUNT TO WS-SN-WRITTEN(WS-SN-SUB)
006950     ELSE
006960         ADD RH-READ-COUNT TO WS-SN-WRITTEN(WS-SN-SUB)
006970         SUBTRACT RH-REJECT-COUNT FROM WS-SN-WRITTEN(WS-SN-SUB)
006980     END-IF.
006990     IF WS-WORK-STYLE = "S" THEN
007000         MOVE "S" TO WS-SN-STYLE(WS-SN-SUB)
007010     END-IF.
007020 3310-EXIT.
007030     EXIT.
007040*--------------------------------------------------------------*
007050*    3400-REGISTER-ONE-FILE  -  PUT ONE SENT FILE ON THE LOG.  *
007060*                       ONE AN EARLIER RUN ALREADY LOGGED WITH   *
007070*                       THE SAME TOTALS IS LEFT AS IT IS; ONE    *
007080*                       WHOSE TOTALS CHANGED IS UPDATED AND      *
007090*                       AWAITS A FRESH ACKNOWLEDGEMENT.          *
007100*--------------------------------------------------------------*
007110 3400-REGISTER-ONE-FILE.
007120     MOVE WS-SN-RUN-DATE(WS-SN-SUB) TO WS-WORK-RUN-DATE.
007130     MOVE WS-SN-FEED(WS-SN-SUB) TO WS-WORK-FEED.
007140     PERFORM 7000-FIND-ENTRY
007150         THRU 7000-EXIT.
007160     IF WS-HIT-SUB = ZERO THEN
007170         GO TO 3400-ADD
007180     END-IF.
007190     IF WS-E-SENT-COUNT(WS-HIT-SUB) = WS-SN-COUNT(WS-SN-SUB)
007200         AND WS-E-SENT-CHARS(WS-HIT-SUB) = WS-SN-CHARS(WS-SN-SUB)
007210         AND WS-E-REPAIRED(WS-HIT-SUB) = WS-SN-REPAIRED(WS-SN-SUB)
007220         AND WS-E-WRITTEN(WS-HIT-SUB) = WS-SN-WRITTEN(WS-SN-SUB)
007230         AND WS-E-LEDGER-SW(WS-HIT-SUB)
007240             = WS-SN-LEDGER-SW(WS-SN-SUB)
007250         ADD 1 TO WS-ON-FILE-COUNT
007260         GO TO 3400-EXIT
007270     END-IF.
007280     ADD 1 TO WS-UPDATED-COUNT.
007290     GO TO 3400-SET.
007300 3400-ADD.
007310     PERFORM 7200-ADD-ENTRY
007320         THRU 7200-EXIT.
007330     IF WS-HIT-SUB = ZERO THEN
007340         GO TO 3400-EXIT
007350     END-IF.
007360     ADD 1 TO WS-REGISTERED-COUNT.
007370 3400-SET.
007380     MOVE "S" TO WS-E-STATE(WS-HIT-SUB).
007390     MOVE "Y" TO WS-E-NEW-SW(WS-HIT-SUB).
007400     MOVE SPACE TO WS-E-RESULT(WS-HIT-SUB).
007410     MOVE WS-SN-COUNT(WS-SN-SUB) TO WS-E-SENT-COUNT(WS-HIT-SUB).
007420     MOVE WS-SN-CHARS(WS-SN-SUB) TO WS-E-SENT-CHARS(WS-HIT-SUB).
007430     MOVE WS-SN-REPAIRED(WS-SN-SUB) TO WS-E-REPAIRED(WS-HIT-SUB).
007440     MOVE WS-SN-WRITTEN(WS-SN-SUB) TO WS-E-WRITTEN(WS-HIT-SUB).
007450     MOVE WS-SN-LEDGER-SW(WS-SN-SUB)
007460         TO WS-E-LEDGER-SW(WS-HIT-SUB).
007470     MOVE WS-SN-STYLE(WS-SN-SUB) TO WS-E-STYLE(WS-HIT-SUB).
007480     MOVE "S" TO WS-LOG-EVENT.
007490     PERFORM 7500-WRITE-LOG
007500         THRU 7500-EXIT.
007510     MOVE "Y" TO WS-MARK-SWITCH.
007520 3400-EXIT.
007530     EXIT.
007540*--------------------------------------------------------------*
007550*    3500-FIND-STYLE  -  THE TRUNCATION STYLE OF WS-WORK-FEED. *
007560*                       A FEED NOT IN THE TABLES COUNTS AS A     *
007570*                       HARD CUT.                                *
007580*--------------------------------------------------------------*
007590 3500-FIND-STYLE.
007600     MOVE "C" TO WS-WORK-STYLE.
007610     PERFORM 3510-SCAN-DT-ROW
007620         THRU 3510-EXIT
007630         VARYING WS-DT-SUB FROM 1 BY 1
007640         UNTIL WS-DT-SUB > DT-FEED-COUNT.
007650 3500-EXIT.
007660     EXIT.
007670*--------------------------------------------------------------*
007680*    3510-SCAN-DT-ROW  -  MATCH ONE FEED TABLE ROW             *
007690*--------------------------------------------------------------*
007700 3510-SCAN-DT-ROW.
007710     IF DT-CODE(WS-DT-SUB) = WS-WORK-FEED
007720         AND WS-WORK-FEED NOT = SPACES
007730         MOVE DT-TRUNC-STYLE(WS-DT-SUB) TO WS-WORK-STYLE
007740     END-IF.
007750 3510-EXIT.
007760     EXIT.
007770*--------------------------------------------------------------*
007780*    4000-MATCH-ACKS  -  MATCH EVERY ACKNOWLEDGEMENT RECEIVED. *
007790*                       NO FILE MEANS NONE CAME IN, WHICH IS NOT *
007800*                       AN ERROR IN ITSELF - THE OVERDUE CHECK   *
007810*                       WILL CATCH A RECEIVER THAT STAYS SILENT. *
007820*--------------------------------------------------------------*
007830 4000-MATCH-ACKS.
007840     MOVE "N" TO WS-EOF-SWITCH.
007850     OPEN INPUT ACK-FILE.
007860     IF WS-ACK-STATUS NOT = "00" THEN
007870         DISPLAY "DL270RC - NO ACKNOWLEDGEMENTS RECEIVED"
007880         GO TO 4000-EXIT
007890     END-IF.
007900     PERFORM 4100-READ-ACK
007910         THRU 4100-EXIT.
007920     PERFORM 4200-MATCH-ONE-ACK
007930         THRU 4200-EXIT
007940         UNTIL WS-EOF
007950         OR WS-RUN-STOPPED.
007960     CLOSE ACK-FILE.
007970 4000-EXIT.
007980     EXIT.
007990*--------------------------------------------------------------*
008000*    4100-READ-ACK  -  READ THE NEXT ACKNOWLEDGEMENT           *
008010*--------------------------------------------------------------*
008020 4100-READ-ACK.
008030     READ ACK-FILE
008040         AT END
008050             MOVE "Y" TO WS-EOF-SWITCH
008060     END-READ.
008070 4100-EXIT.
008080     EXIT.
008090*--------------------------------------------------------------*
008100*    4200-MATCH-ONE-ACK  -  FIND THE FILE ACKNOWLEDGED,        *
008110*                       COMPARE AND LOG THE OUTCOME.  AN         *
008120*                       ACKNOWLEDGEMENT FOR A FILE NOT ON THE    *
008130*                       LOG IS A MISMATCH.                       *
008140*--------------------------------------------------------------*
008150 4200-MATCH-ONE-ACK.
008160     IF AK-RECORD = SPACES THEN
008170         GO TO 4200-NEXT
008180     END-IF.
008190     ADD 1 TO WS-ACK-COUNT.
008200     MOVE AK-RUN-DATE TO WS-WORK-RUN-DATE.
008210     MOVE AK-FEED TO WS-WORK-FEED.
008220     PERFORM 7000-FIND-ENTRY
008230         THRU 7000-EXIT.
008240     IF WS-HIT-SUB = ZERO THEN
008250         PERFORM 7200-ADD-ENTRY
008260             THRU 7200-EXIT
008270         IF WS-HIT-SUB = ZERO THEN
008280             GO TO 4200-EXIT
008290         END-IF
008300         MOVE "U" TO WS-E-STATE(WS-HIT-SUB)
008310         MOVE "N" TO WS-E-LEDGER-SW(WS-HIT-SUB)
008320         MOVE "C" TO WS-E-STYLE(WS-HIT-SUB)
008330     END-IF.
008340     MOVE AK-RECEIVER TO WS-E-RECEIVER(WS-HIT-SUB).
008350     MOVE AK-RECEIVED-DATE TO WS-E-RECEIVED(WS-HIT-SUB).
008360     MOVE ZERO TO WS-E-ACK-COUNT(WS-HIT-SUB).
008370     MOVE ZERO TO WS-E-ACK-CHARS(WS-HIT-SUB).
008380     PERFORM 4300-COMPARE-ACK
008390         THRU 4300-EXIT.
008400     IF WS-E-REASON(WS-HIT-SUB) = SPACES THEN
008410         MOVE "M" TO WS-E-STATE(WS-HIT-SUB)
008420         MOVE "M" TO WS-E-RESULT(WS-HIT-SUB)
008430         MOVE "M" TO WS-LOG-EVENT
008440         ADD 1 TO WS-MATCHED-COUNT
008450     ELSE
008460         IF WS-E-STATE(WS-HIT-SUB) NOT = "U" THEN
008470             MOVE "X" TO WS-E-STATE(WS-HIT-SUB)
008480         END-IF
008490         MOVE "X" TO WS-E-RESULT(WS-HIT-SUB)
008500         MOVE "X" TO WS-LOG-EVENT
008510         ADD 1 TO WS-MISMATCH-COUNT
008520     END-IF.
008530     PERFORM 7500-WRITE-LOG
008540         THRU 7500-EXIT.
008550 4200-NEXT.
008560     PERFORM 4100-READ-ACK
008570         THRU 4100-EXIT.
008580 4200-EXIT.
008590     EXIT.
008600*--------------------------------------------------------------*
008610*    4300-COMPARE-ACK  -  SET WS-E-REASON TO THE FIRST THING   *
008620*                       THAT DISAGREES, OR SPACES WHEN IT ALL    *
008630*                       MATCHES.  A SPILL FEED GOES OUT AS       *
008640*                       SEGMENTS, SO ITS LINES ARE NOT HELD TO   *
008650*                       THE WRITTEN COUNT.  THE RECORDS REPAIRED *
008660*                       INTO THE FILE AFTER THE MAIN RUN ARE     *
008670*                       PART OF WHAT WAS WRITTEN.                *
008680*--------------------------------------------------------------*
008690 4300-COMPARE-ACK.
008700     MOVE SPACES TO WS-E-REASON(WS-HIT-SUB).
008710     IF WS-E-STATE(WS-HIT-SUB) = "U" THEN
008720         MOVE "NO FILE SENT FOR THIS RUN/FEED"
008730             TO WS-E-REASON(WS-HIT-SUB)
008740     END-IF.
008750     IF AK-RECORD-COUNT NOT NUMERIC
008760         OR AK-SUM-CHARS NOT NUMERIC
008770         IF WS-E-REASON(WS-HIT-SUB) = SPACES THEN
008780             MOVE "ACK TOTALS ARE NOT NUMERIC"
008790                 TO WS-E-REASON(WS-HIT-SUB)
008800         END-IF
008810         GO TO 4300-EXIT
008820     END-IF.
008830     MOVE AK-RECORD-COUNT TO WS-E-ACK-COUNT(WS-HIT-SUB).
008840     MOVE AK-SUM-CHARS TO WS-E-ACK-CHARS(WS-HIT-SUB).
008850     IF WS-E-REASON(WS-HIT-SUB) NOT = SPACES THEN
008860         GO TO 4300-EXIT
008870     END-IF.
008880     IF AK-RECORD-COUNT NOT = WS-E-SENT-COUNT(WS-HIT-SUB) THEN
008890         MOVE "RECORD COUNT DIFFERS FROM SENT"
008900             TO WS-E-REASON(WS-HIT-SUB)
008910         GO TO 4300-EXIT
008920     END-IF.
008930     IF AK-SUM-CHARS NOT = WS-E-SENT-CHARS(WS-HIT-SUB) THEN
008940         MOVE "CHARACTER TOTAL DIFFERS"
008950             TO WS-E-REASON(WS-HIT-SUB)
008960         GO TO 4300-EXIT
008970     END-IF.
008980     ADD WS-E-WRITTEN(WS-HIT-SUB) WS-E-REPAIRED(WS-HIT-SUB)
008990         GIVING WS-WORK-WRITTEN.
009000     IF WS-E-LEDGER-SW(WS-HIT-SUB) = "Y"
009010         AND WS-E-STYLE(WS-HIT-SUB) NOT = "S"
009020         AND AK-RECORD-COUNT NOT = WS-WORK-WRITTEN
009030         MOVE "RECORD COUNT DIFFERS FROM RUNHIST"
009040             TO WS-E-REASON(WS-HIT-SUB)
009050     END-IF.
009060 4300-EXIT.
009070     EXIT.
009080*--------------------------------------------------------------*
009090*    5000-CHECK-OVERDUE  -  ONE FILE STILL WITHOUT A MATCHING  *
009100*                       ACKNOWLEDGEMENT.  ONE MISMATCHED TONIGHT *
009110*                       IS ALREADY REPORTED AS SUCH.  THE FIRST  *
009120*                       NIGHT A FILE IS OVERDUE IT GOES ON THE   *
009130*                       LOG; IT IS REPORTED EVERY NIGHT AFTER.   *
009140*--------------------------------------------------------------*
009150 5000-CHECK-OVERDUE.
009160     IF WS-E-STATE(WS-SCAN-SUB) NOT = "S"
009170         AND WS-E-STATE(WS-SCAN-SUB) NOT = "X"
009180         GO TO 5000-EXIT
009190     END-IF.
009200     IF WS-E-RESULT(WS-SCAN-SUB) NOT = SPACE THEN
009210         GO TO 5000-EXIT
009220     END-IF.
009230     MOVE WS-E-RUN-DATE(WS-SCAN-SUB) TO WS-CONV-DATE.
009240     PERFORM 8000-DATE-TO-SERIAL
009250         THRU 8000-EXIT.
009260     IF NOT WS-DATE-OK THEN
009270         GO TO 5000-EXIT
009280     END-IF.
009290     SUBTRACT WS-CONV-SERIAL FROM WS-CHECK-SERIAL
009300         GIVING WS-FILE-AGE.
009310     IF WS-FILE-AGE NOT > WS-OVERDUE-DAYS THEN
009320         ADD 1 TO WS-AWAITING-COUNT
009330         GO TO 5000-EXIT
009340     END-IF.
009350     MOVE WS-FILE-AGE TO WS-E-AGE(WS-SCAN-SUB).
009360     MOVE "O" TO WS-E-RESULT(WS-SCAN-SUB).
009370     ADD 1 TO WS-OVERDUE-COUNT.
009380     IF WS-E-STATE(WS-SCAN-SUB) = "S" THEN
009390         MOVE "NO ACKNOWLEDGEMENT RECEIVED"
009400             TO WS-E-REASON(WS-SCAN-SUB)
009410     ELSE
009420         MOVE "NO MATCHING ACKNOWLEDGEMENT"
009430             TO WS-E-REASON(WS-SCAN-SUB)
009440     END-IF.
009450     IF WS-E-OVERDUE-SW(WS-SCAN-SUB) = "Y" THEN
009460         GO TO 5000-EXIT
009470     END-IF.
009480     MOVE "Y" TO WS-E-OVERDUE-SW(WS-SCAN-SUB).
009490     MOVE WS-SCAN-SUB TO WS-HIT-SUB.
009500     MOVE "O" TO WS-LOG-EVENT.
009510     PERFORM 7500-WRITE-LOG
009520         THRU 7500-EXIT.
009530 5000-EXIT.
009540     EXIT.
009550*--------------------------------------------------------------*
009560*    6000-PRINT-REPORT  -  ONE SECTION PER OUTCOME             *
009570*--------------------------------------------------------------*
009580 6000-PRINT-REPORT.
009590     MOVE "FILES REGISTERED OR UPDATED FROM THE SENT-FILE LOG"
009600         TO RP-RECORD.
009610     MOVE "N" TO WS-RPT-RESULT.
009620     PERFORM 6100-PRINT-SECTION
009630         THRU 6100-EXIT.
009640     MOVE "ACKNOWLEDGED AND MATCHED" TO RP-RECORD.
009650     MOVE "M" TO WS-RPT-RESULT.
009660     PERFORM 6100-PRINT-SECTION
009670         THRU 6100-EXIT.
009680     MOVE "ACKNOWLEDGED BUT MISMATCHED" TO RP-RECORD.
009690     MOVE "X" TO WS-RPT-RESULT.
009700     PERFORM 6100-PRINT-SECTION
009710         THRU 6100-EXIT.
009720     MOVE WS-OVERDUE-DAYS TO WS-RPT-DAYS.
009730     MOVE SPACES TO RP-RECORD.
009740     STRING "NOT ACKNOWLEDGED AFTER" WS-RPT-DAYS " DAYS"
009750         DELIMITED BY SIZE INTO RP-RECORD.
009760     MOVE "O" TO WS-RPT-RESULT.
009770     PERFORM 6100-PRINT-SECTION
009780         THRU 6100-EXIT.
009790 6000-EXIT.
009800     EXIT.
009810*--------------------------------------------------------------*
009820*    6100-PRINT-SECTION  -  THE HEADING IN RP-RECORD, THEN     *
009830*                       EVERY FILE WHOSE OUTCOME IS              *
009840*                       WS-RPT-RESULT ("N" FOR THOSE REGISTERED  *
009850*                       OR UPDATED TONIGHT)                      *
009860*--------------------------------------------------------------*
009870 6100-PRINT-SECTION.
009880     PERFORM 6900-WRITE-SPACED
009890         THRU 6900-EXIT.
009900     MOVE ZERO TO WS-SECTION-COUNT.
009910     PERFORM 6200-PRINT-ENTRY
009920         THRU 6200-EXIT
009930         VARYING WS-SCAN-SUB FROM 1 BY 1
009940         UNTIL WS-SCAN-SUB > WS-ENTRY-USED.
009950     IF WS-SECTION-COUNT = ZERO THEN
009960         MOVE "  (NONE)" TO RP-RECORD
009970         WRITE RP-RECORD
009980     END-IF.
009990 6100-EXIT.
010000     EXIT.
010010*--------------------------------------------------------------*
010020*    6200-PRINT-ENTRY  -  ONE FILE: WHAT WAS SENT, WHAT THE    *
010030*                       LEDGER SAYS WAS WRITTEN, WHAT WAS        *
010040*                       REPAIRED INTO IT, AND FOR AN             *
010050*                       ACKNOWLEDGED FILE WHAT CAME BACK         *
010060*--------------------------------------------------------------*
010070 6200-PRINT-ENTRY.
010080     IF WS-E-STATE(WS-SCAN-SUB) = SPACE THEN
010090         GO TO 6200-EXIT
010100     END-IF.
010110     IF WS-RPT-RESULT = "N" THEN
010120         IF WS-E-NEW-SW(WS-SCAN-SUB) NOT = "Y" THEN
010130             GO TO 6200-EXIT
010140         END-IF
010150     ELSE
010160         IF WS-E-RESULT(WS-SCAN-SUB) NOT = WS-RPT-RESULT THEN
010170             GO TO 6200-EXIT
010180         END-IF
010190     END-IF.
010200     ADD 1 TO WS-SECTION-COUNT.
010210     MOVE WS-E-FEED(WS-SCAN-SUB) TO WS-RPT-FEED.
010220     IF WS-E-FEED(WS-SCAN-SUB) = SPACES THEN
010230         MOVE "(NONE)" TO WS-RPT-FEED
010240     END-IF.
010250     MOVE SPACES TO RP-RECORD.
010260     IF WS-E-STATE(WS-SCAN-SUB) = "U" THEN
010270         STRING "  FEED " WS-RPT-FEED " RUN "
010280             WS-E-RUN-DATE(WS-SCAN-SUB)
010290             "  SENT    (NOTHING ON FILE)"
010300             DELIMITED BY SIZE INTO RP-RECORD
010310         WRITE RP-RECORD
010320         GO TO 6200-ACK
010330     END-IF.
010340     MOVE WS-E-SENT-COUNT(WS-SCAN-SUB) TO WS-RPT-COUNT.
010350     MOVE WS-E-SENT-CHARS(WS-SCAN-SUB) TO WS-RPT-CHARS.
010360     STRING "  FEED " WS-RPT-FEED " RUN "
010370         WS-E-RUN-DATE(WS-SCAN-SUB) "  SENT    " WS-RPT-COUNT " "
010380         WS-RPT-CHARS
010390         DELIMITED BY SIZE INTO RP-RECORD.
010400     WRITE RP-RECORD.
010410     MOVE SPACES TO RP-RECORD.
010420     IF WS-E-LEDGER-SW(WS-SCAN-SUB) = "Y" THEN
010430         MOVE WS-E-WRITTEN(WS-SCAN-SUB) TO WS-RPT-COUNT
010440         STRING "                              WRITTEN "
010450             WS-RPT-COUNT
010460             DELIMITED BY SIZE INTO RP-RECORD
010470         IF WS-E-STYLE(WS-SCAN-SUB) = "S" THEN
010480             MOVE "  (SPILL FEED)" TO RP-RECORD(50:14)
010490         END-IF
010500     ELSE
010510         MOVE "WRITTEN (NO RUN HISTORY)" TO RP-RECORD(31:24)
010520     END-IF.
010530     WRITE RP-RECORD.
010540     IF WS-E-REPAIRED(WS-SCAN-SUB) > ZERO THEN
010550         MOVE WS-E-REPAIRED(WS-SCAN-SUB) TO WS-RPT-COUNT
010560         MOVE SPACES TO RP-RECORD
010570         STRING "                              REPAIRED"
010580             WS-RPT-COUNT
010590             DELIMITED BY SIZE INTO RP-RECORD
010600         WRITE RP-RECORD
010610     END-IF.
010620 6200-ACK.
010630     IF WS-RPT-RESULT = "N" THEN
010640         GO TO 6200-EXIT
010650     END-IF.
010660     IF WS-E-RESULT(WS-SCAN-SUB) NOT = "M"
010670         AND WS-E-RESULT(WS-SCAN-SUB) NOT = "X"
010680         GO TO 6200-PROBLEM
010690     END-IF.
010700     MOVE WS-E-ACK-COUNT(WS-SCAN-SUB) TO WS-RPT-COUNT.
010710     MOVE WS-E-ACK-CHARS(WS-SCAN-SUB) TO WS-RPT-CHARS.
010720     MOVE SPACES TO RP-RECORD.
010730     STRING "                              ACK     "
010740         WS-RPT-COUNT " " WS-RPT-CHARS
010750         DELIMITED BY SIZE INTO RP-RECORD.
010760     WRITE RP-RECORD.
010770     MOVE SPACES TO RP-RECORD.
010780     STRING "                              FROM "
010790         WS-E-RECEIVER(WS-SCAN-SUB) " ON "
010800         WS-E-RECEIVED(WS-SCAN-SUB)
010810         DELIMITED BY SIZE INTO RP-RECORD.
010820     WRITE RP-RECORD.
010830 6200-PROBLEM.
010840     IF WS-RPT-RESULT = "M" THEN
010850         GO TO 6200-EXIT
010860     END-IF.
010870     MOVE SPACES TO RP-RECORD.
010880     IF WS-RPT-RESULT = "O" THEN
010890         MOVE WS-E-AGE(WS-SCAN-SUB) TO WS-RPT-DAYS
010900         STRING "  *** " DELIMITED BY SIZE
010910             WS-E-REASON(WS-SCAN-SUB) DELIMITED BY "  "
010920             ", DAYS SINCE THE RUN" WS-RPT-DAYS
010930             DELIMITED BY SIZE INTO RP-RECORD
010940     ELSE
010950         STRING "  *** " WS-E-REASON(WS-SCAN-SUB)
010960             DELIMITED BY SIZE INTO RP-RECORD
010970     END-IF.
010980     WRITE RP-RECORD.
010990 6200-EXIT.
011000     EXIT.
011010*--------------------------------------------------------------*
011020*    6900-WRITE-SPACED  -  A BLANK LINE, THEN RP-RECORD        *
011030*--------------------------------------------------------------*
011040 6900-WRITE-SPACED.
011050     MOVE RP-RECORD TO WS-RPT-HOLD.
011060     MOVE SPACES TO RP-RECORD.
011070     WRITE RP-RECORD.
011080     MOVE WS-RPT-HOLD TO RP-RECORD.
011090     WRITE RP-RECORD.
011100 6900-EXIT.
011110     EXIT.
011120*--------------------------------------------------------------*
011130*    7000-FIND-ENTRY  -  THE LOG TABLE ROW FOR                 *
011140*                       WS-WORK-RUN-DATE AND WS-WORK-FEED, OR    *
011150*                       ZERO                                     *
011160*--------------------------------------------------------------*
011170 7000-FIND-ENTRY.
011180     MOVE ZERO TO WS-HIT-SUB.
011190     PERFORM 7100-SCAN-ENTRY
011200         THRU 7100-EXIT
011210         VARYING WS-SCAN-SUB FROM 1 BY 1
011220         UNTIL WS-SCAN-SUB > WS-ENTRY-USED
011230         OR WS-HIT-SUB > ZERO.
011240 7000-EXIT.
011250     EXIT.
011260*--------------------------------------------------------------*
011270*    7100-SCAN-ENTRY  -  MATCH ONE LOG TABLE ROW               *
011280*--------------------------------------------------------------*
011290 7100-SCAN-ENTRY.
011300     IF WS-E-STATE(WS-SCAN-SUB) NOT = SPACE
011310         AND WS-E-RUN-DATE(WS-SCAN-SUB) = WS-WORK-RUN-DATE
011320         AND WS-E-FEED(WS-SCAN-SUB) = WS-WORK-FEED
011330         MOVE WS-SCAN-SUB TO WS-HIT-SUB
011340     END-IF.
011350 7100-EXIT.
011360     EXIT.
011370*--------------------------------------------------------------*
011380*    7200-ADD-ENTRY  -  A CLEARED ROW FOR WS-WORK-RUN-DATE AND *
011390*                       WS-WORK-FEED.  ONCE THE TABLE IS FULL    *
011400*                       THE FIRST MATCHED FILE GIVES UP ITS ROW; *
011410*                       WITH NONE TO GIVE UP THE RUN STOPS       *
011420*                       RATHER THAN LOSE TRACK OF A FILE.        *
011430*--------------------------------------------------------------*
011440 7200-ADD-ENTRY.
011450     MOVE ZERO TO WS-HIT-SUB.
011460     IF WS-ENTRY-USED < WS-ENTRY-MAX THEN
011470         ADD 1 TO WS-ENTRY-USED
011480         MOVE WS-ENTRY-USED TO WS-HIT-SUB
011490     ELSE
011500         PERFORM 7210-SCAN-FREE-ROW
011510             THRU 7210-EXIT
011520             VARYING WS-FREE-SUB FROM 1 BY 1
011530             UNTIL WS-FREE-SUB > WS-ENTRY-USED
011540             OR WS-HIT-SUB > ZERO
011550     END-IF.
011560     IF WS-HIT-SUB = ZERO THEN
011570         MOVE "*** ACKNOWLEDGEMENT LOG TABLE FULL ***"
011580             TO RP-RECORD
011590         PERFORM 6900-WRITE-SPACED
011600             THRU 6900-EXIT
011610         MOVE "Y" TO WS-STOP-SWITCH
011620         GO TO 7200-EXIT
011630     END-IF.
011640     MOVE SPACES TO WS-ENTRY(WS-HIT-SUB).
011650     MOVE WS-WORK-RUN-DATE TO WS-E-RUN-DATE(WS-HIT-SUB).
011660     MOVE WS-WORK-FEED TO WS-E-FEED(WS-HIT-SUB).
011670     MOVE ZERO TO WS-E-SENT-COUNT(WS-HIT-SUB).
011680     MOVE ZERO TO WS-E-SENT-CHARS(WS-HIT-SUB).
011690     MOVE ZERO TO WS-E-WRITTEN(WS-HIT-SUB).
011700     MOVE ZERO TO WS-E-REPAIRED(WS-HIT-SUB).
011710     MOVE ZERO TO WS-E-ACK-COUNT(WS-HIT-SUB).
011720     MOVE ZERO TO WS-E-ACK-CHARS(WS-HIT-SUB).
011730     MOVE ZERO TO WS-E-AGE(WS-HIT-SUB).
011740 7200-EXIT.
011750     EXIT.
011760*--------------------------------------------------------------*
011770*    7210-SCAN-FREE-ROW  -  TAKE ONE MATCHED FILE'S ROW        *
011780*--------------------------------------------------------------*
011790 7210-SCAN-FREE-ROW.
011800     IF WS-E-STATE(WS-FREE-SUB) = "M"
011810         AND WS-E-RESULT(WS-FREE-SUB) = SPACE
011820         MOVE WS-FREE-SUB TO WS-HIT-SUB
011830     END-IF.
011840 7210-EXIT.
011850     EXIT.
011860*--------------------------------------------------------------*
011870*    7500-WRITE-LOG  -  APPEND ONE WS-LOG-EVENT ROW FOR THE    *
011880*                       FILE IN LOG TABLE ROW WS-HIT-SUB         *
011890*--------------------------------------------------------------*
011900 7500-WRITE-LOG.
011910     MOVE SPACES TO AL-RECORD.
011920     MOVE WS-CHECK-DATE TO AL-LOG-DATE.
011930     MOVE WS-RUN-TIME TO AL-LOG-TIME.
011940     MOVE WS-LOG-EVENT TO AL-EVENT.
011950     MOVE WS-E-RUN-DATE(WS-HIT-SUB) TO AL-RUN-DATE.
011960     MOVE WS-E-FEED(WS-HIT-SUB) TO AL-FEED.
011970     MOVE WS-E-SENT-COUNT(WS-HIT-SUB) TO AL-SENT-COUNT.
011980     MOVE WS-E-SENT-CHARS(WS-HIT-SUB) TO AL-SENT-CHARS.
011990     MOVE WS-E-WRITTEN(WS-HIT-SUB) TO AL-WRITTEN-COUNT.
012000     MOVE WS-E-REPAIRED(WS-HIT-SUB) TO AL-REPAIRED-COUNT.
012010     MOVE ZERO TO AL-SENT-ROW.
012020     IF WS-LOG-EVENT = "S" THEN
012030         MOVE WS-SN-ROWS-TAKEN TO AL-SENT-ROW
012040     END-IF.
012050     MOVE WS-E-LEDGER-SW(WS-HIT-SUB) TO AL-LEDGER-SW.
012060     MOVE WS-E-STYLE(WS-HIT-SUB) TO AL-TRUNC-STYLE.
012070     MOVE WS-E-ACK-COUNT(WS-HIT-SUB) TO AL-ACK-COUNT.
012080     MOVE WS-E-ACK-CHARS(WS-HIT-SUB) TO AL-ACK-CHARS.
012090     MOVE WS-E-RECEIVER(WS-HIT-SUB) TO AL-RECEIVER.
012100     MOVE WS-E-RECEIVED(WS-HIT-SUB) TO AL-RECEIVED-DATE.
012110     MOVE WS-E-AGE(WS-HIT-SUB) TO AL-DAYS-OUT.
012120     IF WS-LOG-EVENT NOT = "S" AND WS-LOG-EVENT NOT = "M" THEN
012130         MOVE WS-E-REASON(WS-HIT-SUB) TO AL-REASON
012140     END-IF.
012150     WRITE AL-RECORD.
012160 7500-EXIT.
012170     EXIT.
012180*--------------------------------------------------------------*
012190*    8000-DATE-TO-SERIAL  -  TURN A YYYY-MM-DD DATE INTO A DAY *
012200*                       NUMBER SO TWO DATES CAN BE SUBTRACTED.   *
012210*                       WS-DATE-OK IS OFF FOR AN UNREADABLE      *
012220*                       DATE.                                    *
012230*--------------------------------------------------------------*
012240 8000-DATE-TO-SERIAL.
012250     MOVE "N" TO WS-DATE-OK-SWITCH.
012260     MOVE ZERO TO WS-CONV-SERIAL.
012270     IF WS-CONV-DATE(1:4) NOT NUMERIC
012280         OR WS-CONV-DATE(6:2) NOT NUMERIC
012290         OR WS-CONV-DATE(9:2) NOT NUMERIC
012300         GO TO 8000-EXIT
012310     END-IF.
012320     MOVE WS-CONV-DATE(1:4) TO WS-CONV-YEAR.
012330     MOVE WS-CONV-DATE(6:2) TO WS-CONV-MONTH.
012340     MOVE WS-CONV-DATE(9:2) TO WS-CONV-DAY.
012350     IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
012360         OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31
012370         GO TO 8000-EXIT
012380     END-IF.
012390     IF WS-CONV-MONTH < 3 THEN
012400         SUBTRACT 1 FROM WS-CONV-YEAR
012410         ADD 12 TO WS-CONV-MONTH
012420     END-IF.
012430     MULTIPLY WS-CONV-YEAR BY 365 GIVING WS-CONV-SERIAL.
012440     DIVIDE WS-CONV-YEAR BY 4 GIVING WS-SERIAL-PART.
012450     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
012460     DIVIDE WS-CONV-YEAR BY 100 GIVING WS-SERIAL-PART.
012470     SUBTRACT WS-SERIAL-PART FROM WS-CONV-SERIAL.
012480     DIVIDE WS-CONV-YEAR BY 400 GIVING WS-SERIAL-PART.
012490     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
012500     ADD 1 TO WS-CONV-MONTH GIVING WS-SERIAL-WORK.
012510     MULTIPLY WS-SERIAL-WORK BY 153 GIVING WS-SERIAL-WORK.
012520     DIVIDE WS-SERIAL-WORK BY 5 GIVING WS-SERIAL-PART.
012530     ADD WS-SERIAL-PART TO WS-CONV-SERIAL.
012540     ADD WS-CONV-DAY TO WS-CONV-SERIAL.
012550     MOVE "Y" TO WS-DATE-OK-SWITCH.
012560 8000-EXIT.
012570     EXIT.
012580*--------------------------------------------------------------*
012590*    9000-TERMINATE  -  TOTALS, CLOSE DOWN AND SET THE RETURN  *
012600*                       CODE                                     *
012610*--------------------------------------------------------------*
012620 9000-TERMINATE.
012630     IF WS-LOG-OPEN THEN
012640         CLOSE LOG-FILE
012650     END-IF.
012660     IF WS-RUN-STOPPED THEN
012670         MOVE SPACES TO RP-RECORD
012680         WRITE RP-RECORD
012690         MOVE "*** RUN STOPPED ***" TO RP-RECORD
012700         WRITE RP-RECORD
012710         CLOSE REPORT-FILE
012720         DISPLAY "DL270RC - RUN STOPPED - SEE RCRPFILE"
012730         MOVE 16 TO RETURN-CODE
012740         GO TO 9000-EXIT
012750     END-IF.
012760     MOVE SPACES TO RP-RECORD.
012770     WRITE RP-RECORD.
012780     MOVE WS-REGISTERED-COUNT TO WS-RPT-COUNT.
012790     MOVE SPACES TO RP-RECORD.
012800     STRING "FILES REGISTERED . . . . . . . . . " WS-RPT-COUNT
012810         DELIMITED BY SIZE INTO RP-RECORD.
012820     WRITE RP-RECORD.
012830     MOVE WS-UPDATED-COUNT TO WS-RPT-COUNT.
012840     MOVE SPACES TO RP-RECORD.
012850     STRING "  UPDATED WITH NEW TOTALS  . . . . " WS-RPT-COUNT
012860         DELIMITED BY SIZE INTO RP-RECORD.
012870     WRITE RP-RECORD.
012880     MOVE WS-ON-FILE-COUNT TO WS-RPT-COUNT.
012890     MOVE SPACES TO RP-RECORD.
012900     STRING "  ALREADY ON THE LOG . . . . . . . " WS-RPT-COUNT
012910         DELIMITED BY SIZE INTO RP-RECORD.
012920     WRITE RP-RECORD.
012930     MOVE WS-ACK-COUNT TO WS-RPT-COUNT.
012940     MOVE SPACES TO RP-RECORD.
012950     STRING "ACKNOWLEDGEMENTS RECEIVED  . . . . " WS-RPT-COUNT
012960         DELIMITED BY SIZE INTO RP-RECORD.
012970     WRITE RP-RECORD.
012980     MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT.
012990     MOVE SPACES TO RP-RECORD.
013000     STRING "  MATCHED  . . . . . . . . . . . . " WS-RPT-COUNT
013010         DELIMITED BY SIZE INTO RP-RECORD.
013020     WRITE RP-RECORD.
013030     MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT.
013040     MOVE SPACES TO RP-RECORD.
013050     STRING "  MISMATCHED . . . . . . . . . . . " WS-RPT-COUNT
013060         DELIMITED BY SIZE INTO RP-RECORD.
013070     WRITE RP-RECORD.
013080     MOVE WS-AWAITING-COUNT TO WS-RPT-COUNT.
013090     MOVE SPACES TO RP-RECORD.
013100     STRING "FILES AWAITING, NOT YET DUE  . . . " WS-RPT-COUNT
013110         DELIMITED BY SIZE INTO RP-RECORD.
013120     WRITE RP-RECORD.
013130     MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT.
013140     MOVE SPACES TO RP-RECORD.
013150     STRING "FILES OVERDUE  . . . . . . . . . . " WS-RPT-COUNT
013160         DELIMITED BY SIZE INTO RP-RECORD.
013170     WRITE RP-RECORD.
013180     CLOSE REPORT-FILE.
013190     IF WS-MISMATCH-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO THEN
013200         DISPLAY "DL270RC - ACKNOWLEDGEMENTS OUT OF BALANCE - "
013210             "SEE RCRPFILE"
013220         MOVE 8 TO RETURN-CODE
013230     END-IF.
013240 9000-EXIT.
013250     EXIT.
