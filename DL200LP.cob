000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL200LP                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     LIMIT-RECOMMENDATION REPORT OVER THE PERMANENT  *
000170*               LENGTH-PROFILE FILE (LENPROF, LAYOUT DL100LP)   *
000180*               THAT DL100MN APPENDS ON EVERY LIVE RUN.  FOR    *
000190*               EACH FEED, AND EACH DL100FL FIELD OF A FIELD-   *
000200*               LAYOUT FEED, PRINTS THE VOLUME AND LENGTH       *
000210*               SPREAD OVER THE HISTORY, HOW MANY RECORDS ARE   *
000220*               CUT AT THE CURRENT FEEDDEF LIMIT AND HOW MANY   *
000230*               WOULD BE CUT AT A FEW CANDIDATE LIMITS, AND     *
000240*               PROPOSES THE SMALLEST LIMIT (IN STEPS OF TEN,   *
000250*               OR THE FULL FIELD WIDTH) THAT KEEPS TRUNCATION  *
000260*               AT OR UNDER THE TARGET PERCENTAGE, WITH THE     *
000270*               FEEDDEF ROW IMAGE THAT WOULD CARRY IT.  THE     *
000280*               TARGET, A FEED FILTER, A START DATE AND THE     *
000290*               CANDIDATES COME FROM THE OPTIONAL LPPARM CARD   *
000300*               (DL200PM).  THE REPORT CHANGES NOTHING - A      *
000310*               PROPOSED ROW STILL GOES THROUGH DL140TM.        *
000320*                                                                *
000330*  MODIFICATION HISTORY.                                        *
000340*  DATE        BY    DESCRIPTION                                *
000350*  ----------  ----  -------------------------------------      *
000360*  10/15/2026  RDM   INITIAL VERSION.                           *
000370*--------------------------------------------------------------*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.         DL200LP.
000400 AUTHOR.             R. MARCHETTI.
000410 INSTALLATION.       DATA QUALITY SYSTEMS.
000420 DATE-WRITTEN.       10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARM-FILE ASSIGN TO "LPPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510     SELECT LENPROF-FILE ASSIGN TO "LENPROF"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LENPROF-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO "LPRPFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARM-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY DL200PM.
000620*
000630 FD  LENPROF-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY DL100LP.
000660*
000670 FD  REPORT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY DL100RP.
000700*
000710 WORKING-STORAGE SECTION.
000720 01  WS-PARM-STATUS              PIC X(02).
000730 01  WS-LENPROF-STATUS           PIC X(02).
000740 01  WS-TBL-STATUS               PIC X(02).
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000770         88  WS-EOF                       VALUE "Y".
000780     05  WS-CARD-CAND-SWITCH     PIC X(01) VALUE "N".
000790         88  WS-CARD-CANDIDATES           VALUE "Y".
000795     05  WS-OPEN-SWITCH          PIC X(01) VALUE "N".
000796         88  WS-LENPROF-OPEN              VALUE "Y".
000800     05  WS-FOUND-SWITCH         PIC X(01).
000810         88  WS-LIMIT-FOUND               VALUE "Y".
000820*--------------------------------------------------------------*
000830*    WORKING STORAGE FOR THE EFFECTIVE CARD VALUES              *
000840*--------------------------------------------------------------*
000850 01  WS-PARM-FIELDS.
000860     05  WS-TARGET-PCT           PIC 9(02)V9(02) VALUE 1.00.
000870     05  WS-FEED-FILTER          PIC X(04) VALUE SPACES.
000880     05  WS-FROM-DATE            PIC X(10) VALUE SPACES.
000890     05  WS-CANDIDATE            PIC 9(4) COMP
000900                                 OCCURS 4 TIMES.
000910*--------------------------------------------------------------*
000920*    WORKING STORAGE FOR THE FEED DEFINITIONS, FOR THE CURRENT  *
000930*    LIMITS AND THE PROPOSED ROW IMAGES                         *
000940*--------------------------------------------------------------*
000950 COPY DL100DT.
000960 COPY DL100FL.
000970 COPY DL100FD.
000980*--------------------------------------------------------------*
000990*    WORKING STORAGE FOR THE PROFILE TABLE.  ONE ROW PER FEED   *
001000*    AND FIELD NUMBER, OPENED BY THE FIRST HISTORY ROW THAT     *
001010*    MEETS IT.  THE CURRENT LIMIT AND WIDTH COME FROM FEEDDEF   *
001020*    WHEN THE FEED (AND FIELD) IS STILL DEFINED THERE, ELSE     *
001030*    FROM THE NEWEST HISTORY ROW.                               *
001040*--------------------------------------------------------------*
001050 01  WS-PROFILE-TABLE.
001060     05  WS-ROW-USED             PIC 9(4) COMP VALUE ZERO.
001070     05  WS-ROW-ENTRY OCCURS 60 TIMES.
001080         10  WS-R-CODE           PIC X(04).
001090         10  WS-R-FIELD-NO       PIC 9(02).
001100         10  WS-R-FIELD-NAME     PIC X(10).
001110         10  WS-R-STYLE          PIC X(01).
001120         10  WS-R-DEFINED-SW     PIC X(01).
001130         10  WS-R-DT-SUB         PIC 9(02) COMP.
001140         10  WS-R-FL-SUB         PIC 9(02) COMP.
001150         10  WS-R-WIDTH          PIC 9(4) COMP.
001160         10  WS-R-CUR-LIMIT      PIC 9(4) COMP.
001170         10  WS-R-RUNS           PIC 9(09) COMP.
001180         10  WS-R-RECORDS        PIC 9(11) COMP.
001190         10  WS-R-CUT-CURRENT    PIC 9(11) COMP.
001200         10  WS-R-ESTIMATE-SW    PIC X(01).
001210         10  WS-R-MAX            PIC 9(4) COMP.
001220         10  WS-R-SUM            PIC 9(13) COMP.
001230         10  WS-R-FIRST-DATE     PIC X(10).
001240         10  WS-R-LAST-DATE      PIC X(10).
001250         10  WS-R-BUCKET         PIC 9(11) COMP
001260                                 OCCURS 50 TIMES.
001270 01  WS-SUBSCRIPTS.
001280     05  WS-SCAN-SUB             PIC 9(4) COMP.
001290     05  WS-HIT-SUB              PIC 9(4) COMP.
001300     05  WS-ROW-SUB              PIC 9(4) COMP.
001310     05  WS-BUCKET-SUB           PIC 9(4) COMP.
001320     05  WS-START-BUCKET         PIC 9(4) COMP.
001330     05  WS-CAND-SUB             PIC 9(4) COMP.
001340*--------------------------------------------------------------*
001350*    WORKING STORAGE FOR THE TOTALS AND THE LIMIT ARITHMETIC    *
001360*--------------------------------------------------------------*
001370 01  WS-TOTALS.
001380     05  WS-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
001390     05  WS-SKIP-COUNT           PIC 9(09) COMP VALUE ZERO.
001400     05  WS-LOST-COUNT           PIC 9(09) COMP VALUE ZERO.
001410     05  WS-CHANGE-COUNT         PIC 9(09) COMP VALUE ZERO.
001420 01  WS-WORK-FIELDS.
001430     05  WS-TRY-LIMIT            PIC 9(4) COMP.
001440     05  WS-STEP                 PIC 9(4) COMP.
001450     05  WS-QUOTIENT             PIC 9(4) COMP.
001460     05  WS-REMAINDER            PIC 9(4) COMP.
001470     05  WS-CUT-COUNT            PIC 9(11) COMP.
001480     05  WS-PCT-WORK             PIC 9(13) COMP.
001490     05  WS-PCT                  PIC 9(3)V9(2) COMP-3.
001500     05  WS-ALLOWED-WORK         PIC 9(13)V9(2) COMP-3.
001510     05  WS-ALLOWED-CUT          PIC 9(11)V9(4) COMP-3.
001520     05  WS-AVG-LENGTH           PIC 9(4)V9(2) COMP-3.
001530     05  WS-MARK                 PIC X(10).
001540 01  WS-REPORT-EDIT-FIELDS.
001550     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001560     05  WS-RPT-RECORDS          PIC Z,ZZZ,ZZZ,ZZ9.
001570     05  WS-RPT-RUNS             PIC ZZ,ZZ9.
001580     05  WS-RPT-LIMIT            PIC Z,ZZ9.
001590     05  WS-RPT-WIDTH            PIC Z,ZZ9.
001600     05  WS-RPT-LONGEST          PIC Z,ZZ9.
001610     05  WS-RPT-AVERAGE          PIC Z,ZZ9.99.
001620     05  WS-RPT-PCT              PIC ZZ9.99.
001630     05  WS-RPT-TARGET           PIC Z9.99.
001640     05  WS-RPT-FIELD-NO         PIC 9(02).
001650*
001660 PROCEDURE DIVISION.
001670*--------------------------------------------------------------*
001680*    0000-MAINLINE                                              *
001690*--------------------------------------------------------------*
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE
001720         THRU 1000-EXIT.
001730     PERFORM 2000-TALLY-PROFILE
001740         THRU 2000-EXIT
001750         UNTIL WS-EOF.
001760     PERFORM 9000-TERMINATE
001770         THRU 9000-EXIT.
001780     STOP RUN.
001790*--------------------------------------------------------------*
001800*    1000-INITIALIZE  -  TAKE THE CARD, LOAD THE FEED           *
001810*                       DEFINITIONS AND OPEN THE PROFILE FILE    *
001820*--------------------------------------------------------------*
001830 1000-INITIALIZE.
001840     PERFORM 1100-READ-PARAMETERS
001850         THRU 1100-EXIT.
001860     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
001870     IF WS-TBL-STATUS NOT = "00" THEN
001880         DISPLAY "DL200LP - FEED DEFINITION LOAD STATUS "
001890             WS-TBL-STATUS
001900     END-IF.
001910     OPEN INPUT LENPROF-FILE.
001920     IF WS-LENPROF-STATUS NOT = "00" THEN
001930         DISPLAY "DL200LP - NO LENGTH-PROFILE FILE"
001940         MOVE "Y" TO WS-EOF-SWITCH
001950         GO TO 1000-EXIT
001960     END-IF.
001965     MOVE "Y" TO WS-OPEN-SWITCH.
001970     PERFORM 1200-READ-PROFILE
001980         THRU 1200-EXIT.
001990 1000-EXIT.
002000     EXIT.
002010*--------------------------------------------------------------*
002020*    1100-READ-PARAMETERS  -  PICK UP THE OPTIONAL CARD.  A     *
002030*                       BLANK OR NON-NUMERIC VALUE KEEPS ITS     *
002040*                       DEFAULT.                                 *
002050*--------------------------------------------------------------*
002060 1100-READ-PARAMETERS.
002070     MOVE ZERO TO WS-CANDIDATE(1).
002080     MOVE ZERO TO WS-CANDIDATE(2).
002090     MOVE ZERO TO WS-CANDIDATE(3).
002100     MOVE ZERO TO WS-CANDIDATE(4).
002110     OPEN INPUT PARM-FILE.
002120     IF WS-PARM-STATUS NOT = "00" THEN
002130         GO TO 1100-EXIT
002140     END-IF.
002150     READ PARM-FILE
002160         AT END
002170             CLOSE PARM-FILE
002180             GO TO 1100-EXIT
002190     END-READ.
002200     IF LR-TARGET-PCT IS NUMERIC
002210         AND LR-TARGET-PCT > ZERO
002220         MOVE LR-TARGET-PCT TO WS-TARGET-PCT
002230     END-IF.
002240     MOVE LR-FEED-CODE TO WS-FEED-FILTER.
002250     MOVE LR-FROM-DATE TO WS-FROM-DATE.
002260     PERFORM 1150-TAKE-CANDIDATE
002270         THRU 1150-EXIT
002280         VARYING WS-CAND-SUB FROM 1 BY 1
002290         UNTIL WS-CAND-SUB > 4.
002300     CLOSE PARM-FILE.
002310 1100-EXIT.
002320     EXIT.
002330*--------------------------------------------------------------*
002340*    1150-TAKE-CANDIDATE  -  ONE CANDIDATE LIMIT FROM THE CARD. *
002350*                       ANY USABLE ONE REPLACES THE DEFAULT      *
002360*                       STEPS FOR EVERY FEED REPORTED.           *
002370*--------------------------------------------------------------*
002380 1150-TAKE-CANDIDATE.
002390     IF LR-CANDIDATE(WS-CAND-SUB) IS NUMERIC
002400         AND LR-CANDIDATE(WS-CAND-SUB) > ZERO
002410         MOVE LR-CANDIDATE(WS-CAND-SUB)
002420             TO WS-CANDIDATE(WS-CAND-SUB)
002430         MOVE "Y" TO WS-CARD-CAND-SWITCH
002440     END-IF.
002450 1150-EXIT.
002460     EXIT.
002470*--------------------------------------------------------------*
002480*    1200-READ-PROFILE  -  READ THE NEXT PROFILE ROW            *
002490*--------------------------------------------------------------*
002500 1200-READ-PROFILE.
002510     READ LENPROF-FILE
002520         AT END
002530             MOVE "Y" TO WS-EOF-SWITCH
002540         NOT AT END
002550             ADD 1 TO WS-RECORD-COUNT
002560     END-READ.
002570 1200-EXIT.
002580     EXIT.
002590*--------------------------------------------------------------*
002600*    2000-TALLY-PROFILE  -  FOLD ONE PROFILE ROW INTO ITS FEED  *
002610*                       AND FIELD ROW.  ROWS OUTSIDE THE CARD'S  *
002620*                       FEED OR DATE, AND DAMAGED ROWS, ARE      *
002630*                       COUNTED AS SKIPPED.                      *
002640*--------------------------------------------------------------*
002650 2000-TALLY-PROFILE.
002660     IF LP-RECORD-COUNT NOT NUMERIC
002670         OR LP-FIELD-NUMBER NOT NUMERIC
002680         OR LP-OVER-LIMIT-COUNT NOT NUMERIC
002690         OR LP-LIMIT-USED NOT NUMERIC
002700         OR (WS-FEED-FILTER NOT = SPACES
002710             AND LP-DEST-TYPE NOT = WS-FEED-FILTER)
002720         OR (WS-FROM-DATE NOT = SPACES
002730             AND LP-RUN-DATE < WS-FROM-DATE)
002740         ADD 1 TO WS-SKIP-COUNT
002750         GO TO 2000-NEXT
002760     END-IF.
002770     PERFORM 2100-FIND-ROW
002780         THRU 2100-EXIT.
002790     IF WS-HIT-SUB = ZERO THEN
002800         ADD 1 TO WS-LOST-COUNT
002810         GO TO 2000-NEXT
002820     END-IF.
002830     ADD 1 TO WS-R-RUNS(WS-HIT-SUB).
002840     ADD LP-RECORD-COUNT TO WS-R-RECORDS(WS-HIT-SUB).
002850     ADD LP-SUM-LENGTH TO WS-R-SUM(WS-HIT-SUB).
002860     IF LP-MAX-LENGTH > WS-R-MAX(WS-HIT-SUB) THEN
002870         MOVE LP-MAX-LENGTH TO WS-R-MAX(WS-HIT-SUB)
002880     END-IF.
002890     IF WS-R-FIRST-DATE(WS-HIT-SUB) = SPACES
002900         OR LP-RUN-DATE < WS-R-FIRST-DATE(WS-HIT-SUB)
002910         MOVE LP-RUN-DATE TO WS-R-FIRST-DATE(WS-HIT-SUB)
002920     END-IF.
002930     IF LP-RUN-DATE > WS-R-LAST-DATE(WS-HIT-SUB) THEN
002940         MOVE LP-RUN-DATE TO WS-R-LAST-DATE(WS-HIT-SUB)
002950     END-IF.
002960     PERFORM 2200-ADD-BUCKET
002970         THRU 2200-EXIT
002980         VARYING WS-BUCKET-SUB FROM 1 BY 1
002990         UNTIL WS-BUCKET-SUB > 50.
003000     PERFORM 2300-CUT-AT-CURRENT
003010         THRU 2300-EXIT.
003020 2000-NEXT.
003030     PERFORM 1200-READ-PROFILE
003040         THRU 1200-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070*--------------------------------------------------------------*
003080*    2100-FIND-ROW  -  MATCH OR ADD THE TABLE ROW FOR THE       *
003090*                       PROFILE ROW'S FEED AND FIELD NUMBER      *
003100*--------------------------------------------------------------*
003110 2100-FIND-ROW.
003120     MOVE ZERO TO WS-HIT-SUB.
003130     PERFORM 2110-SCAN-ROW
003140         THRU 2110-EXIT
003150         VARYING WS-SCAN-SUB FROM 1 BY 1
003160         UNTIL WS-SCAN-SUB > WS-ROW-USED
003170         OR WS-HIT-SUB > ZERO.
003180     IF WS-HIT-SUB > ZERO THEN
003190         GO TO 2100-EXIT
003200     END-IF.
003210     IF WS-ROW-USED NOT < 60 THEN
003220         GO TO 2100-EXIT
003230     END-IF.
003240     ADD 1 TO WS-ROW-USED.
003250     MOVE WS-ROW-USED TO WS-HIT-SUB.
003260     MOVE LP-DEST-TYPE TO WS-R-CODE(WS-HIT-SUB).
003270     MOVE LP-FIELD-NUMBER TO WS-R-FIELD-NO(WS-HIT-SUB).
003280     MOVE LP-FIELD-NAME TO WS-R-FIELD-NAME(WS-HIT-SUB).
003290     MOVE LP-TRUNC-STYLE TO WS-R-STYLE(WS-HIT-SUB).
003300     MOVE LP-FIELD-WIDTH TO WS-R-WIDTH(WS-HIT-SUB).
003310     MOVE LP-LIMIT-USED TO WS-R-CUR-LIMIT(WS-HIT-SUB).
003320     MOVE "N" TO WS-R-DEFINED-SW(WS-HIT-SUB).
003330     MOVE "N" TO WS-R-ESTIMATE-SW(WS-HIT-SUB).
003340     MOVE ZERO TO WS-R-DT-SUB(WS-HIT-SUB).
003350     MOVE ZERO TO WS-R-FL-SUB(WS-HIT-SUB).
003360     MOVE ZERO TO WS-R-RUNS(WS-HIT-SUB).
003370     MOVE ZERO TO WS-R-RECORDS(WS-HIT-SUB).
003380     MOVE ZERO TO WS-R-CUT-CURRENT(WS-HIT-SUB).
003390     MOVE ZERO TO WS-R-MAX(WS-HIT-SUB).
003400     MOVE ZERO TO WS-R-SUM(WS-HIT-SUB).
003410     MOVE SPACES TO WS-R-FIRST-DATE(WS-HIT-SUB).
003420     MOVE SPACES TO WS-R-LAST-DATE(WS-HIT-SUB).
003430     PERFORM 2120-CLEAR-BUCKET
003440         THRU 2120-EXIT
003450         VARYING WS-BUCKET-SUB FROM 1 BY 1
003460         UNTIL WS-BUCKET-SUB > 50.
003470     PERFORM 2150-SET-CURRENT-LIMIT
003480         THRU 2150-EXIT.
003490 2100-EXIT.
003500     EXIT.
003510*--------------------------------------------------------------*
003520*    2110-SCAN-ROW  -  MATCH ONE TABLE ROW                      *
003530*--------------------------------------------------------------*
003540 2110-SCAN-ROW.
003550     IF WS-R-CODE(WS-SCAN-SUB) = LP-DEST-TYPE
003560         AND WS-R-FIELD-NO(WS-SCAN-SUB) = LP-FIELD-NUMBER
003570         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003580     END-IF.
003590 2110-EXIT.
003600     EXIT.
003610*--------------------------------------------------------------*
003620*    2120-CLEAR-BUCKET  -  ZERO ONE LENGTH BUCKET OF A NEW ROW  *
003630*--------------------------------------------------------------*
003640 2120-CLEAR-BUCKET.
003650     MOVE ZERO TO WS-R-BUCKET(WS-HIT-SUB, WS-BUCKET-SUB).
003660 2120-EXIT.
003670     EXIT.
003680*--------------------------------------------------------------*
003690*    2150-SET-CURRENT-LIMIT  -  TAKE THE LIMIT AND WIDTH FROM   *
003700*                       THE FEED DEFINITION AS IT STANDS TODAY.  *
003710*                       A FEED OR FIELD NO LONGER DEFINED KEEPS  *
003720*                       THE FIGURES FROM ITS FIRST HISTORY ROW.  *
003730*--------------------------------------------------------------*
003740 2150-SET-CURRENT-LIMIT.
003750     MOVE ZERO TO WS-ROW-SUB.
003760     PERFORM 2160-SCAN-DT-ROW
003770         THRU 2160-EXIT
003780         VARYING WS-SCAN-SUB FROM 1 BY 1
003790         UNTIL WS-SCAN-SUB > DT-FEED-COUNT
003800         OR WS-ROW-SUB > ZERO.
003810     IF WS-ROW-SUB = ZERO THEN
003820         GO TO 2150-EXIT
003830     END-IF.
003840     MOVE WS-ROW-SUB TO WS-R-DT-SUB(WS-HIT-SUB).
003850     MOVE DT-TRUNC-STYLE(WS-ROW-SUB) TO WS-R-STYLE(WS-HIT-SUB).
003860     IF LP-FIELD-NUMBER = ZERO THEN
003870         MOVE "Y" TO WS-R-DEFINED-SW(WS-HIT-SUB)
003880         MOVE DT-LIMIT(WS-ROW-SUB) TO WS-R-CUR-LIMIT(WS-HIT-SUB)
003890         MOVE DT-SOURCE-WIDTH(WS-ROW-SUB)
003900             TO WS-R-WIDTH(WS-HIT-SUB)
003910         GO TO 2150-EXIT
003920     END-IF.
003930     MOVE ZERO TO WS-ROW-SUB.
003940     PERFORM 2170-SCAN-FL-ROW
003950         THRU 2170-EXIT
003960         VARYING WS-SCAN-SUB FROM 1 BY 1
003970         UNTIL WS-SCAN-SUB > FL-FEED-COUNT
003980         OR WS-ROW-SUB > ZERO.
003990     IF WS-ROW-SUB = ZERO THEN
004000         GO TO 2150-EXIT
004010     END-IF.
004020     IF LP-FIELD-NUMBER > FL-FIELD-COUNT(WS-ROW-SUB) THEN
004030         GO TO 2150-EXIT
004040     END-IF.
004050     MOVE "Y" TO WS-R-DEFINED-SW(WS-HIT-SUB).
004060     MOVE WS-ROW-SUB TO WS-R-FL-SUB(WS-HIT-SUB).
004070     MOVE FL-FIELD-NAME(WS-ROW-SUB, LP-FIELD-NUMBER)
004080         TO WS-R-FIELD-NAME(WS-HIT-SUB).
004090     MOVE FL-FIELD-LIMIT(WS-ROW-SUB, LP-FIELD-NUMBER)
004100         TO WS-R-CUR-LIMIT(WS-HIT-SUB).
004110     MOVE FL-FIELD-LENGTH(WS-ROW-SUB, LP-FIELD-NUMBER)
004120         TO WS-R-WIDTH(WS-HIT-SUB).
004130 2150-EXIT.
004140     EXIT.
004150*--------------------------------------------------------------*
004160*    2160-SCAN-DT-ROW  -  MATCH ONE DESTINATION-TYPE ROW        *
004170*--------------------------------------------------------------*
004180 2160-SCAN-DT-ROW.
004190     IF DT-CODE(WS-SCAN-SUB) = LP-DEST-TYPE
004200         AND LP-DEST-TYPE NOT = SPACES
004210         MOVE WS-SCAN-SUB TO WS-ROW-SUB
004220     END-IF.
004230 2160-EXIT.
004240     EXIT.
004250*--------------------------------------------------------------*
004260*    2170-SCAN-FL-ROW  -  MATCH ONE FIELD-LAYOUT ROW            *
004270*--------------------------------------------------------------*
004280 2170-SCAN-FL-ROW.
004290     IF FL-CODE(WS-SCAN-SUB) = LP-DEST-TYPE
004300         MOVE WS-SCAN-SUB TO WS-ROW-SUB
004310     END-IF.
004320 2170-EXIT.
004330     EXIT.
004340*--------------------------------------------------------------*
004350*    2200-ADD-BUCKET  -  ADD ONE LENGTH BUCKET OF THE ROW       *
004360*--------------------------------------------------------------*
004370 2200-ADD-BUCKET.
004380     IF LP-LENGTH-BUCKET(WS-BUCKET-SUB) IS NUMERIC THEN
004390         ADD LP-LENGTH-BUCKET(WS-BUCKET-SUB)
004400             TO WS-R-BUCKET(WS-HIT-SUB, WS-BUCKET-SUB)
004410     END-IF.
004420 2200-EXIT.
004430     EXIT.
004440*--------------------------------------------------------------*
004450*    2300-CUT-AT-CURRENT  -  RECORDS OF THIS RUN CUT AT THE     *
004460*                       CURRENT LIMIT.  A RUN MADE AT THAT SAME  *
004470*                       LIMIT CARRIES THE EXACT COUNT; A RUN     *
004480*                       MADE AT ANOTHER LIMIT IS PRICED FROM ITS *
004490*                       BUCKETS, EXACT WHEN THE CURRENT LIMIT IS *
004500*                       A MULTIPLE OF TEN AND OTHERWISE COUNTING *
004510*                       THE WHOLE BOUNDARY BUCKET AS CUT.        *
004520*--------------------------------------------------------------*
004530 2300-CUT-AT-CURRENT.
004540     IF LP-LIMIT-USED = WS-R-CUR-LIMIT(WS-HIT-SUB) THEN
004550         ADD LP-OVER-LIMIT-COUNT TO WS-R-CUT-CURRENT(WS-HIT-SUB)
004560         GO TO 2300-EXIT
004570     END-IF.
004580     DIVIDE WS-R-CUR-LIMIT(WS-HIT-SUB) BY 10
004590         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
004600     IF WS-REMAINDER NOT = ZERO THEN
004610         MOVE "Y" TO WS-R-ESTIMATE-SW(WS-HIT-SUB)
004620     END-IF.
004630     ADD 1 TO WS-QUOTIENT GIVING WS-START-BUCKET.
004640     PERFORM 2310-ADD-ROW-CUT
004650         THRU 2310-EXIT
004660         VARYING WS-BUCKET-SUB FROM WS-START-BUCKET BY 1
004670         UNTIL WS-BUCKET-SUB > 50.
004680 2300-EXIT.
004690     EXIT.
004700*--------------------------------------------------------------*
004710*    2310-ADD-ROW-CUT  -  ONE BUCKET OF THE RUN ABOVE THE LIMIT *
004720*--------------------------------------------------------------*
004730 2310-ADD-ROW-CUT.
004740     IF LP-LENGTH-BUCKET(WS-BUCKET-SUB) IS NUMERIC THEN
004750         ADD LP-LENGTH-BUCKET(WS-BUCKET-SUB)
004760             TO WS-R-CUT-CURRENT(WS-HIT-SUB)
004770     END-IF.
004780 2310-EXIT.
004790     EXIT.
004800*--------------------------------------------------------------*
004810*    5000-COUNT-CUT  -  RECORDS OF THE WHOLE HISTORY LONGER     *
004820*                       THAN WS-TRY-LIMIT, FROM THE BUCKETS OF   *
004830*                       ROW WS-ROW-SUB.  EXACT AT A MULTIPLE OF  *
004840*                       TEN; OTHERWISE THE BOUNDARY BUCKET       *
004850*                       COUNTS AS CUT SO THE FIGURE NEVER        *
004860*                       UNDERSTATES.                             *
004870*--------------------------------------------------------------*
004880 5000-COUNT-CUT.
004890     MOVE ZERO TO WS-CUT-COUNT.
004900     DIVIDE WS-TRY-LIMIT BY 10
004910         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
004920     ADD 1 TO WS-QUOTIENT GIVING WS-START-BUCKET.
004930     PERFORM 5100-ADD-CUT-BUCKET
004940         THRU 5100-EXIT
004950         VARYING WS-BUCKET-SUB FROM WS-START-BUCKET BY 1
004960         UNTIL WS-BUCKET-SUB > 50.
004970 5000-EXIT.
004980     EXIT.
004990*--------------------------------------------------------------*
005000*    5100-ADD-CUT-BUCKET  -  ONE BUCKET ABOVE THE LIMIT         *
005010*--------------------------------------------------------------*
005020 5100-ADD-CUT-BUCKET.
005030     ADD WS-R-BUCKET(WS-ROW-SUB, WS-BUCKET-SUB) TO WS-CUT-COUNT.
005040 5100-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070*    5200-CUT-PERCENT  -  WS-CUT-COUNT AS A PERCENTAGE OF THE   *
005080*                       ROW'S RECORDS                            *
005090*--------------------------------------------------------------*
005100 5200-CUT-PERCENT.
005110     MOVE ZERO TO WS-PCT.
005120     IF WS-R-RECORDS(WS-ROW-SUB) > ZERO THEN
005130         MULTIPLY WS-CUT-COUNT BY 100 GIVING WS-PCT-WORK
005140         DIVIDE WS-PCT-WORK BY WS-R-RECORDS(WS-ROW-SUB)
005150             GIVING WS-PCT ROUNDED
005160     END-IF.
005170 5200-EXIT.
005180     EXIT.
005190*--------------------------------------------------------------*
005200*    9000-TERMINATE  -  PRINT THE REPORT                        *
005210*--------------------------------------------------------------*
005220 9000-TERMINATE.
005230     IF WS-LENPROF-OPEN THEN
005240         CLOSE LENPROF-FILE
005250     END-IF.
005260     OPEN OUTPUT REPORT-FILE.
005270     MOVE "DL200LP - LENGTH PROFILE AND LIMIT RECOMMENDATIONS"
005280         TO RP-RECORD.
005290     WRITE RP-RECORD.
005300     MOVE SPACES TO RP-RECORD.
005310     WRITE RP-RECORD.
005320     MOVE WS-TARGET-PCT TO WS-RPT-TARGET.
005330     MOVE SPACES TO RP-RECORD.
005340     STRING "TARGET TRUNCATION PERCENT . . . . " WS-RPT-TARGET
005350         DELIMITED BY SIZE INTO RP-RECORD.
005360     WRITE RP-RECORD.
005370     MOVE SPACES TO RP-RECORD.
005380     IF WS-FEED-FILTER = SPACES
005390         MOVE "FEEDS REPORTED . . . . . . . . . . ALL"
005395             TO RP-RECORD
005400     ELSE
005410         STRING "FEEDS REPORTED . . . . . . . . . . "
005420             WS-FEED-FILTER
005430             DELIMITED BY SIZE INTO RP-RECORD
005440     END-IF.
005450     WRITE RP-RECORD.
005460     MOVE SPACES TO RP-RECORD.
005470     IF WS-FROM-DATE = SPACES
005480         MOVE "HISTORY FROM . . . . . . . . . . . FIRST ROW"
005490             TO RP-RECORD
005500     ELSE
005510         STRING "HISTORY FROM . . . . . . . . . . . "
005520             WS-FROM-DATE
005530             DELIMITED BY SIZE INTO RP-RECORD
005540     END-IF.
005550     WRITE RP-RECORD.
005560     PERFORM 9100-PRINT-ONE-ROW
005570         THRU 9100-EXIT
005580         VARYING WS-ROW-SUB FROM 1 BY 1
005590         UNTIL WS-ROW-SUB > WS-ROW-USED.
005600     MOVE SPACES TO RP-RECORD.
005610     WRITE RP-RECORD.
005620     MOVE WS-RECORD-COUNT TO WS-RPT-COUNT.
005630     MOVE SPACES TO RP-RECORD.
005640     STRING "PROFILE ROWS READ . . . . . . . . " WS-RPT-COUNT
005650         DELIMITED BY SIZE INTO RP-RECORD.
005660     WRITE RP-RECORD.
005670     MOVE WS-SKIP-COUNT TO WS-RPT-COUNT.
005680     MOVE SPACES TO RP-RECORD.
005690     STRING "ROWS OUTSIDE THE CARD SELECTION . " WS-RPT-COUNT
005700         DELIMITED BY SIZE INTO RP-RECORD.
005710     WRITE RP-RECORD.
005720     IF WS-LOST-COUNT > ZERO THEN
005730         MOVE WS-LOST-COUNT TO WS-RPT-COUNT
005740         MOVE SPACES TO RP-RECORD
005750         STRING "ROWS NOT TALLIED - TABLE FULL . . " WS-RPT-COUNT
005760             DELIMITED BY SIZE INTO RP-RECORD
005770         WRITE RP-RECORD
005780     END-IF.
005790     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
005800     MOVE SPACES TO RP-RECORD.
005810     STRING "LIMIT CHANGES PROPOSED . . . . . . " WS-RPT-COUNT
005820         DELIMITED BY SIZE INTO RP-RECORD.
005830     WRITE RP-RECORD.
005840     CLOSE REPORT-FILE.
005850 9000-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------*
005880*    9100-PRINT-ONE-ROW  -  ONE FEED OR FIELD: VOLUME, LENGTH   *
005890*                       SPREAD, THE PRICE OF THE CURRENT AND     *
005900*                       CANDIDATE LIMITS, AND THE PROPOSAL       *
005910*--------------------------------------------------------------*
005920 9100-PRINT-ONE-ROW.
005930     MOVE SPACES TO RP-RECORD.
005940     WRITE RP-RECORD.
005950     MOVE WS-R-WIDTH(WS-ROW-SUB) TO WS-RPT-WIDTH.
005960     MOVE WS-R-CUR-LIMIT(WS-ROW-SUB) TO WS-RPT-LIMIT.
005970     MOVE SPACES TO RP-RECORD.
005980     IF WS-R-FIELD-NO(WS-ROW-SUB) = ZERO THEN
005990         STRING "FEED " WS-R-CODE(WS-ROW-SUB)
006000             "  SINGLE VALUE    "
006010             "  WIDTH " WS-RPT-WIDTH
006020             "  LIMIT " WS-RPT-LIMIT
006030             "  STYLE " WS-R-STYLE(WS-ROW-SUB)
006040             DELIMITED BY SIZE INTO RP-RECORD
006050     ELSE
006060         MOVE WS-R-FIELD-NO(WS-ROW-SUB) TO WS-RPT-FIELD-NO
006070         STRING "FEED " WS-R-CODE(WS-ROW-SUB)
006080             "  FIELD " WS-RPT-FIELD-NO
006090             " " WS-R-FIELD-NAME(WS-ROW-SUB)
006100             "  WIDTH " WS-RPT-WIDTH
006110             "  LIMIT " WS-RPT-LIMIT
006120             "  STYLE " WS-R-STYLE(WS-ROW-SUB)
006130             DELIMITED BY SIZE INTO RP-RECORD
006140     END-IF.
006150     IF WS-R-CODE(WS-ROW-SUB) = SPACES THEN
006160         MOVE "(NONE)" TO RP-RECORD(6:6)
006170     END-IF.
006180     WRITE RP-RECORD.
006190     MOVE ZERO TO WS-AVG-LENGTH.
006200     IF WS-R-RECORDS(WS-ROW-SUB) > ZERO THEN
006210         DIVIDE WS-R-SUM(WS-ROW-SUB) BY WS-R-RECORDS(WS-ROW-SUB)
006220             GIVING WS-AVG-LENGTH ROUNDED
006230     END-IF.
006240     MOVE WS-R-RUNS(WS-ROW-SUB) TO WS-RPT-RUNS.
006250     MOVE WS-R-RECORDS(WS-ROW-SUB) TO WS-RPT-RECORDS.
006260     MOVE WS-R-MAX(WS-ROW-SUB) TO WS-RPT-LONGEST.
006270     MOVE WS-AVG-LENGTH TO WS-RPT-AVERAGE.
006280     MOVE SPACES TO RP-RECORD.
006290     STRING "  RUNS " WS-RPT-RUNS
006300         "  RECORDS " WS-RPT-RECORDS
006310         "  LONGEST " WS-RPT-LONGEST
006320         "  AVERAGE " WS-RPT-AVERAGE
006330         DELIMITED BY SIZE INTO RP-RECORD.
006340     WRITE RP-RECORD.
006350     MOVE SPACES TO RP-RECORD.
006360     STRING "  HISTORY " WS-R-FIRST-DATE(WS-ROW-SUB)
006370         " THRU " WS-R-LAST-DATE(WS-ROW-SUB)
006380         DELIMITED BY SIZE INTO RP-RECORD.
006390     WRITE RP-RECORD.
006400     IF WS-R-STYLE(WS-ROW-SUB) = "S" THEN
006410         MOVE "  SPILL FEED - VALUES OVER THE LIMIT ARE SEGMENTED"
006420             TO RP-RECORD
006430         WRITE RP-RECORD
006440         MOVE "  NOT CUT - COUNTS BELOW ARE RECORDS NEEDING MORE"
006450             TO RP-RECORD
006460         MOVE "THAN ONE SEGMENT" TO RP-RECORD(52:16)
006470         WRITE RP-RECORD
006480     END-IF.
006490     MOVE WS-R-CUT-CURRENT(WS-ROW-SUB) TO WS-CUT-COUNT.
006500     MOVE WS-R-CUR-LIMIT(WS-ROW-SUB) TO WS-TRY-LIMIT.
006510     IF WS-R-ESTIMATE-SW(WS-ROW-SUB) = "Y" THEN
006520         MOVE "CURRENT *" TO WS-MARK
006530     ELSE
006540         MOVE "CURRENT" TO WS-MARK
006550     END-IF.
006560     PERFORM 9200-PRINT-PRICE
006570         THRU 9200-EXIT.
006580     PERFORM 9150-SET-CANDIDATES
006590         THRU 9150-EXIT.
006600     PERFORM 9160-PRICE-CANDIDATE
006610         THRU 9160-EXIT
006620         VARYING WS-CAND-SUB FROM 1 BY 1
006630         UNTIL WS-CAND-SUB > 4.
006640     IF WS-R-ESTIMATE-SW(WS-ROW-SUB) = "Y" THEN
006650         MOVE "  * INCLUDES RUNS MADE AT ANOTHER LIMIT, PRICED"
006660             TO RP-RECORD
006670         WRITE RP-RECORD
006680         MOVE "    FROM TEN-BYTE BUCKETS, BOUNDARY BUCKET AS CUT"
006690             TO RP-RECORD
006700         WRITE RP-RECORD
006710     END-IF.
006720     PERFORM 9300-RECOMMEND
006730         THRU 9300-EXIT.
006740 9100-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770*    9150-SET-CANDIDATES  -  THE CARD'S CANDIDATES, OR FOUR     *
006780*                       STEPS ABOVE THE CURRENT LIMIT: THE NEXT  *
006790*                       MULTIPLE OF TEN, THEN ONE TENTH OF THE   *
006800*                       LIMIT (AT LEAST TEN) EACH STEP.          *
006810*--------------------------------------------------------------*
006820 9150-SET-CANDIDATES.
006830     IF WS-CARD-CANDIDATES THEN
006840         GO TO 9150-EXIT
006850     END-IF.
006860     DIVIDE WS-R-CUR-LIMIT(WS-ROW-SUB) BY 100
006870         GIVING WS-STEP.
006880     MULTIPLY 10 BY WS-STEP.
006890     IF WS-STEP < 10 THEN
006900         MOVE 10 TO WS-STEP
006910     END-IF.
006920     DIVIDE WS-R-CUR-LIMIT(WS-ROW-SUB) BY 10
006930         GIVING WS-QUOTIENT.
006940     ADD 1 TO WS-QUOTIENT.
006950     MULTIPLY WS-QUOTIENT BY 10 GIVING WS-CANDIDATE(1).
006960     ADD WS-STEP TO WS-CANDIDATE(1) GIVING WS-CANDIDATE(2).
006970     ADD WS-STEP TO WS-CANDIDATE(2) GIVING WS-CANDIDATE(3).
006980     ADD WS-STEP TO WS-CANDIDATE(3) GIVING WS-CANDIDATE(4).
006990 9150-EXIT.
007000     EXIT.
007010*--------------------------------------------------------------*
007020*    9160-PRICE-CANDIDATE  -  ONE CANDIDATE LIMIT.  A CANDIDATE *
007030*                       AT OR PAST THE FIELD WIDTH CUTS NOTHING  *
007040*                       AND IS NOT PRINTED; NEITHER IS ONE EQUAL *
007050*                       TO THE CURRENT LIMIT.                    *
007060*--------------------------------------------------------------*
007070 9160-PRICE-CANDIDATE.
007080     IF WS-CANDIDATE(WS-CAND-SUB) = ZERO
007090         OR WS-CANDIDATE(WS-CAND-SUB) = WS-R-CUR-LIMIT(WS-ROW-SUB)
007100         OR WS-CANDIDATE(WS-CAND-SUB) NOT < WS-R-WIDTH(WS-ROW-SUB)
007110         GO TO 9160-EXIT
007120     END-IF.
007130     MOVE WS-CANDIDATE(WS-CAND-SUB) TO WS-TRY-LIMIT.
007140     PERFORM 5000-COUNT-CUT
007150         THRU 5000-EXIT.
007160     MOVE SPACES TO WS-MARK.
007170     PERFORM 9200-PRINT-PRICE
007180         THRU 9200-EXIT.
007190 9160-EXIT.
007200     EXIT.
007210*--------------------------------------------------------------*
007220*    9200-PRINT-PRICE  -  ONE LIMIT AND WHAT IT CUTS            *
007230*--------------------------------------------------------------*
007240 9200-PRINT-PRICE.
007250     PERFORM 5200-CUT-PERCENT
007260         THRU 5200-EXIT.
007270     MOVE WS-TRY-LIMIT TO WS-RPT-LIMIT.
007280     MOVE WS-CUT-COUNT TO WS-RPT-COUNT.
007290     MOVE WS-PCT TO WS-RPT-PCT.
007300     MOVE SPACES TO RP-RECORD.
007310     STRING "  AT LIMIT " WS-RPT-LIMIT
007320         "  RECORDS CUT " WS-RPT-COUNT
007330         "  " WS-RPT-PCT " PCT  " WS-MARK
007340         DELIMITED BY SIZE INTO RP-RECORD.
007350     WRITE RP-RECORD.
007360 9200-EXIT.
007370     EXIT.
007380*--------------------------------------------------------------*
007390*    9300-RECOMMEND  -  PROPOSE THE SMALLEST LIMIT ABOVE THE    *
007400*                       CURRENT ONE, IN STEPS OF TEN, THAT CUTS  *
007410*                       NO MORE THAN THE TARGET PERCENTAGE; THE  *
007420*                       FULL FIELD WIDTH ALWAYS QUALIFIES.       *
007430*                       PRINTS THE FEEDDEF ROW THAT CARRIES IT.  *
007440*--------------------------------------------------------------*
007450 9300-RECOMMEND.
007460     MULTIPLY WS-R-RECORDS(WS-ROW-SUB) BY WS-TARGET-PCT
007470         GIVING WS-ALLOWED-WORK.
007480     DIVIDE WS-ALLOWED-WORK BY 100 GIVING WS-ALLOWED-CUT.
007490     IF WS-R-CUT-CURRENT(WS-ROW-SUB) NOT > WS-ALLOWED-CUT THEN
007500         MOVE "  CURRENT LIMIT MEETS THE TARGET - NO CHANGE"
007510             TO RP-RECORD
007520         WRITE RP-RECORD
007530         GO TO 9300-EXIT
007540     END-IF.
007550     DIVIDE WS-R-CUR-LIMIT(WS-ROW-SUB) BY 10
007560         GIVING WS-QUOTIENT.
007570     MULTIPLY WS-QUOTIENT BY 10 GIVING WS-TRY-LIMIT.
007580     MOVE "N" TO WS-FOUND-SWITCH.
007590     PERFORM 9310-TRY-NEXT-LIMIT
007600         THRU 9310-EXIT
007610         UNTIL WS-LIMIT-FOUND.
007620     PERFORM 5200-CUT-PERCENT
007630         THRU 5200-EXIT.
007640     MOVE WS-TRY-LIMIT TO WS-RPT-LIMIT.
007650     MOVE WS-PCT TO WS-RPT-PCT.
007660     MOVE WS-TARGET-PCT TO WS-RPT-TARGET.
007670     MOVE SPACES TO RP-RECORD.
007680     STRING "  PROPOSED LIMIT " WS-RPT-LIMIT
007690         "  CUTS " WS-RPT-PCT " PCT  (TARGET " WS-RPT-TARGET
007700         " PCT)"
007710         DELIMITED BY SIZE INTO RP-RECORD.
007720     WRITE RP-RECORD.
007730     ADD 1 TO WS-CHANGE-COUNT.
007740     IF WS-R-DEFINED-SW(WS-ROW-SUB) NOT = "Y" THEN
007750         MOVE "  NOT DEFINED ON FEEDDEF TODAY - NO ROW PROPOSED"
007760             TO RP-RECORD
007770         WRITE RP-RECORD
007780         GO TO 9300-EXIT
007790     END-IF.
007800     PERFORM 9320-BUILD-ROW-IMAGE
007810         THRU 9320-EXIT.
007820     MOVE SPACES TO RP-RECORD.
007830     STRING "  PROPOSED FEEDDEF ROW  " FD-RECORD(1:40)
007840         DELIMITED BY SIZE INTO RP-RECORD.
007850     WRITE RP-RECORD.
007860 9300-EXIT.
007870     EXIT.
007880*--------------------------------------------------------------*
007890*    9310-TRY-NEXT-LIMIT  -  PRICE THE NEXT STEP OF TEN.  THE   *
007900*                       FIELD WIDTH ENDS THE SEARCH - NO VALUE   *
007910*                       IS LONGER THAN ITS FIELD.                *
007920*--------------------------------------------------------------*
007930 9310-TRY-NEXT-LIMIT.
007940     ADD 10 TO WS-TRY-LIMIT.
007950     IF WS-TRY-LIMIT NOT < WS-R-WIDTH(WS-ROW-SUB) THEN
007960         MOVE WS-R-WIDTH(WS-ROW-SUB) TO WS-TRY-LIMIT
007970         MOVE ZERO TO WS-CUT-COUNT
007980         MOVE "Y" TO WS-FOUND-SWITCH
007990         GO TO 9310-EXIT
008000     END-IF.
008010     PERFORM 5000-COUNT-CUT
008020         THRU 5000-EXIT.
008030     IF WS-CUT-COUNT NOT > WS-ALLOWED-CUT THEN
008040         MOVE "Y" TO WS-FOUND-SWITCH
008050     END-IF.
008060 9310-EXIT.
008070     EXIT.
008080*--------------------------------------------------------------*
008090*    9320-BUILD-ROW-IMAGE  -  THE FEEDDEF ROW AS IT STANDS      *
008100*                       TODAY WITH THE PROPOSED LIMIT IN IT      *
008110*--------------------------------------------------------------*
008120 9320-BUILD-ROW-IMAGE.
008130     MOVE SPACES TO FD-RECORD.
008140     MOVE WS-R-CODE(WS-ROW-SUB) TO FD-FEED-CODE.
008150     IF WS-R-FIELD-NO(WS-ROW-SUB) = ZERO THEN
008160         MOVE WS-R-DT-SUB(WS-ROW-SUB) TO WS-SCAN-SUB
008170         MOVE "DT" TO FD-RECORD-TYPE
008180         MOVE DT-SOURCE-WIDTH(WS-SCAN-SUB) TO FD-SOURCE-WIDTH
008190         MOVE WS-TRY-LIMIT TO FD-LIMIT
008200         MOVE DT-TRUNC-STYLE(WS-SCAN-SUB) TO FD-TRUNC-STYLE
008210         MOVE DT-MARKER(WS-SCAN-SUB) TO FD-MARKER
008220         MOVE DT-KEY-OFFSET(WS-SCAN-SUB) TO FD-KEY-OFFSET
008230         MOVE DT-KEY-LENGTH(WS-SCAN-SUB) TO FD-KEY-LENGTH
008231         MOVE DT-SENSITIVE(WS-SCAN-SUB) TO FD-SENSITIVE
008240     ELSE
008250         MOVE WS-R-FL-SUB(WS-ROW-SUB) TO WS-SCAN-SUB
008260         MOVE WS-R-FIELD-NO(WS-ROW-SUB) TO WS-BUCKET-SUB
008270         MOVE "FL" TO FD-RECORD-TYPE
008280         MOVE FL-FIELD-NAME(WS-SCAN-SUB, WS-BUCKET-SUB)
008290             TO FD-FIELD-NAME
008300         MOVE FL-FIELD-OFFSET(WS-SCAN-SUB, WS-BUCKET-SUB)
008310             TO FD-FIELD-OFFSET
008320         MOVE FL-FIELD-LENGTH(WS-SCAN-SUB, WS-BUCKET-SUB)
008330             TO FD-FIELD-LENGTH
008340         MOVE WS-TRY-LIMIT TO FD-FIELD-LIMIT
008350         MOVE FL-FIELD-MB(WS-SCAN-SUB, WS-BUCKET-SUB)
008360             TO FD-FIELD-MB
008361         MOVE FL-FIELD-SENSITIVE(WS-SCAN-SUB, WS-BUCKET-SUB)
008362             TO FD-FIELD-SENSITIVE
008370     END-IF.
008380 9320-EXIT.
008390     EXIT.
