000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL210FB                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     DATA-QUALITY FEEDBACK EXTRACT FOR THE SOURCE    *
000170*               SYSTEMS.  FOR EVERY FEED ON THE DL100DT TABLE   *
000180*               BUILDS A FIXED-FORMAT FEEDBACK FILE (DL210FR)   *
000190*               ON DD FBACK01 TO FBACK10 BY FEED-DEFINITION ROW *
000200*               (FBACK01 FOR THE FIRST FEED, FBACK02 FOR THE    *
000210*               SECOND, ...) LISTING THE PERIOD'S TRUNCATIONS   *
000220*               FROM THE EXCEPTION FILE, THE REJECT BACKLOG     *
000230*               FROM THE STILL-REJECTED FILE AND THE PERIOD'S   *
000240*               DUPLICATES FROM THE DUPLICATES FILE, EACH WITH  *
000250*               ITS BUSINESS KEY, REASON, LENGTH AND LIMIT.     *
000260*               EVERY FILE GETS ITS OWN HEADER AND TRAILER SO   *
000270*               THE SOURCE TEAM CAN LOAD IT STRAIGHT INTO ITS   *
000280*               FIX-UP QUEUE; A FEED WITH NOTHING TO REPORT     *
000290*               STILL GETS A HEADER AND A ZERO TRAILER.  THE    *
000300*               INPUT FILES ARE READ ONCE PER FEED.  RECORDS    *
000310*               WITH NO FEED CODE, OR ONE NO LONGER ON THE      *
000320*               TABLE, CANNOT BE SENT ANYWHERE AND ARE COUNTED  *
000330*               ON THE CONTROL REPORT INSTEAD.  THE PERIOD      *
000340*               COMES FROM THE OPTIONAL FBPARM CARD (DL210PM).  *
000350*                                                                *
000360*  MODIFICATION HISTORY.                                        *
000370*  DATE        BY    DESCRIPTION                                *
000380*  ----------  ----  -------------------------------------      *
000390*  10/15/2026  RDM   INITIAL VERSION.                           *
000400*--------------------------------------------------------------*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.         DL210FB.
000430 AUTHOR.             R. MARCHETTI.
000440 INSTALLATION.       DATA QUALITY SYSTEMS.
000450 DATE-WRITTEN.       10/15/2026.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PARM-FILE ASSIGN TO "FBPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT EXCEPT-FILE ASSIGN TO "EXCPFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-EXCEPT-STATUS.
000570     SELECT STILL-REJECT-FILE ASSIGN TO "STILLREJ"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-STILL-STATUS.
000600     SELECT DUPS-FILE ASSIGN TO "DUPSFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DUPS-STATUS.
000630*    ONE FEEDBACK FILE PER FEED, BY FEED-DEFINITION ROW.
000640     SELECT FEEDBACK-FILE-01 ASSIGN TO "FBACK01"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FB-STATUS.
000670     SELECT FEEDBACK-FILE-02 ASSIGN TO "FBACK02"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FB-STATUS.
000700     SELECT FEEDBACK-FILE-03 ASSIGN TO "FBACK03"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FB-STATUS.
000730     SELECT FEEDBACK-FILE-04 ASSIGN TO "FBACK04"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FB-STATUS.
000760     SELECT FEEDBACK-FILE-05 ASSIGN TO "FBACK05"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FB-STATUS.
000790     SELECT FEEDBACK-FILE-06 ASSIGN TO "FBACK06"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FB-STATUS.
000820     SELECT FEEDBACK-FILE-07 ASSIGN TO "FBACK07"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-FB-STATUS.
000850     SELECT FEEDBACK-FILE-08 ASSIGN TO "FBACK08"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FB-STATUS.
000880     SELECT FEEDBACK-FILE-09 ASSIGN TO "FBACK09"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FB-STATUS.
000910     SELECT FEEDBACK-FILE-10 ASSIGN TO "FBACK10"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-FB-STATUS.
000940     SELECT REPORT-FILE ASSIGN TO "FBRPFILE"
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PARM-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY DL210PM.
001020*
001030 FD  EXCEPT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY DL100EX.
001060*
001070*    THE STILL-REJECTED FILE CARRIES RAW DL100RD IMAGES, AS
001080*    DL110RR CYCLES THEM.
001090 FD  STILL-REJECT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY DL100RD.
001120*
001130 FD  DUPS-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY DL100DU.
001160*
001170 FD  FEEDBACK-FILE-01
001180     LABEL RECORDS ARE STANDARD.
001190 01  FEEDBACK-RECORD-01         PIC X(140).
001200 FD  FEEDBACK-FILE-02
001210     LABEL RECORDS ARE STANDARD.
001220 01  FEEDBACK-RECORD-02         PIC X(140).
001230 FD  FEEDBACK-FILE-03
001240     LABEL RECORDS ARE STANDARD.
001250 01  FEEDBACK-RECORD-03         PIC X(140).
001260 FD  FEEDBACK-FILE-04
001270     LABEL RECORDS ARE STANDARD.
001280 01  FEEDBACK-RECORD-04         PIC X(140).
001290 FD  FEEDBACK-FILE-05
001300     LABEL RECORDS ARE STANDARD.
001310 01  FEEDBACK-RECORD-05         PIC X(140).
001320 FD  FEEDBACK-FILE-06
001330     LABEL RECORDS ARE STANDARD.
001340 01  FEEDBACK-RECORD-06         PIC X(140).
001350 FD  FEEDBACK-FILE-07
001360     LABEL RECORDS ARE STANDARD.
001370 01  FEEDBACK-RECORD-07         PIC X(140).
001380 FD  FEEDBACK-FILE-08
001390     LABEL RECORDS ARE STANDARD.
001400 01  FEEDBACK-RECORD-08         PIC X(140).
001410 FD  FEEDBACK-FILE-09
001420     LABEL RECORDS ARE STANDARD.
001430 01  FEEDBACK-RECORD-09         PIC X(140).
001440 FD  FEEDBACK-FILE-10
001450     LABEL RECORDS ARE STANDARD.
001460 01  FEEDBACK-RECORD-10         PIC X(140).
001470*
001480 FD  REPORT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 COPY DL100RP.
001510*
001520 WORKING-STORAGE SECTION.
001530 01  WS-PARM-STATUS              PIC X(02).
001540 01  WS-EXCEPT-STATUS            PIC X(02).
001550 01  WS-STILL-STATUS             PIC X(02).
001560 01  WS-DUPS-STATUS              PIC X(02).
001570 01  WS-FB-STATUS                PIC X(02).
001580 01  WS-TBL-STATUS               PIC X(02).
001590 01  WS-FB-OP                    PIC X(01).
001600     88  WS-FB-OPEN                       VALUE "O".
001610     88  WS-FB-WRITE                      VALUE "W".
001620     88  WS-FB-CLOSE                      VALUE "C".
001630 01  WS-SWITCHES.
001640     05  WS-EOF-SWITCH           PIC X(01).
001650         88  WS-EOF                       VALUE "Y".
001660     05  WS-EXCEPT-SWITCH        PIC X(01) VALUE "N".
001670         88  WS-EXCEPT-PRESENT            VALUE "Y".
001680     05  WS-STILL-SWITCH         PIC X(01) VALUE "N".
001690         88  WS-STILL-PRESENT             VALUE "Y".
001700     05  WS-DUPS-SWITCH          PIC X(01) VALUE "N".
001710         88  WS-DUPS-PRESENT              VALUE "Y".
001720     05  WS-PERIOD-SWITCH        PIC X(01).
001730         88  WS-IN-PERIOD                 VALUE "Y".
001740 01  WS-RUN-DATE                 PIC X(10).
001750 01  WS-CURRENT-DATE-FIELDS.
001760     05  WS-CURRENT-DATE.
001770         10  WS-CURRENT-YY       PIC 9(02).
001780         10  WS-CURRENT-MM       PIC 9(02).
001790         10  WS-CURRENT-DD       PIC 9(02).
001800 01  WS-PERIOD-FIELDS.
001810     05  WS-FROM-DATE            PIC X(10) VALUE SPACES.
001820     05  WS-THRU-DATE            PIC X(10) VALUE SPACES.
001830     05  WS-TEST-DATE            PIC X(10).
001840*--------------------------------------------------------------*
001850*    WORKING STORAGE FOR THE FEED DEFINITIONS                   *
001860*--------------------------------------------------------------*
001870 COPY DL100DT.
001880 COPY DL100FL.
001890 COPY DL210FR.
001900*--------------------------------------------------------------*
001910*    THE FEEDBACK FILE DD NAMES, BY FEED-DEFINITION ROW         *
001920*--------------------------------------------------------------*
001930 01  WS-FB-DD-NAMES.
001940     05  FILLER                  PIC X(08) VALUE "FBACK01".
001950     05  FILLER                  PIC X(08) VALUE "FBACK02".
001960     05  FILLER                  PIC X(08) VALUE "FBACK03".
001970     05  FILLER                  PIC X(08) VALUE "FBACK04".
001980     05  FILLER                  PIC X(08) VALUE "FBACK05".
001990     05  FILLER                  PIC X(08) VALUE "FBACK06".
002000     05  FILLER                  PIC X(08) VALUE "FBACK07".
002010     05  FILLER                  PIC X(08) VALUE "FBACK08".
002020     05  FILLER                  PIC X(08) VALUE "FBACK09".
002030     05  FILLER                  PIC X(08) VALUE "FBACK10".
002040 01  WS-FB-DD-TABLE REDEFINES WS-FB-DD-NAMES.
002050     05  WS-FB-DD                PIC X(08) OCCURS 10 TIMES.
002060*--------------------------------------------------------------*
002070*    WORKING STORAGE FOR THE PER-FEED COUNTS, ONE ROW PER       *
002080*    DL100DT TABLE ENTRY, KEPT FOR THE CONTROL REPORT           *
002090*--------------------------------------------------------------*
002100 01  WS-FEED-COUNT-TABLE.
002110     05  WS-FEED-COUNT-ROW OCCURS 10 TIMES.
002120         10  WS-FC-OPEN-SW       PIC X(01).
002130         10  WS-FC-TRUNC         PIC 9(09) COMP.
002140         10  WS-FC-REJECT        PIC 9(09) COMP.
002150         10  WS-FC-STILL         PIC 9(09) COMP.
002160         10  WS-FC-DUPS          PIC 9(09) COMP.
002170         10  WS-FC-DETAIL        PIC 9(09) COMP.
002180 01  WS-SUBSCRIPTS.
002190     05  WS-FEED-SUB             PIC 9(4) COMP.
002200     05  WS-SCAN-SUB             PIC 9(4) COMP.
002210     05  WS-HIT-SUB              PIC 9(4) COMP.
002220     05  WS-WORK-CODE            PIC X(04).
002230*--------------------------------------------------------------*
002240*    WORKING STORAGE FOR THE WHOLE-RUN TOTALS                   *
002250*--------------------------------------------------------------*
002260 01  WS-TOTALS.
002270     05  WS-FILES-WRITTEN        PIC 9(09) COMP VALUE ZERO.
002280     05  WS-FILES-FAILED         PIC 9(09) COMP VALUE ZERO.
002290     05  WS-LOST-TRUNC           PIC 9(09) COMP VALUE ZERO.
002300     05  WS-LOST-REJECT          PIC 9(09) COMP VALUE ZERO.
002310     05  WS-LOST-DUPS            PIC 9(09) COMP VALUE ZERO.
002320*--------------------------------------------------------------*
002330*    WORKING STORAGE FOR THE VALUE LENGTH AND KEY WORK          *
002340*--------------------------------------------------------------*
002350 01  WS-VALUE-AREA               PIC X(500).
002360 01  WS-WORK-FIELDS.
002370     05  WS-LENGTH               PIC 9(4) COMP.
002380     05  WS-WIDTH                PIC 9(4) COMP.
002390     05  WS-KEY-OFFSET           PIC 9(4) COMP.
002400     05  WS-KEY-LENGTH           PIC 9(2) COMP.
002410 01  WS-REPORT-EDIT-FIELDS.
002420     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002430     05  WS-RPT-TRUNC            PIC ZZZ,ZZZ,ZZ9.
002440     05  WS-RPT-REJECT           PIC ZZZ,ZZZ,ZZ9.
002450     05  WS-RPT-STILL            PIC ZZZ,ZZZ,ZZ9.
002460     05  WS-RPT-DUPS             PIC ZZZ,ZZZ,ZZ9.
002470*
002480 PROCEDURE DIVISION.
002490*--------------------------------------------------------------*
002500*    0000-MAINLINE                                              *
002510*--------------------------------------------------------------*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-EXIT.
002550     PERFORM 2000-BUILD-FEED-FILE
002560         THRU 2000-EXIT
002570         VARYING WS-FEED-SUB FROM 1 BY 1
002580         UNTIL WS-FEED-SUB > DT-FEED-COUNT.
002590     PERFORM 3000-COUNT-UNROUTED
002600         THRU 3000-EXIT.
002610     PERFORM 9000-TERMINATE
002620         THRU 9000-EXIT.
002630     STOP RUN.
002640*--------------------------------------------------------------*
002650*    1000-INITIALIZE  -  TAKE THE CARD, LOAD THE FEED TABLE     *
002660*                       AND SEE WHICH INPUT FILES ARE THERE      *
002670*--------------------------------------------------------------*
002680 1000-INITIALIZE.
002690     ACCEPT WS-CURRENT-DATE FROM DATE.
002700     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
002710         DELIMITED BY SIZE INTO WS-RUN-DATE.
002720     OPEN INPUT PARM-FILE.
002730     IF WS-PARM-STATUS = "00" THEN
002740         READ PARM-FILE
002750             NOT AT END
002760                 MOVE FP-FROM-DATE TO WS-FROM-DATE
002770                 MOVE FP-THRU-DATE TO WS-THRU-DATE
002780         END-READ
002790         CLOSE PARM-FILE
002800     END-IF.
002810     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
002820     IF WS-TBL-STATUS NOT = "00" THEN
002830         DISPLAY "DL210FB - FEED DEFINITION LOAD STATUS "
002840             WS-TBL-STATUS
002850     END-IF.
002860     OPEN INPUT EXCEPT-FILE.
002870     IF WS-EXCEPT-STATUS = "00" THEN
002880         MOVE "Y" TO WS-EXCEPT-SWITCH
002890         CLOSE EXCEPT-FILE
002900     ELSE
002910         DISPLAY "DL210FB - NO EXCEPTION FILE"
002920     END-IF.
002930     OPEN INPUT STILL-REJECT-FILE.
002940     IF WS-STILL-STATUS = "00" THEN
002950         MOVE "Y" TO WS-STILL-SWITCH
002960         CLOSE STILL-REJECT-FILE
002970     ELSE
002980         DISPLAY "DL210FB - NO STILL-REJECTED FILE"
002990     END-IF.
003000     OPEN INPUT DUPS-FILE.
003010     IF WS-DUPS-STATUS = "00" THEN
003020         MOVE "Y" TO WS-DUPS-SWITCH
003030         CLOSE DUPS-FILE
003040     ELSE
003050         DISPLAY "DL210FB - NO DUPLICATES FILE"
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.
003090*--------------------------------------------------------------*
003100*    2000-BUILD-FEED-FILE  -  ONE FEED'S FEEDBACK FILE: HEADER, *
003110*                       THE FEED'S RECORDS FROM EACH INPUT FILE  *
003120*                       IN TURN, TRAILER                         *
003130*--------------------------------------------------------------*
003140 2000-BUILD-FEED-FILE.
003150     MOVE "N" TO WS-FC-OPEN-SW(WS-FEED-SUB).
003160     MOVE ZERO TO WS-FC-TRUNC(WS-FEED-SUB).
003170     MOVE ZERO TO WS-FC-REJECT(WS-FEED-SUB).
003180     MOVE ZERO TO WS-FC-STILL(WS-FEED-SUB).
003190     MOVE ZERO TO WS-FC-DUPS(WS-FEED-SUB).
003200     MOVE ZERO TO WS-FC-DETAIL(WS-FEED-SUB).
003210     MOVE "O" TO WS-FB-OP.
003220     PERFORM 2900-FEEDBACK-FILE-OP
003230         THRU 2900-EXIT.
003240     IF WS-FB-STATUS NOT = "00" THEN
003250         DISPLAY "DL210FB - CANNOT OPEN FEEDBACK FILE "
003260             WS-FB-DD(WS-FEED-SUB) " STATUS " WS-FB-STATUS
003270         ADD 1 TO WS-FILES-FAILED
003280         GO TO 2000-EXIT
003290     END-IF.
003300     MOVE "Y" TO WS-FC-OPEN-SW(WS-FEED-SUB).
003310     MOVE SPACES TO FB-RECORD.
003320     MOVE "HDR" TO FB-RECORD-TYPE.
003330     MOVE DT-CODE(WS-FEED-SUB) TO FB-H-FEED-CODE.
003340     MOVE WS-RUN-DATE TO FB-H-DATE-BUILT.
003350     MOVE WS-FROM-DATE TO FB-H-FROM-DATE.
003360     MOVE WS-THRU-DATE TO FB-H-THRU-DATE.
003370     MOVE "W" TO WS-FB-OP.
003380     PERFORM 2900-FEEDBACK-FILE-OP
003390         THRU 2900-EXIT.
003400     IF WS-EXCEPT-PRESENT THEN
003410         PERFORM 2100-EXTRACT-TRUNCATIONS
003420             THRU 2100-EXIT
003430     END-IF.
003440     IF WS-STILL-PRESENT THEN
003450         PERFORM 2200-EXTRACT-REJECTS
003460             THRU 2200-EXIT
003470     END-IF.
003480     IF WS-DUPS-PRESENT THEN
003490         PERFORM 2300-EXTRACT-DUPLICATES
003500             THRU 2300-EXIT
003510     END-IF.
003520     MOVE SPACES TO FB-RECORD.
003530     MOVE "TRL" TO FB-RECORD-TYPE.
003540     MOVE DT-CODE(WS-FEED-SUB) TO FB-T-FEED-CODE.
003550     MOVE WS-FC-DETAIL(WS-FEED-SUB) TO FB-T-DETAIL-COUNT.
003560     MOVE WS-FC-TRUNC(WS-FEED-SUB) TO FB-T-TRUNC-COUNT.
003570     MOVE WS-FC-REJECT(WS-FEED-SUB) TO FB-T-REJECT-COUNT.
003580     MOVE WS-FC-STILL(WS-FEED-SUB) TO FB-T-STILL-COUNT.
003590     MOVE WS-FC-DUPS(WS-FEED-SUB) TO FB-T-DUP-COUNT.
003600     MOVE "W" TO WS-FB-OP.
003610     PERFORM 2900-FEEDBACK-FILE-OP
003620         THRU 2900-EXIT.
003630     MOVE "C" TO WS-FB-OP.
003640     PERFORM 2900-FEEDBACK-FILE-OP
003650         THRU 2900-EXIT.
003660     ADD 1 TO WS-FILES-WRITTEN.
003670 2000-EXIT.
003680     EXIT.
003690*--------------------------------------------------------------*
003700*    2100-EXTRACT-TRUNCATIONS  -  THE FEED'S TRUNCATIONS FOR    *
003710*                       THE PERIOD                               *
003720*--------------------------------------------------------------*
003730 2100-EXTRACT-TRUNCATIONS.
003740     OPEN INPUT EXCEPT-FILE.
003750     MOVE "N" TO WS-EOF-SWITCH.
003760     PERFORM 2110-READ-EXCEPTION
003770         THRU 2110-EXIT.
003780     PERFORM 2120-TAKE-TRUNCATION
003790         THRU 2120-EXIT
003800         UNTIL WS-EOF.
003810     CLOSE EXCEPT-FILE.
003820 2100-EXIT.
003830     EXIT.
003840*--------------------------------------------------------------*
003850*    2110-READ-EXCEPTION  -  READ THE NEXT EXCEPTION RECORD     *
003860*--------------------------------------------------------------*
003870 2110-READ-EXCEPTION.
003880     READ EXCEPT-FILE
003890         AT END
003900             MOVE "Y" TO WS-EOF-SWITCH
003910     END-READ.
003920 2110-EXIT.
003930     EXIT.
003940*--------------------------------------------------------------*
003950*    2120-TAKE-TRUNCATION  -  ONE EXCEPTION RECORD.  A FIELD    *
003960*                       TRUNCATION NAMES THE FIELD IN ITS        *
003970*                       REASON; AN OLDER RECORD WRITTEN BEFORE   *
003980*                       THE FIELD IDENTIFIERS EXISTED HAS SPACES *
003990*                       THERE AND IS A WHOLE-VALUE TRUNCATION.   *
004000*--------------------------------------------------------------*
004010 2120-TAKE-TRUNCATION.
004020     MOVE EX-DATE-WRITTEN TO WS-TEST-DATE.
004030     PERFORM 5100-CHECK-PERIOD
004040         THRU 5100-EXIT.
004050     IF EX-DEST-TYPE NOT = DT-CODE(WS-FEED-SUB)
004060         OR NOT WS-IN-PERIOD
004070         GO TO 2120-NEXT
004080     END-IF.
004090     MOVE SPACES TO FB-RECORD.
004100     MOVE "DTL" TO FB-RECORD-TYPE.
004110     MOVE EX-RECORD-ID TO FB-D-RECORD-ID.
004120     MOVE EX-DATE-WRITTEN TO FB-D-DATE.
004130     MOVE "TR" TO FB-D-CATEGORY.
004140     MOVE EX-BUSINESS-KEY TO FB-D-BUSINESS-KEY.
004150     MOVE ZERO TO FB-D-FIELD-NUMBER.
004160     IF EX-FIELD-NUMBER IS NUMERIC
004170         AND EX-FIELD-NUMBER > ZERO
004180         MOVE EX-FIELD-NUMBER TO FB-D-FIELD-NUMBER
004190         MOVE EX-FIELD-NAME TO FB-D-FIELD-NAME
004200         STRING "FIELD " EX-FIELD-NAME
004210             DELIMITED BY SPACE
004220             " OVER ITS LIMIT - TRUNCATED"
004230             DELIMITED BY SIZE INTO FB-D-REASON
004240     ELSE
004250         MOVE "VALUE OVER THE FEED LIMIT - TRUNCATED"
004260             TO FB-D-REASON
004270     END-IF.
004280     MOVE EX-ACTUAL-LENGTH TO FB-D-ACTUAL-LENGTH.
004290     MOVE EX-LIMIT-USED TO FB-D-LIMIT.
004300     MOVE ZERO TO FB-D-ATTEMPTS.
004310     MOVE ZERO TO FB-D-MATCHED-ID.
004320     MOVE "W" TO WS-FB-OP.
004330     PERFORM 2900-FEEDBACK-FILE-OP
004340         THRU 2900-EXIT.
004350     ADD 1 TO WS-FC-TRUNC(WS-FEED-SUB).
004360     ADD 1 TO WS-FC-DETAIL(WS-FEED-SUB).
004370 2120-NEXT.
004380     PERFORM 2110-READ-EXCEPTION
004390         THRU 2110-EXIT.
004400 2120-EXIT.
004410     EXIT.
004420*--------------------------------------------------------------*
004430*    2200-EXTRACT-REJECTS  -  THE FEED'S REJECT BACKLOG.  THE   *
004440*                       STILL-REJECTED FILE IS REWRITTEN BY      *
004450*                       EVERY REPAIR RUN, SO IT IS TAKEN WHOLE.  *
004460*--------------------------------------------------------------*
004470 2200-EXTRACT-REJECTS.
004480     OPEN INPUT STILL-REJECT-FILE.
004490     MOVE "N" TO WS-EOF-SWITCH.
004500     PERFORM 2210-READ-STILL-REJECT
004510         THRU 2210-EXIT.
004520     PERFORM 2220-TAKE-REJECT
004530         THRU 2220-EXIT
004540         UNTIL WS-EOF.
004550     CLOSE STILL-REJECT-FILE.
004560 2200-EXIT.
004570     EXIT.
004580*--------------------------------------------------------------*
004590*    2210-READ-STILL-REJECT  -  READ THE NEXT STILL-REJECTED    *
004600*                       RECORD                                   *
004610*--------------------------------------------------------------*
004620 2210-READ-STILL-REJECT.
004630     READ STILL-REJECT-FILE
004640         AT END
004650             MOVE "Y" TO WS-EOF-SWITCH
004660     END-READ.
004670 2210-EXIT.
004680     EXIT.
004690*--------------------------------------------------------------*
004700*    2220-TAKE-REJECT  -  ONE STILL-REJECTED RECORD.  ONE       *
004710*                       FAILED REPAIR ATTEMPT IS A FRESH REJECT; *
004720*                       MORE IS A RECORD STILL STUCK.  THE       *
004730*                       REASON IS THE ONE THE RECORD WAS LAST    *
004740*                       REJECTED FOR.  A RECORD WRITTEN BEFORE   *
004750*                       THE REASON WAS CARRIED HAS SPACES THERE: *
004760*                       A VALUE WITH CONTENT WAS REJECTED FOR    *
004770*                       ITS BYTES, ONE WITH NONE LEFT AFTER      *
004780*                       CLEANSING BECAUSE THERE WAS NOTHING TO   *
004790*                       SEND.                                    *
004800*--------------------------------------------------------------*
004810 2220-TAKE-REJECT.
004820     IF RD-DEST-TYPE NOT = DT-CODE(WS-FEED-SUB) THEN
004830         GO TO 2220-NEXT
004840     END-IF.
004850     MOVE RD-ORIGINAL-VALUE TO WS-VALUE-AREA.
004860     MOVE DT-SOURCE-WIDTH(WS-FEED-SUB) TO WS-WIDTH.
004870     PERFORM 5200-VALUE-LENGTH
004880         THRU 5200-EXIT.
004890     MOVE SPACES TO FB-RECORD.
004900     MOVE "DTL" TO FB-RECORD-TYPE.
004910     MOVE RD-RECORD-ID TO FB-D-RECORD-ID.
004920     MOVE RD-FIRST-SEEN-DATE TO FB-D-DATE.
004930     MOVE ZERO TO FB-D-ATTEMPTS.
004940     IF RD-ATTEMPT-COUNT IS NUMERIC THEN
004950         MOVE RD-ATTEMPT-COUNT TO FB-D-ATTEMPTS
004960     END-IF.
004970     IF FB-D-ATTEMPTS > 1 THEN
004980         MOVE "SR" TO FB-D-CATEGORY
004990         ADD 1 TO WS-FC-STILL(WS-FEED-SUB)
005000     ELSE
005010         MOVE "RJ" TO FB-D-CATEGORY
005020         ADD 1 TO WS-FC-REJECT(WS-FEED-SUB)
005030     END-IF.
005040     IF RD-REJECT-REASON NOT = SPACES THEN
005050         MOVE RD-REJECT-REASON TO FB-D-REASON
005060     ELSE
005070         IF WS-LENGTH > ZERO THEN
005080             MOVE "NON-PRINTABLE OR LOW-VALUE DATA IN RECORD"
005090                 TO FB-D-REASON
005100         ELSE
005110             MOVE "NO CONTENT LEFT AFTER CLEANSING"
005120                 TO FB-D-REASON
005130         END-IF
005140     END-IF.
005150     MOVE RD-BUSINESS-KEY TO FB-D-BUSINESS-KEY.
005160     MOVE ZERO TO FB-D-FIELD-NUMBER.
005170     MOVE WS-LENGTH TO FB-D-ACTUAL-LENGTH.
005180     MOVE DT-LIMIT(WS-FEED-SUB) TO FB-D-LIMIT.
005190     MOVE ZERO TO FB-D-MATCHED-ID.
005200     MOVE "W" TO WS-FB-OP.
005210     PERFORM 2900-FEEDBACK-FILE-OP
005220         THRU 2900-EXIT.
005230     ADD 1 TO WS-FC-DETAIL(WS-FEED-SUB).
005240 2220-NEXT.
005250     PERFORM 2210-READ-STILL-REJECT
005260         THRU 2210-EXIT.
005270 2220-EXIT.
005280     EXIT.
005290*--------------------------------------------------------------*
005300*    2300-EXTRACT-DUPLICATES  -  THE FEED'S DUPLICATES FOR THE  *
005310*                       PERIOD                                   *
005320*--------------------------------------------------------------*
005330 2300-EXTRACT-DUPLICATES.
005340     OPEN INPUT DUPS-FILE.
005350     MOVE "N" TO WS-EOF-SWITCH.
005360     PERFORM 2310-READ-DUPLICATE
005370         THRU 2310-EXIT.
005380     PERFORM 2320-TAKE-DUPLICATE
005390         THRU 2320-EXIT
005400         UNTIL WS-EOF.
005410     CLOSE DUPS-FILE.
005420 2300-EXIT.
005430     EXIT.
005440*--------------------------------------------------------------*
005450*    2310-READ-DUPLICATE  -  READ THE NEXT DUPLICATE RECORD     *
005460*--------------------------------------------------------------*
005470 2310-READ-DUPLICATE.
005480     READ DUPS-FILE
005490         AT END
005500             MOVE "Y" TO WS-EOF-SWITCH
005510     END-READ.
005520 2310-EXIT.
005530     EXIT.
005540*--------------------------------------------------------------*
005550*    2320-TAKE-DUPLICATE  -  ONE DUPLICATE.  THE DUPLICATES     *
005560*                       FILE CARRIES NO KEY OF ITS OWN, SO IT IS *
005570*                       CUT FROM THE VALUE PER THE FEED          *
005580*                       DEFINITION, AS THE MAIN RUN CUTS IT.     *
005590*--------------------------------------------------------------*
005600 2320-TAKE-DUPLICATE.
005610     MOVE DU-DATE-WRITTEN TO WS-TEST-DATE.
005620     PERFORM 5100-CHECK-PERIOD
005630         THRU 5100-EXIT.
005640     IF DU-DEST-TYPE NOT = DT-CODE(WS-FEED-SUB)
005650         OR NOT WS-IN-PERIOD
005660         GO TO 2320-NEXT
005670     END-IF.
005680     MOVE DU-ORIGINAL-VALUE TO WS-VALUE-AREA.
005690     MOVE DT-SOURCE-WIDTH(WS-FEED-SUB) TO WS-WIDTH.
005700     PERFORM 5200-VALUE-LENGTH
005710         THRU 5200-EXIT.
005720     MOVE SPACES TO FB-RECORD.
005730     MOVE "DTL" TO FB-RECORD-TYPE.
005740     MOVE DU-RECORD-ID TO FB-D-RECORD-ID.
005750     MOVE DU-DATE-WRITTEN TO FB-D-DATE.
005760     MOVE "DU" TO FB-D-CATEGORY.
005770     MOVE "DUPLICATE OF AN EARLIER RECORD IN THE RUN"
005780         TO FB-D-REASON.
005790     MOVE DT-KEY-OFFSET(WS-FEED-SUB) TO WS-KEY-OFFSET.
005800     MOVE DT-KEY-LENGTH(WS-FEED-SUB) TO WS-KEY-LENGTH.
005810     IF WS-KEY-LENGTH > ZERO
005820         AND WS-KEY-OFFSET > ZERO
005830         AND WS-KEY-OFFSET + WS-KEY-LENGTH - 1 <= 500
005840         MOVE DU-ORIGINAL-VALUE(WS-KEY-OFFSET:WS-KEY-LENGTH)
005850             TO FB-D-BUSINESS-KEY
005860     END-IF.
005870     MOVE ZERO TO FB-D-FIELD-NUMBER.
005880     MOVE WS-LENGTH TO FB-D-ACTUAL-LENGTH.
005890     MOVE DT-LIMIT(WS-FEED-SUB) TO FB-D-LIMIT.
005900     MOVE ZERO TO FB-D-ATTEMPTS.
005910     MOVE DU-MATCHED-ID TO FB-D-MATCHED-ID.
005920     MOVE "W" TO WS-FB-OP.
005930     PERFORM 2900-FEEDBACK-FILE-OP
005940         THRU 2900-EXIT.
005950     ADD 1 TO WS-FC-DUPS(WS-FEED-SUB).
005960     ADD 1 TO WS-FC-DETAIL(WS-FEED-SUB).
005970 2320-NEXT.
005980     PERFORM 2310-READ-DUPLICATE
005990         THRU 2310-EXIT.
006000 2320-EXIT.
006010     EXIT.
006020*--------------------------------------------------------------*
006030*    2900-FEEDBACK-FILE-OP  -  OPEN, WRITE OR CLOSE THE FEEDBACK *
006040*                       FILE FOR DL100DT ROW WS-FEED-SUB.  A ROW *
006050*                       PAST THE LAST DD FAILS AS AN OPEN ERROR. *
006060*--------------------------------------------------------------*
006070 2900-FEEDBACK-FILE-OP.
006080     GO TO 2900-FB-01 2900-FB-02 2900-FB-03
006090           2900-FB-04 2900-FB-05 2900-FB-06
006100           2900-FB-07 2900-FB-08 2900-FB-09
006110           2900-FB-10
006120         DEPENDING ON WS-FEED-SUB.
006130     MOVE "30" TO WS-FB-STATUS.
006140     GO TO 2900-EXIT.
006150 2900-FB-01.
006160     IF WS-FB-OPEN THEN
006170         OPEN OUTPUT FEEDBACK-FILE-01
006180     END-IF.
006190     IF WS-FB-WRITE THEN
006200         WRITE FEEDBACK-RECORD-01 FROM FB-RECORD
006210     END-IF.
006220     IF WS-FB-CLOSE THEN
006230         CLOSE FEEDBACK-FILE-01
006240     END-IF.
006250     GO TO 2900-EXIT.
006260 2900-FB-02.
006270     IF WS-FB-OPEN THEN
006280         OPEN OUTPUT FEEDBACK-FILE-02
006290     END-IF.
006300     IF WS-FB-WRITE THEN
006310         WRITE FEEDBACK-RECORD-02 FROM FB-RECORD
006320     END-IF.
006330     IF WS-FB-CLOSE THEN
006340         CLOSE FEEDBACK-FILE-02
006350     END-IF.
006360     GO TO 2900-EXIT.
006370 2900-FB-03.
006380     IF WS-FB-OPEN THEN
006390         OPEN OUTPUT FEEDBACK-FILE-03
006400     END-IF.
006410     IF WS-FB-WRITE THEN
006420         WRITE FEEDBACK-RECORD-03 FROM FB-RECORD
006430     END-IF.
006440     IF WS-FB-CLOSE THEN
006450         CLOSE FEEDBACK-FILE-03
006460     END-IF.
006470     GO TO 2900-EXIT.
006480 2900-FB-04.
006490     IF WS-FB-OPEN THEN
006500         OPEN OUTPUT FEEDBACK-FILE-04
006510     END-IF.
006520     IF WS-FB-WRITE THEN
006530         WRITE FEEDBACK-RECORD-04 FROM FB-RECORD
006540     END-IF.
006550     IF WS-FB-CLOSE THEN
006560         CLOSE FEEDBACK-FILE-04
006570     END-IF.
006580     GO TO 2900-EXIT.
006590 2900-FB-05.
006600     IF WS-FB-OPEN THEN
006610         OPEN OUTPUT FEEDBACK-FILE-05
006620     END-IF.
006630     IF WS-FB-WRITE THEN
006640         WRITE FEEDBACK-RECORD-05 FROM FB-RECORD
006650     END-IF.
006660     IF WS-FB-CLOSE THEN
006670         CLOSE FEEDBACK-FILE-05
006680     END-IF.
006690     GO TO 2900-EXIT.
006700 2900-FB-06.
006710     IF WS-FB-OPEN THEN
006720         OPEN OUTPUT FEEDBACK-FILE-06
006730     END-IF.
006740     IF WS-FB-WRITE THEN
006750         WRITE FEEDBACK-RECORD-06 FROM FB-RECORD
006760     END-IF.
006770     IF WS-FB-CLOSE THEN
006780         CLOSE FEEDBACK-FILE-06
006790     END-IF.
006800     GO TO 2900-EXIT.
006810 2900-FB-07.
006820     IF WS-FB-OPEN THEN
006830         OPEN OUTPUT FEEDBACK-FILE-07
006840     END-IF.
006850     IF WS-FB-WRITE THEN
006860         WRITE FEEDBACK-RECORD-07 FROM FB-RECORD
006870     END-IF.
006880     IF WS-FB-CLOSE THEN
006890         CLOSE FEEDBACK-FILE-07
006900     END-IF.
006910     GO TO 2900-EXIT.
006920 2900-FB-08.
006930     IF WS-FB-OPEN THEN
006940         OPEN OUTPUT FEEDBACK-FILE-08
006950     END-IF.
006960     IF WS-FB-WRITE THEN
006970         WRITE FEEDBACK-RECORD-08 FROM FB-RECORD
006980     END-IF.
006990     IF WS-FB-CLOSE THEN
007000         CLOSE FEEDBACK-FILE-08
007010     END-IF.
007020     GO TO 2900-EXIT.
007030 2900-FB-09.
007040     IF WS-FB-OPEN THEN
007050         OPEN OUTPUT FEEDBACK-FILE-09
007060     END-IF.
007070     IF WS-FB-WRITE THEN
007080         WRITE FEEDBACK-RECORD-09 FROM FB-RECORD
007090     END-IF.
007100     IF WS-FB-CLOSE THEN
007110         CLOSE FEEDBACK-FILE-09
007120     END-IF.
007130     GO TO 2900-EXIT.
007140 2900-FB-10.
007150     IF WS-FB-OPEN THEN
007160         OPEN OUTPUT FEEDBACK-FILE-10
007170     END-IF.
007180     IF WS-FB-WRITE THEN
007190         WRITE FEEDBACK-RECORD-10 FROM FB-RECORD
007200     END-IF.
007210     IF WS-FB-CLOSE THEN
007220         CLOSE FEEDBACK-FILE-10
007230     END-IF.
007240     GO TO 2900-EXIT.
007250 2900-EXIT.
007260     EXIT.
007270*--------------------------------------------------------------*
007280*    3000-COUNT-UNROUTED  -  ONE MORE PASS OF EACH INPUT FILE   *
007290*                       FOR THE RECORDS NO FEEDBACK FILE TOOK:   *
007300*                       NO FEED CODE, OR A CODE NO LONGER ON     *
007310*                       THE FEED TABLE                           *
007320*--------------------------------------------------------------*
007330 3000-COUNT-UNROUTED.
007340     IF WS-EXCEPT-PRESENT THEN
007350         OPEN INPUT EXCEPT-FILE
007360         MOVE "N" TO WS-EOF-SWITCH
007370         PERFORM 2110-READ-EXCEPTION
007380             THRU 2110-EXIT
007390         PERFORM 3100-CHECK-EXCEPTION
007400             THRU 3100-EXIT
007410             UNTIL WS-EOF
007420         CLOSE EXCEPT-FILE
007430     END-IF.
007440     IF WS-STILL-PRESENT THEN
007450         OPEN INPUT STILL-REJECT-FILE
007460         MOVE "N" TO WS-EOF-SWITCH
007470         PERFORM 2210-READ-STILL-REJECT
007480             THRU 2210-EXIT
007490         PERFORM 3200-CHECK-REJECT
007500             THRU 3200-EXIT
007510             UNTIL WS-EOF
007520         CLOSE STILL-REJECT-FILE
007530     END-IF.
007540     IF WS-DUPS-PRESENT THEN
007550         OPEN INPUT DUPS-FILE
007560         MOVE "N" TO WS-EOF-SWITCH
007570         PERFORM 2310-READ-DUPLICATE
007580             THRU 2310-EXIT
007590         PERFORM 3300-CHECK-DUPLICATE
007600             THRU 3300-EXIT
007610             UNTIL WS-EOF
007620         CLOSE DUPS-FILE
007630     END-IF.
007640 3000-EXIT.
007650     EXIT.
007660*--------------------------------------------------------------*
007670*    3100-CHECK-EXCEPTION  -  COUNT A PERIOD TRUNCATION WITH NO *
007680*                       FEED TO SEND IT TO                       *
007690*--------------------------------------------------------------*
007700 3100-CHECK-EXCEPTION.
007710     MOVE EX-DATE-WRITTEN TO WS-TEST-DATE.
007720     PERFORM 5100-CHECK-PERIOD
007730         THRU 5100-EXIT.
007740     IF WS-IN-PERIOD THEN
007750         MOVE EX-DEST-TYPE TO WS-WORK-CODE
007760         PERFORM 5000-FIND-FEED
007770             THRU 5000-EXIT
007780         IF WS-HIT-SUB = ZERO THEN
007790             ADD 1 TO WS-LOST-TRUNC
007800         END-IF
007810     END-IF.
007820     PERFORM 2110-READ-EXCEPTION
007830         THRU 2110-EXIT.
007840 3100-EXIT.
007850     EXIT.
007860*--------------------------------------------------------------*
007870*    3200-CHECK-REJECT  -  COUNT A REJECT WITH NO FEED TO SEND  *
007880*                       IT TO                                    *
007890*--------------------------------------------------------------*
007900 3200-CHECK-REJECT.
007910     MOVE RD-DEST-TYPE TO WS-WORK-CODE.
007920     PERFORM 5000-FIND-FEED
007930         THRU 5000-EXIT.
007940     IF WS-HIT-SUB = ZERO THEN
007950         ADD 1 TO WS-LOST-REJECT
007960     END-IF.
007970     PERFORM 2210-READ-STILL-REJECT
007980         THRU 2210-EXIT.
007990 3200-EXIT.
008000     EXIT.
008010*--------------------------------------------------------------*
008020*    3300-CHECK-DUPLICATE  -  COUNT A PERIOD DUPLICATE WITH NO  *
008030*                       FEED TO SEND IT TO                       *
008040*--------------------------------------------------------------*
008050 3300-CHECK-DUPLICATE.
008060     MOVE DU-DATE-WRITTEN TO WS-TEST-DATE.
008070     PERFORM 5100-CHECK-PERIOD
008080         THRU 5100-EXIT.
008090     IF WS-IN-PERIOD THEN
008100         MOVE DU-DEST-TYPE TO WS-WORK-CODE
008110         PERFORM 5000-FIND-FEED
008120             THRU 5000-EXIT
008130         IF WS-HIT-SUB = ZERO THEN
008140             ADD 1 TO WS-LOST-DUPS
008150         END-IF
008160     END-IF.
008170     PERFORM 2310-READ-DUPLICATE
008180         THRU 2310-EXIT.
008190 3300-EXIT.
008200     EXIT.
008210*--------------------------------------------------------------*
008220*    5000-FIND-FEED  -  LOOK WS-WORK-CODE UP ON THE FEED TABLE. *
008230*                       A BLANK CODE NEVER MATCHES.              *
008240*--------------------------------------------------------------*
008250 5000-FIND-FEED.
008260     MOVE ZERO TO WS-HIT-SUB.
008270     IF WS-WORK-CODE = SPACES THEN
008280         GO TO 5000-EXIT
008290     END-IF.
008300     PERFORM 5010-SCAN-FEED
008310         THRU 5010-EXIT
008320         VARYING WS-SCAN-SUB FROM 1 BY 1
008330         UNTIL WS-SCAN-SUB > DT-FEED-COUNT
008340         OR WS-HIT-SUB > ZERO.
008350 5000-EXIT.
008360     EXIT.
008370*--------------------------------------------------------------*
008380*    5010-SCAN-FEED  -  MATCH ONE FEED TABLE ROW                *
008390*--------------------------------------------------------------*
008400 5010-SCAN-FEED.
008410     IF DT-CODE(WS-SCAN-SUB) = WS-WORK-CODE
008420         MOVE WS-SCAN-SUB TO WS-HIT-SUB
008430     END-IF.
008440 5010-EXIT.
008450     EXIT.
008460*--------------------------------------------------------------*
008470*    5100-CHECK-PERIOD  -  IS WS-TEST-DATE INSIDE THE CARD'S    *
008480*                       PERIOD?  AN OPEN END ACCEPTS ANY DATE.   *
008490*--------------------------------------------------------------*
008500 5100-CHECK-PERIOD.
008510     MOVE "Y" TO WS-PERIOD-SWITCH.
008520     IF WS-FROM-DATE NOT = SPACES
008530         AND WS-TEST-DATE < WS-FROM-DATE
008540         MOVE "N" TO WS-PERIOD-SWITCH
008550     END-IF.
008560     IF WS-THRU-DATE NOT = SPACES
008570         AND WS-TEST-DATE > WS-THRU-DATE
008580         MOVE "N" TO WS-PERIOD-SWITCH
008590     END-IF.
008600 5100-EXIT.
008610     EXIT.
008620*--------------------------------------------------------------*
008630*    5200-VALUE-LENGTH  -  CONTENT LENGTH OF WS-VALUE-AREA,     *
008640*                       TRIMMING TRAILING SPACES BACK FROM THE   *
008650*                       FEED'S SOURCE WIDTH                      *
008660*--------------------------------------------------------------*
008670 5200-VALUE-LENGTH.
008680     IF WS-WIDTH > 500 OR WS-WIDTH = ZERO THEN
008690         MOVE 500 TO WS-WIDTH
008700     END-IF.
008710     MOVE WS-WIDTH TO WS-LENGTH.
008720     PERFORM 5210-TRIM-TRAILING-SPACE
008730         THRU 5210-EXIT
008740         UNTIL WS-LENGTH = ZERO
008750         OR WS-VALUE-AREA(WS-LENGTH:1) NOT = SPACE.
008760 5200-EXIT.
008770     EXIT.
008780*--------------------------------------------------------------*
008790*    5210-TRIM-TRAILING-SPACE  -  BACK UP ONE BYTE              *
008800*--------------------------------------------------------------*
008810 5210-TRIM-TRAILING-SPACE.
008820     SUBTRACT 1 FROM WS-LENGTH.
008830 5210-EXIT.
008840     EXIT.
008850*--------------------------------------------------------------*
008860*    9000-TERMINATE  -  PRINT THE CONTROL REPORT                *
008870*--------------------------------------------------------------*
008880 9000-TERMINATE.
008890     OPEN OUTPUT REPORT-FILE.
008900     MOVE "DL210FB - SOURCE FEEDBACK EXTRACT CONTROL REPORT"
008910         TO RP-RECORD.
008920     WRITE RP-RECORD.
008930     MOVE SPACES TO RP-RECORD.
008940     WRITE RP-RECORD.
008950     MOVE SPACES TO RP-RECORD.
008960     STRING "RUN DATE . . . . . . . . . . . . . " WS-RUN-DATE
008970         DELIMITED BY SIZE INTO RP-RECORD.
008980     WRITE RP-RECORD.
008990     MOVE SPACES TO RP-RECORD.
009000     IF WS-FROM-DATE = SPACES
009010         MOVE "PERIOD FROM  . . . . . . . . . . . OPEN"
009020             TO RP-RECORD
009030     ELSE
009040         STRING "PERIOD FROM  . . . . . . . . . . . "
009050             WS-FROM-DATE
009060             DELIMITED BY SIZE INTO RP-RECORD
009070     END-IF.
009080     WRITE RP-RECORD.
009090     MOVE SPACES TO RP-RECORD.
009100     IF WS-THRU-DATE = SPACES
009110         MOVE "PERIOD THRU  . . . . . . . . . . . OPEN"
009120             TO RP-RECORD
009130     ELSE
009140         STRING "PERIOD THRU  . . . . . . . . . . . "
009150             WS-THRU-DATE
009160             DELIMITED BY SIZE INTO RP-RECORD
009170     END-IF.
009180     WRITE RP-RECORD.
009190     PERFORM 9100-PRINT-FEED
009200         THRU 9100-EXIT
009210         VARYING WS-FEED-SUB FROM 1 BY 1
009220         UNTIL WS-FEED-SUB > DT-FEED-COUNT.
009230     MOVE SPACES TO RP-RECORD.
009240     WRITE RP-RECORD.
009250     MOVE WS-FILES-WRITTEN TO WS-RPT-COUNT.
009260     MOVE SPACES TO RP-RECORD.
009270     STRING "FEEDBACK FILES WRITTEN . . . . . . " WS-RPT-COUNT
009280         DELIMITED BY SIZE INTO RP-RECORD.
009290     WRITE RP-RECORD.
009300     MOVE WS-LOST-TRUNC TO WS-RPT-COUNT.
009310     MOVE SPACES TO RP-RECORD.
009320     STRING "TRUNCATIONS WITH NO FEED . . . . . " WS-RPT-COUNT
009330         DELIMITED BY SIZE INTO RP-RECORD.
009340     WRITE RP-RECORD.
009350     MOVE WS-LOST-REJECT TO WS-RPT-COUNT.
009360     MOVE SPACES TO RP-RECORD.
009370     STRING "REJECTS WITH NO FEED . . . . . . . " WS-RPT-COUNT
009380         DELIMITED BY SIZE INTO RP-RECORD.
009390     WRITE RP-RECORD.
009400     MOVE WS-LOST-DUPS TO WS-RPT-COUNT.
009410     MOVE SPACES TO RP-RECORD.
009420     STRING "DUPLICATES WITH NO FEED  . . . . . " WS-RPT-COUNT
009430         DELIMITED BY SIZE INTO RP-RECORD.
009440     WRITE RP-RECORD.
009450     IF WS-FILES-FAILED > ZERO THEN
009460         MOVE WS-FILES-FAILED TO WS-RPT-COUNT
009470         MOVE SPACES TO RP-RECORD
009480         STRING "FEEDBACK FILES NOT WRITTEN . . . . " WS-RPT-COUNT
009490             DELIMITED BY SIZE INTO RP-RECORD
009500         WRITE RP-RECORD
009510         MOVE 8 TO RETURN-CODE
009520     END-IF.
009530     CLOSE REPORT-FILE.
009540     DISPLAY "DL210FB - FEEDBACK FILES WRITTEN " WS-FILES-WRITTEN.
009550 9000-EXIT.
009560     EXIT.
009570*--------------------------------------------------------------*
009580*    9100-PRINT-FEED  -  ONE FEED'S FILE AND ITS COUNTS         *
009590*--------------------------------------------------------------*
009600 9100-PRINT-FEED.
009610     MOVE SPACES TO RP-RECORD.
009620     WRITE RP-RECORD.
009630     MOVE SPACES TO RP-RECORD.
009640     IF WS-FC-OPEN-SW(WS-FEED-SUB) = "Y"
009650         STRING "FEED " DT-CODE(WS-FEED-SUB)
009660             "  FILE " WS-FB-DD(WS-FEED-SUB)
009670             DELIMITED BY SIZE INTO RP-RECORD
009680     ELSE
009690         STRING "FEED " DT-CODE(WS-FEED-SUB)
009700             "  FILE " WS-FB-DD(WS-FEED-SUB)
009710             "  *** NOT WRITTEN ***"
009720             DELIMITED BY SIZE INTO RP-RECORD
009730     END-IF.
009740     WRITE RP-RECORD.
009750     MOVE WS-FC-TRUNC(WS-FEED-SUB) TO WS-RPT-TRUNC.
009760     MOVE WS-FC-REJECT(WS-FEED-SUB) TO WS-RPT-REJECT.
009770     MOVE WS-FC-STILL(WS-FEED-SUB) TO WS-RPT-STILL.
009780     MOVE SPACES TO RP-RECORD.
009790     STRING "  TRUNCATED " WS-RPT-TRUNC
009800         "  REJECTED " WS-RPT-REJECT
009810         "  STILL REJECTED " WS-RPT-STILL
009820         DELIMITED BY SIZE INTO RP-RECORD.
009830     WRITE RP-RECORD.
009840     MOVE WS-FC-DUPS(WS-FEED-SUB) TO WS-RPT-DUPS.
009850     MOVE WS-FC-DETAIL(WS-FEED-SUB) TO WS-RPT-COUNT.
009860     MOVE SPACES TO RP-RECORD.
009870     STRING "  DUPLICATES " WS-RPT-DUPS
009880         "  DETAIL RECORDS " WS-RPT-COUNT
009890         DELIMITED BY SIZE INTO RP-RECORD.
009900     WRITE RP-RECORD.
009910 9100-EXIT.
009920     EXIT.
