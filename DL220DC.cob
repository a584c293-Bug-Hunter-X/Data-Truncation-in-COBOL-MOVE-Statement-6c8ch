000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL220DC                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     OUTPUT CHANGE CAPTURE.  COMPARES ONE FEED'S     *
000170*               OUTPUT FILE (OUTFILE) WITH THE PREVIOUS         *
000180*               NIGHT'S (PREVOUT) AND WRITES A DELTA FILE       *
000190*               (DL220DD ON DELTAOUT) OF THE RECORDS ADDED,     *
000200*               CHANGED AND DELETED, WITH THE USUAL HDR/TRL     *
000210*               CONTROLS, SO A RECEIVER CAN APPLY THE DAY'S     *
000220*               CHANGES INSTEAD OF RELOADING THE WHOLE FILE.    *
000230*               BOTH FILES ARE SORTED ON THE MATCH KEY AND      *
000240*               ARRIVAL SEQUENCE AND MATCHED; A KEY THAT        *
000250*               APPEARS MORE THAN ONCE IS PAIRED OCCURRENCE BY  *
000260*               OCCURRENCE IN ARRIVAL ORDER.  THE FEED ON THE   *
000270*               DCPARM CARD (DL220PM) DECIDES THE MATCH:        *
000280*                 BUSINESS KEY - THE FEED'S DT-KEY-OFFSET/      *
000290*                   DT-KEY-LENGTH.  SAME KEY, DIFFERENT IMAGE   *
000300*                   IS A CHANGE.                                *
000310*                 FULL RECORD - A FEED WITH NO BUSINESS KEY     *
000320*                   (OR ONE RUNNING PAST THE RECORD) MATCHES ON *
000330*                   THE WHOLE IMAGE, SO A CHANGED RECORD SHOWS  *
000340*                   AS A DELETE OF THE OLD IMAGE AND AN ADD OF  *
000350*                   THE NEW ONE.                                *
000360*                 FULL REFRESH - A SPILL FEED'S OUTPUT IS       *
000370*                   SEGMENTS NUMBERED BY THE RUN'S RECORD ID,   *
000380*                   WHICH DO NOT MATCH NIGHT TO NIGHT, SO EVERY *
000390*                   PREVIOUS SEGMENT IS A DELETE AND EVERY      *
000400*                   CURRENT ONE AN ADD.                         *
000410*               NO PREVIOUS FILE (THE FIRST NIGHT) MAKES EVERY  *
000420*               RECORD AN ADD.  THE BALANCING REPORT (DCRPFILE) *
000430*               PROVES PREVIOUS + ADDS - DELETES = CURRENT AND  *
000440*               SETS RETURN CODE 8 WHEN IT DOES NOT; A MISSING  *
000450*               CARD, AN UNKNOWN FEED OR A MISSING OUTPUT FILE  *
000460*               STOPS THE RUN WITH RETURN CODE 16.  RUN ONCE    *
000470*               PER FEED OUTPUT FILE.                           *
000480*                                                                *
000490*  MODIFICATION HISTORY.                                        *
000500*  DATE        BY    DESCRIPTION                                *
000510*  ----------  ----  -------------------------------------      *
000520*  10/15/2026  RDM   INITIAL VERSION.                           *
000530*--------------------------------------------------------------*
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.         DL220DC.
000560 AUTHOR.             R. MARCHETTI.
000570 INSTALLATION.       DATA QUALITY SYSTEMS.
000580 DATE-WRITTEN.       10/15/2026.
000590 DATE-COMPILED.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PARM-FILE ASSIGN TO "DCPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670     SELECT PREV-FILE ASSIGN TO "PREVOUT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PREV-STATUS.
000700     SELECT CURR-FILE ASSIGN TO "OUTFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CURR-STATUS.
000730     SELECT SORT-FILE ASSIGN TO "DCSRTWK".
000740     SELECT PREV-SORTED-FILE ASSIGN TO "DCPRVSRT"
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT CURR-SORTED-FILE ASSIGN TO "DCCURSRT"
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT DELTA-FILE ASSIGN TO "DELTAOUT"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT REPORT-FILE ASSIGN TO "DCRPFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PARM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY DL220PM.
000880*
000890 FD  PREV-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  PREV-RECORD                 PIC X(500).
000920*
000930 FD  CURR-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  CURR-RECORD                 PIC X(500).
000960*
000970*    THE SORT RECORD: MATCH KEY, ARRIVAL SEQUENCE, RECORD IMAGE.
000980*    THE KEY IS THE BUSINESS KEY LEFT-JUSTIFIED, OR THE WHOLE
000990*    IMAGE FOR A FULL-RECORD MATCH.
001000 SD  SORT-FILE.
001010 01  SK-RECORD.
001020     05  SK-KEY                  PIC X(500).
001030     05  SK-SEQUENCE             PIC 9(09).
001040     05  SK-DATA                 PIC X(500).
001050*
001060 FD  PREV-SORTED-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  PS-RECORD.
001090     05  PS-KEY                  PIC X(500).
001100     05  PS-SEQUENCE             PIC 9(09).
001110     05  PS-DATA                 PIC X(500).
001120*
001130 FD  CURR-SORTED-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  CS-RECORD.
001160     05  CS-KEY                  PIC X(500).
001170     05  CS-SEQUENCE             PIC 9(09).
001180     05  CS-DATA                 PIC X(500).
001190*
001200 FD  DELTA-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY DL220DD.
001230*
001240 FD  REPORT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY DL100RP.
001270*
001280 WORKING-STORAGE SECTION.
001290 01  WS-PARM-STATUS              PIC X(02).
001300 01  WS-PREV-STATUS              PIC X(02).
001310 01  WS-CURR-STATUS              PIC X(02).
001320 01  WS-TBL-STATUS               PIC X(02).
001330 01  WS-SWITCHES.
001340     05  WS-EOF-SWITCH           PIC X(01).
001350         88  WS-EOF                       VALUE "Y".
001360     05  WS-STOP-SWITCH          PIC X(01) VALUE "N".
001370         88  WS-RUN-STOPPED               VALUE "Y".
001380     05  WS-CTL-SWITCH           PIC X(01) VALUE "N".
001390         88  WS-CTL-ON                    VALUE "Y".
001400     05  WS-PREV-SWITCH          PIC X(01) VALUE "N".
001410         88  WS-PREV-PRESENT              VALUE "Y".
001420     05  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
001430         88  WS-IN-BALANCE                VALUE "Y".
001440*    THE MATCH MODE, SET FROM THE FEED DEFINITION
001450     05  WS-MATCH-MODE           PIC X(01).
001460         88  WS-MATCH-BY-KEY              VALUE "K".
001470         88  WS-MATCH-BY-RECORD           VALUE "R".
001480         88  WS-FULL-REFRESH              VALUE "F".
001490*    WHAT A DATA RECORD READ FROM AN OUTPUT FILE IS FOR: "S"
001500*    RELEASED TO THE SORT, OR WRITTEN STRAIGHT TO THE DELTA
001510*    FILE AS A DELETE ("D") OR AN ADD ("A") IN A FULL REFRESH
001520     05  WS-PASS-MODE            PIC X(01).
001530         88  WS-PASS-TO-SORT              VALUE "S".
001540 01  WS-FEED-CODE                PIC X(04) VALUE SPACES.
001550 01  WS-RUN-DATE                 PIC X(10).
001560 01  WS-CURRENT-DATE-FIELDS.
001570     05  WS-CURRENT-DATE.
001580         10  WS-CURRENT-YY       PIC 9(02).
001590         10  WS-CURRENT-MM       PIC 9(02).
001600         10  WS-CURRENT-DD       PIC 9(02).
001610*--------------------------------------------------------------*
001620*    WORKING STORAGE FOR THE FEED DEFINITIONS AND THE KEY       *
001630*--------------------------------------------------------------*
001640 COPY DL100DT.
001650 COPY DL100FL.
001660 01  WS-KEY-FIELDS.
001670     05  WS-FEED-SUB             PIC 9(4) COMP.
001680     05  WS-SCAN-SUB             PIC 9(4) COMP.
001690     05  WS-KEY-OFFSET           PIC 9(4) COMP VALUE ZERO.
001700     05  WS-KEY-LENGTH           PIC 9(2) COMP VALUE ZERO.
001710*--------------------------------------------------------------*
001720*    WORKING STORAGE FOR THE READ-AHEAD.  A TRAILER IS ONLY     *
001730*    KNOWN TO BE THE TRAILER WHEN NOTHING FOLLOWS IT, SO EACH   *
001740*    RECORD IS HELD UNTIL THE NEXT ONE HAS BEEN READ.           *
001750*--------------------------------------------------------------*
001760 01  WS-NEXT-AREA                PIC X(500).
001770 01  WS-DATA-AREA                PIC X(500).
001780 01  WS-SEQUENCE                 PIC 9(09) COMP.
001790*--------------------------------------------------------------*
001800*    WORKING STORAGE FOR THE MATCH                              *
001810*--------------------------------------------------------------*
001820 01  WS-PREV-KEY                 PIC X(500).
001830 01  WS-CURR-KEY                 PIC X(500).
001840 01  WS-LAST-PREV-KEY            PIC X(500).
001850 01  WS-LAST-CURR-KEY            PIC X(500).
001860*--------------------------------------------------------------*
001870*    WORKING STORAGE FOR THE COUNTS AND THE DELTA CONTROLS      *
001880*--------------------------------------------------------------*
001890 01  WS-COUNTERS.
001900     05  WS-PREV-COUNT           PIC 9(09) COMP VALUE ZERO.
001910     05  WS-CURR-COUNT           PIC 9(09) COMP VALUE ZERO.
001920     05  WS-ADD-COUNT            PIC 9(09) COMP VALUE ZERO.
001930     05  WS-CHANGE-COUNT         PIC 9(09) COMP VALUE ZERO.
001940     05  WS-DELETE-COUNT         PIC 9(09) COMP VALUE ZERO.
001950     05  WS-SAME-COUNT           PIC 9(09) COMP VALUE ZERO.
001960     05  WS-PREV-DUP-KEYS        PIC 9(09) COMP VALUE ZERO.
001970     05  WS-CURR-DUP-KEYS        PIC 9(09) COMP VALUE ZERO.
001980     05  WS-CTL-SKIPPED          PIC 9(09) COMP VALUE ZERO.
001990     05  WS-DELTA-COUNT          PIC 9(09) COMP VALUE ZERO.
002000     05  WS-DELTA-CHARS          PIC 9(11) COMP VALUE ZERO.
002010     05  WS-DELTA-TRIM           PIC 9(4) COMP.
002020     05  WS-CTL-COUNT-DISP       PIC 9(09).
002030     05  WS-CTL-CHARS-DISP       PIC 9(11).
002040     05  WS-EXPECT-WORK          PIC 9(11) COMP.
002050 01  WS-REPORT-EDIT-FIELDS.
002060     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002070     05  WS-RPT-EXPECT           PIC ZZZ,ZZZ,ZZ9.
002080     05  WS-RPT-OFFSET           PIC Z,ZZ9.
002090     05  WS-RPT-LENGTH           PIC Z9.
002100*
002110 PROCEDURE DIVISION.
002120*--------------------------------------------------------------*
002130*    0000-MAINLINE                                              *
002140*--------------------------------------------------------------*
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE
002170         THRU 1000-EXIT.
002180     IF WS-RUN-STOPPED THEN
002190         GO TO 0000-STOP
002200     END-IF.
002210     IF WS-FULL-REFRESH THEN
002220         PERFORM 4000-FULL-REFRESH
002230             THRU 4000-EXIT
002240     ELSE
002250         PERFORM 2000-SORT-OUTPUTS
002260             THRU 2000-EXIT
002270         PERFORM 3000-MATCH-OUTPUTS
002280             THRU 3000-EXIT
002290     END-IF.
002300     PERFORM 9000-TERMINATE
002310         THRU 9000-EXIT.
002320 0000-STOP.
002330     GOBACK.
002340*--------------------------------------------------------------*
002350*    1000-INITIALIZE  -  TAKE THE CARD, RESOLVE THE FEED AND    *
002360*                       ITS MATCH MODE, CHECK THE FILES          *
002370*--------------------------------------------------------------*
002380 1000-INITIALIZE.
002390     ACCEPT WS-CURRENT-DATE FROM DATE.
002400     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
002410         DELIMITED BY SIZE INTO WS-RUN-DATE.
002420     OPEN INPUT PARM-FILE.
002430     IF WS-PARM-STATUS = "00" THEN
002440         READ PARM-FILE
002450             NOT AT END
002460                 MOVE DC-FEED-CODE TO WS-FEED-CODE
002470                 IF DC-CTL-SWITCH = "Y" THEN
002480                     MOVE "Y" TO WS-CTL-SWITCH
002490                 END-IF
002500         END-READ
002510         CLOSE PARM-FILE
002520     END-IF.
002530     IF WS-FEED-CODE = SPACES THEN
002540         DISPLAY "DL220DC - NO FEED CODE ON THE PARAMETER CARD"
002550         GO TO 1000-STOP
002560     END-IF.
002570     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
002580     IF WS-TBL-STATUS NOT = "00" THEN
002590         DISPLAY "DL220DC - FEED DEFINITION LOAD STATUS "
002600             WS-TBL-STATUS
002610     END-IF.
002620     MOVE ZERO TO WS-FEED-SUB.
002630     PERFORM 1100-SCAN-FEED
002640         THRU 1100-EXIT
002650         VARYING WS-SCAN-SUB FROM 1 BY 1
002660         UNTIL WS-SCAN-SUB > DT-FEED-COUNT
002670         OR WS-FEED-SUB > ZERO.
002680     IF WS-FEED-SUB = ZERO THEN
002690         DISPLAY "DL220DC - UNKNOWN FEED " WS-FEED-CODE
002700         GO TO 1000-STOP
002710     END-IF.
002720*    A SPILL FEED IS REFRESHED WHOLE; A FEED WITH NO USABLE
002730*    BUSINESS KEY MATCHES ON THE WHOLE RECORD IMAGE.
002740     MOVE "R" TO WS-MATCH-MODE.
002750     MOVE DT-KEY-OFFSET(WS-FEED-SUB) TO WS-KEY-OFFSET.
002760     MOVE DT-KEY-LENGTH(WS-FEED-SUB) TO WS-KEY-LENGTH.
002770     IF WS-KEY-LENGTH > ZERO
002780         AND WS-KEY-OFFSET > ZERO
002790         AND WS-KEY-OFFSET + WS-KEY-LENGTH - 1 <= 500
002800         MOVE "K" TO WS-MATCH-MODE
002810     END-IF.
002820     IF DT-TRUNC-STYLE(WS-FEED-SUB) = "S" THEN
002830         MOVE "F" TO WS-MATCH-MODE
002840     END-IF.
002850     OPEN INPUT CURR-FILE.
002860     IF WS-CURR-STATUS NOT = "00" THEN
002870         DISPLAY "DL220DC - NO CURRENT OUTPUT FILE"
002880         GO TO 1000-STOP
002890     END-IF.
002900     CLOSE CURR-FILE.
002910     OPEN INPUT PREV-FILE.
002920     IF WS-PREV-STATUS = "00" THEN
002930         MOVE "Y" TO WS-PREV-SWITCH
002940         CLOSE PREV-FILE
002950     ELSE
002960         DISPLAY "DL220DC - NO PREVIOUS OUTPUT FILE - "
002970             "EVERY RECORD IS AN ADD"
002980     END-IF.
002990     GO TO 1000-EXIT.
003000 1000-STOP.
003010     DISPLAY "DL220DC - RUN STOPPED - NO DELTA WRITTEN".
003020     MOVE "Y" TO WS-STOP-SWITCH.
003030     MOVE 16 TO RETURN-CODE.
003040 1000-EXIT.
003050     EXIT.
003060*--------------------------------------------------------------*
003070*    1100-SCAN-FEED  -  MATCH ONE FEED TABLE ROW                *
003080*--------------------------------------------------------------*
003090 1100-SCAN-FEED.
003100     IF DT-CODE(WS-SCAN-SUB) = WS-FEED-CODE
003110         MOVE WS-SCAN-SUB TO WS-FEED-SUB
003120     END-IF.
003130 1100-EXIT.
003140     EXIT.
003150*--------------------------------------------------------------*
003160*    2000-SORT-OUTPUTS  -  SORT EACH NIGHT'S OUTPUT ON THE      *
003170*                       MATCH KEY AND ARRIVAL SEQUENCE           *
003180*--------------------------------------------------------------*
003190 2000-SORT-OUTPUTS.
003200     MOVE "S" TO WS-PASS-MODE.
003210     IF WS-PREV-PRESENT THEN
003220         SORT SORT-FILE
003230             ON ASCENDING KEY SK-KEY SK-SEQUENCE
003240             INPUT PROCEDURE IS 2100-RELEASE-PREVIOUS
003250                 THRU 2100-EXIT
003260             GIVING PREV-SORTED-FILE
003270     END-IF.
003280     SORT SORT-FILE
003290         ON ASCENDING KEY SK-KEY SK-SEQUENCE
003300         INPUT PROCEDURE IS 2200-RELEASE-CURRENT
003310             THRU 2200-EXIT
003320         GIVING CURR-SORTED-FILE.
003330 2000-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
003360*    2100-RELEASE-PREVIOUS  -  PASS THE PREVIOUS NIGHT'S DATA   *
003370*                       RECORDS ON, SKIPPING ITS CONTROLS        *
003380*--------------------------------------------------------------*
003390 2100-RELEASE-PREVIOUS.
003400     OPEN INPUT PREV-FILE.
003410     MOVE ZERO TO WS-SEQUENCE.
003420     MOVE "N" TO WS-EOF-SWITCH.
003430     PERFORM 2110-READ-PREVIOUS
003440         THRU 2110-EXIT.
003450     IF WS-CTL-ON
003460         AND NOT WS-EOF
003470         AND WS-NEXT-AREA(1:3) = "HDR"
003480         ADD 1 TO WS-CTL-SKIPPED
003490         PERFORM 2110-READ-PREVIOUS
003500             THRU 2110-EXIT
003510     END-IF.
003520     PERFORM 2120-PASS-PREVIOUS
003530         THRU 2120-EXIT
003540         UNTIL WS-EOF.
003550     CLOSE PREV-FILE.
003560 2100-EXIT.
003570     EXIT.
003580*--------------------------------------------------------------*
003590*    2110-READ-PREVIOUS  -  READ AHEAD ONE PREVIOUS RECORD      *
003600*--------------------------------------------------------------*
003610 2110-READ-PREVIOUS.
003620     READ PREV-FILE INTO WS-NEXT-AREA
003630         AT END
003640             MOVE "Y" TO WS-EOF-SWITCH
003650     END-READ.
003660 2110-EXIT.
003670     EXIT.
003680*--------------------------------------------------------------*
003690*    2120-PASS-PREVIOUS  -  TAKE THE HELD RECORD, READ THE      *
003700*                       NEXT, AND PASS THE HELD ONE ON UNLESS    *
003710*                       IT IS THE TRAILER                        *
003720*--------------------------------------------------------------*
003730 2120-PASS-PREVIOUS.
003740     MOVE WS-NEXT-AREA TO WS-DATA-AREA.
003750     PERFORM 2110-READ-PREVIOUS
003760         THRU 2110-EXIT.
003770     IF WS-CTL-ON
003780         AND WS-EOF
003790         AND WS-DATA-AREA(1:3) = "TRL"
003800         ADD 1 TO WS-CTL-SKIPPED
003810         GO TO 2120-EXIT
003820     END-IF.
003830     ADD 1 TO WS-PREV-COUNT.
003840     PERFORM 2400-TAKE-DATA-RECORD
003850         THRU 2400-EXIT.
003860 2120-EXIT.
003870     EXIT.
003880*--------------------------------------------------------------*
003890*    2200-RELEASE-CURRENT  -  PASS TODAY'S DATA RECORDS ON,     *
003900*                       SKIPPING ITS CONTROLS                    *
003910*--------------------------------------------------------------*
003920 2200-RELEASE-CURRENT.
003930     OPEN INPUT CURR-FILE.
003940     MOVE ZERO TO WS-SEQUENCE.
003950     MOVE "N" TO WS-EOF-SWITCH.
003960     PERFORM 2210-READ-CURRENT
003970         THRU 2210-EXIT.
003980     IF WS-CTL-ON
003990         AND NOT WS-EOF
004000         AND WS-NEXT-AREA(1:3) = "HDR"
004010         ADD 1 TO WS-CTL-SKIPPED
004020         PERFORM 2210-READ-CURRENT
004030             THRU 2210-EXIT
004040     END-IF.
004050     PERFORM 2220-PASS-CURRENT
004060         THRU 2220-EXIT
004070         UNTIL WS-EOF.
004080     CLOSE CURR-FILE.
004090 2200-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004120*    2210-READ-CURRENT  -  READ AHEAD ONE CURRENT RECORD        *
004130*--------------------------------------------------------------*
004140 2210-READ-CURRENT.
004150     READ CURR-FILE INTO WS-NEXT-AREA
004160         AT END
004170             MOVE "Y" TO WS-EOF-SWITCH
004180     END-READ.
004190 2210-EXIT.
004200     EXIT.
004210*--------------------------------------------------------------*
004220*    2220-PASS-CURRENT  -  TAKE THE HELD RECORD, READ THE NEXT, *
004230*                       AND PASS THE HELD ONE ON UNLESS IT IS    *
004240*                       THE TRAILER                              *
004250*--------------------------------------------------------------*
004260 2220-PASS-CURRENT.
004270     MOVE WS-NEXT-AREA TO WS-DATA-AREA.
004280     PERFORM 2210-READ-CURRENT
004290         THRU 2210-EXIT.
004300     IF WS-CTL-ON
004310         AND WS-EOF
004320         AND WS-DATA-AREA(1:3) = "TRL"
004330         ADD 1 TO WS-CTL-SKIPPED
004340         GO TO 2220-EXIT
004350     END-IF.
004360     ADD 1 TO WS-CURR-COUNT.
004370     PERFORM 2400-TAKE-DATA-RECORD
004380         THRU 2400-EXIT.
004390 2220-EXIT.
004400     EXIT.
004410*--------------------------------------------------------------*
004420*    2400-TAKE-DATA-RECORD  -  RELEASE ONE DATA RECORD TO THE   *
004430*                       SORT WITH ITS MATCH KEY, OR IN A FULL    *
004440*                       REFRESH WRITE IT STRAIGHT TO THE DELTA   *
004450*--------------------------------------------------------------*
004460 2400-TAKE-DATA-RECORD.
004470     IF NOT WS-PASS-TO-SORT THEN
004480         MOVE WS-PASS-MODE TO DD-ACTION
004490         MOVE WS-DATA-AREA TO DD-VALUE
004500         PERFORM 5000-WRITE-DELTA
004510             THRU 5000-EXIT
004520         GO TO 2400-EXIT
004530     END-IF.
004540     ADD 1 TO WS-SEQUENCE.
004550     MOVE SPACES TO SK-KEY.
004560     IF WS-MATCH-BY-KEY THEN
004570         MOVE WS-DATA-AREA(WS-KEY-OFFSET:WS-KEY-LENGTH)
004580             TO SK-KEY(1:WS-KEY-LENGTH)
004590     ELSE
004600         MOVE WS-DATA-AREA TO SK-KEY
004610     END-IF.
004620     MOVE WS-SEQUENCE TO SK-SEQUENCE.
004630     MOVE WS-DATA-AREA TO SK-DATA.
004640     RELEASE SK-RECORD.
004650 2400-EXIT.
004660     EXIT.
004670*--------------------------------------------------------------*
004680*    3000-MATCH-OUTPUTS  -  MATCH THE TWO SORTED FILES.  A KEY  *
004690*                       ONLY YESTERDAY HAD IS A DELETE, ONE      *
004700*                       ONLY TODAY HAS IS AN ADD, ONE BOTH HAVE  *
004710*                       IS A CHANGE WHEN THE IMAGES DIFFER.      *
004720*                       AN EXHAUSTED FILE READS AS HIGH-VALUES.  *
004730*--------------------------------------------------------------*
004740 3000-MATCH-OUTPUTS.
004750     PERFORM 5100-OPEN-DELTA
004760         THRU 5100-EXIT.
004770     MOVE HIGH-VALUES TO WS-PREV-KEY.
004780     MOVE LOW-VALUES TO WS-LAST-PREV-KEY.
004790     MOVE LOW-VALUES TO WS-LAST-CURR-KEY.
004800     IF WS-PREV-PRESENT THEN
004810         OPEN INPUT PREV-SORTED-FILE
004820         PERFORM 3010-READ-PREV-SORTED
004830             THRU 3010-EXIT
004840     END-IF.
004850     OPEN INPUT CURR-SORTED-FILE.
004860     PERFORM 3020-READ-CURR-SORTED
004870         THRU 3020-EXIT.
004880     PERFORM 3100-MATCH-ONE
004890         THRU 3100-EXIT
004900         UNTIL WS-PREV-KEY = HIGH-VALUES
004910         AND WS-CURR-KEY = HIGH-VALUES.
004920     IF WS-PREV-PRESENT THEN
004930         CLOSE PREV-SORTED-FILE
004940     END-IF.
004950     CLOSE CURR-SORTED-FILE.
004960     PERFORM 5200-CLOSE-DELTA
004970         THRU 5200-EXIT.
004980 3000-EXIT.
004990     EXIT.
005000*--------------------------------------------------------------*
005010*    3010-READ-PREV-SORTED  -  NEXT PREVIOUS RECORD, COUNTING   *
005020*                       A KEY SEEN AGAIN                         *
005030*--------------------------------------------------------------*
005040 3010-READ-PREV-SORTED.
005050     READ PREV-SORTED-FILE
005060         AT END
005070             MOVE HIGH-VALUES TO WS-PREV-KEY
005080             GO TO 3010-EXIT
005090     END-READ.
005100     MOVE PS-KEY TO WS-PREV-KEY.
005110     IF WS-PREV-KEY = WS-LAST-PREV-KEY THEN
005120         ADD 1 TO WS-PREV-DUP-KEYS
005130     END-IF.
005140     MOVE WS-PREV-KEY TO WS-LAST-PREV-KEY.
005150 3010-EXIT.
005160     EXIT.
005170*--------------------------------------------------------------*
005180*    3020-READ-CURR-SORTED  -  NEXT CURRENT RECORD, COUNTING A  *
005190*                       KEY SEEN AGAIN                           *
005200*--------------------------------------------------------------*
005210 3020-READ-CURR-SORTED.
005220     READ CURR-SORTED-FILE
005230         AT END
005240             MOVE HIGH-VALUES TO WS-CURR-KEY
005250             GO TO 3020-EXIT
005260     END-READ.
005270     MOVE CS-KEY TO WS-CURR-KEY.
005280     IF WS-CURR-KEY = WS-LAST-CURR-KEY THEN
005290         ADD 1 TO WS-CURR-DUP-KEYS
005300     END-IF.
005310     MOVE WS-CURR-KEY TO WS-LAST-CURR-KEY.
005320 3020-EXIT.
005330     EXIT.
005340*--------------------------------------------------------------*
005350*    3100-MATCH-ONE  -  ONE STEP OF THE MATCH                   *
005360*--------------------------------------------------------------*
005370 3100-MATCH-ONE.
005380     IF WS-PREV-KEY < WS-CURR-KEY THEN
005390         MOVE "D" TO DD-ACTION
005400         MOVE PS-DATA TO DD-VALUE
005410         PERFORM 5000-WRITE-DELTA
005420             THRU 5000-EXIT
005430         ADD 1 TO WS-DELETE-COUNT
005440         PERFORM 3010-READ-PREV-SORTED
005450             THRU 3010-EXIT
005460         GO TO 3100-EXIT
005470     END-IF.
005480     IF WS-PREV-KEY > WS-CURR-KEY THEN
005490         MOVE "A" TO DD-ACTION
005500         MOVE CS-DATA TO DD-VALUE
005510         PERFORM 5000-WRITE-DELTA
005520             THRU 5000-EXIT
005530         ADD 1 TO WS-ADD-COUNT
005540         PERFORM 3020-READ-CURR-SORTED
005550             THRU 3020-EXIT
005560         GO TO 3100-EXIT
005570     END-IF.
005580     IF PS-DATA = CS-DATA THEN
005590         ADD 1 TO WS-SAME-COUNT
005600     ELSE
005610         MOVE "C" TO DD-ACTION
005620         MOVE CS-DATA TO DD-VALUE
005630         PERFORM 5000-WRITE-DELTA
005640             THRU 5000-EXIT
005650         ADD 1 TO WS-CHANGE-COUNT
005660     END-IF.
005670     PERFORM 3010-READ-PREV-SORTED
005680         THRU 3010-EXIT.
005690     PERFORM 3020-READ-CURR-SORTED
005700         THRU 3020-EXIT.
005710 3100-EXIT.
005720     EXIT.
005730*--------------------------------------------------------------*
005740*    4000-FULL-REFRESH  -  A SPILL FEED: EVERY PREVIOUS RECORD  *
005750*                       GOES OUT AS A DELETE, THEN EVERY         *
005760*                       CURRENT RECORD AS AN ADD                 *
005770*--------------------------------------------------------------*
005780 4000-FULL-REFRESH.
005790     PERFORM 5100-OPEN-DELTA
005800         THRU 5100-EXIT.
005810     IF WS-PREV-PRESENT THEN
005820         MOVE "D" TO WS-PASS-MODE
005830         PERFORM 2100-RELEASE-PREVIOUS
005840             THRU 2100-EXIT
005850     END-IF.
005860     MOVE "A" TO WS-PASS-MODE.
005870     PERFORM 2200-RELEASE-CURRENT
005880         THRU 2200-EXIT.
005890     MOVE WS-PREV-COUNT TO WS-DELETE-COUNT.
005900     MOVE WS-CURR-COUNT TO WS-ADD-COUNT.
005910     PERFORM 5200-CLOSE-DELTA
005920         THRU 5200-EXIT.
005930 4000-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------*
005960*    5000-WRITE-DELTA  -  WRITE ONE DELTA RECORD AND COUNT IT   *
005970*                       FOR THE TRAILER THE WAY A RECEIVER WILL: *
005980*                       ONE RECORD PLUS ITS TRIMMED LENGTH       *
005990*--------------------------------------------------------------*
006000 5000-WRITE-DELTA.
006010     WRITE DD-RECORD.
006020     ADD 1 TO WS-DELTA-COUNT.
006030     MOVE 501 TO WS-DELTA-TRIM.
006040     PERFORM 5010-TRIM-DELTA-BYTE
006050         THRU 5010-EXIT
006060         UNTIL WS-DELTA-TRIM = ZERO
006070         OR DD-RECORD(WS-DELTA-TRIM:1) NOT = SPACE.
006080     ADD WS-DELTA-TRIM TO WS-DELTA-CHARS.
006090 5000-EXIT.
006100     EXIT.
006110*--------------------------------------------------------------*
006120*    5010-TRIM-DELTA-BYTE  -  BACK UP ONE BYTE                  *
006130*--------------------------------------------------------------*
006140 5010-TRIM-DELTA-BYTE.
006150     SUBTRACT 1 FROM WS-DELTA-TRIM.
006160 5010-EXIT.
006170     EXIT.
006180*--------------------------------------------------------------*
006190*    5100-OPEN-DELTA  -  OPEN THE DELTA FILE AND WRITE ITS      *
006200*                       HEADER                                   *
006210*--------------------------------------------------------------*
006220 5100-OPEN-DELTA.
006230     OPEN OUTPUT DELTA-FILE.
006240     MOVE SPACES TO DD-RECORD.
006250     STRING "HDR" WS-FEED-CODE WS-RUN-DATE
006260         DELIMITED BY SIZE INTO DD-RECORD.
006270     WRITE DD-RECORD.
006280 5100-EXIT.
006290     EXIT.
006300*--------------------------------------------------------------*
006310*    5200-CLOSE-DELTA  -  WRITE THE DELTA TRAILER AND CLOSE     *
006320*--------------------------------------------------------------*
006330 5200-CLOSE-DELTA.
006340     MOVE WS-DELTA-COUNT TO WS-CTL-COUNT-DISP.
006350     MOVE WS-DELTA-CHARS TO WS-CTL-CHARS-DISP.
006360     MOVE SPACES TO DD-RECORD.
006370     STRING "TRL" WS-CTL-COUNT-DISP WS-CTL-CHARS-DISP
006380         DELIMITED BY SIZE INTO DD-RECORD.
006390     WRITE DD-RECORD.
006400     CLOSE DELTA-FILE.
006410 5200-EXIT.
006420     EXIT.
006430*--------------------------------------------------------------*
006440*    9000-TERMINATE  -  PRINT THE BALANCING REPORT              *
006450*--------------------------------------------------------------*
006460 9000-TERMINATE.
006470     OPEN OUTPUT REPORT-FILE.
006480     MOVE "DL220DC - OUTPUT CHANGE-CAPTURE BALANCING REPORT"
006490         TO RP-RECORD.
006500     WRITE RP-RECORD.
006510     MOVE SPACES TO RP-RECORD.
006520     WRITE RP-RECORD.
006530     MOVE SPACES TO RP-RECORD.
006540     STRING "RUN DATE . . . . . . . . . . . . . " WS-RUN-DATE
006550         DELIMITED BY SIZE INTO RP-RECORD.
006560     WRITE RP-RECORD.
006570     MOVE SPACES TO RP-RECORD.
006580     STRING "FEED . . . . . . . . . . . . . . . " WS-FEED-CODE
006590         DELIMITED BY SIZE INTO RP-RECORD.
006600     WRITE RP-RECORD.
006610     MOVE SPACES TO RP-RECORD.
006620     IF WS-MATCH-BY-KEY THEN
006630         MOVE WS-KEY-OFFSET TO WS-RPT-OFFSET
006640         MOVE WS-KEY-LENGTH TO WS-RPT-LENGTH
006650         STRING "MATCHED ON . . . . . . . . . . . . "
006660             "BUSINESS KEY  OFFSET " WS-RPT-OFFSET
006670             "  LENGTH " WS-RPT-LENGTH
006680             DELIMITED BY SIZE INTO RP-RECORD
006690     END-IF.
006700     IF WS-MATCH-BY-RECORD THEN
006710         MOVE "MATCHED ON . . . . . . . . . . . . FULL RECORD"
006720             TO RP-RECORD
006730     END-IF.
006740     IF WS-FULL-REFRESH THEN
006750         MOVE "MATCHED ON . . . . . . . . . . . . NONE - FULL"
006760             TO RP-RECORD
006770         MOVE "REFRESH (SPILL FEED)" TO RP-RECORD(48:20)
006780     END-IF.
006790     WRITE RP-RECORD.
006800     IF NOT WS-PREV-PRESENT THEN
006810         MOVE "NO PREVIOUS OUTPUT - EVERY RECORD IS AN ADD"
006820             TO RP-RECORD
006830         WRITE RP-RECORD
006840     END-IF.
006850     MOVE SPACES TO RP-RECORD.
006860     WRITE RP-RECORD.
006870     MOVE WS-PREV-COUNT TO WS-RPT-COUNT.
006880     MOVE SPACES TO RP-RECORD.
006890     STRING "PREVIOUS OUTPUT RECORDS  . . . . . " WS-RPT-COUNT
006900         DELIMITED BY SIZE INTO RP-RECORD.
006910     WRITE RP-RECORD.
006920     MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
006930     MOVE SPACES TO RP-RECORD.
006940     STRING "  PLUS ADDS  . . . . . . . . . . . " WS-RPT-COUNT
006950         DELIMITED BY SIZE INTO RP-RECORD.
006960     WRITE RP-RECORD.
006970     MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
006980     MOVE SPACES TO RP-RECORD.
006990     STRING "  LESS DELETES . . . . . . . . . . " WS-RPT-COUNT
007000         DELIMITED BY SIZE INTO RP-RECORD.
007010     WRITE RP-RECORD.
007020     ADD WS-PREV-COUNT WS-ADD-COUNT GIVING WS-EXPECT-WORK.
007030     IF WS-DELETE-COUNT > WS-EXPECT-WORK THEN
007040         MOVE ZERO TO WS-EXPECT-WORK
007050         MOVE "N" TO WS-BALANCE-SWITCH
007060     ELSE
007070         SUBTRACT WS-DELETE-COUNT FROM WS-EXPECT-WORK
007080     END-IF.
007090     MOVE WS-EXPECT-WORK TO WS-RPT-EXPECT.
007100     MOVE SPACES TO RP-RECORD.
007110     STRING "  EQUALS . . . . . . . . . . . . . " WS-RPT-EXPECT
007120         DELIMITED BY SIZE INTO RP-RECORD.
007130     WRITE RP-RECORD.
007140     MOVE WS-CURR-COUNT TO WS-RPT-COUNT.
007150     MOVE SPACES TO RP-RECORD.
007160     STRING "CURRENT OUTPUT RECORDS . . . . . . " WS-RPT-COUNT
007170         DELIMITED BY SIZE INTO RP-RECORD.
007180     WRITE RP-RECORD.
007190     IF WS-EXPECT-WORK NOT = WS-CURR-COUNT THEN
007200         MOVE "N" TO WS-BALANCE-SWITCH
007210     END-IF.
007220     MOVE SPACES TO RP-RECORD.
007230     WRITE RP-RECORD.
007240     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
007250     MOVE SPACES TO RP-RECORD.
007260     STRING "CHANGES  . . . . . . . . . . . . . " WS-RPT-COUNT
007270         DELIMITED BY SIZE INTO RP-RECORD.
007280     WRITE RP-RECORD.
007290     MOVE WS-SAME-COUNT TO WS-RPT-COUNT.
007300     MOVE SPACES TO RP-RECORD.
007310     STRING "UNCHANGED  . . . . . . . . . . . . " WS-RPT-COUNT
007320         DELIMITED BY SIZE INTO RP-RECORD.
007330     WRITE RP-RECORD.
007340     MOVE WS-DELTA-COUNT TO WS-RPT-COUNT.
007350     MOVE SPACES TO RP-RECORD.
007360     STRING "DELTA RECORDS WRITTEN  . . . . . . " WS-RPT-COUNT
007370         DELIMITED BY SIZE INTO RP-RECORD.
007380     WRITE RP-RECORD.
007390     IF WS-PREV-DUP-KEYS > ZERO OR WS-CURR-DUP-KEYS > ZERO THEN
007400         MOVE WS-PREV-DUP-KEYS TO WS-RPT-COUNT
007410         MOVE SPACES TO RP-RECORD
007420         STRING "REPEATED KEYS - PREVIOUS . . . . . " WS-RPT-COUNT
007430             DELIMITED BY SIZE INTO RP-RECORD
007440         WRITE RP-RECORD
007450         MOVE WS-CURR-DUP-KEYS TO WS-RPT-COUNT
007460         MOVE SPACES TO RP-RECORD
007470         STRING "REPEATED KEYS - CURRENT  . . . . . " WS-RPT-COUNT
007480             DELIMITED BY SIZE INTO RP-RECORD
007490         WRITE RP-RECORD
007500     END-IF.
007510     IF WS-CTL-SKIPPED > ZERO THEN
007520         MOVE WS-CTL-SKIPPED TO WS-RPT-COUNT
007530         MOVE SPACES TO RP-RECORD
007540         STRING "CONTROL RECORDS SKIPPED  . . . . . " WS-RPT-COUNT
007550             DELIMITED BY SIZE INTO RP-RECORD
007560         WRITE RP-RECORD
007570     END-IF.
007580*    THE MATCH ITSELF MUST ACCOUNT FOR EVERY RECORD ON BOTH
007590*    SIDES TOO: PREVIOUS = UNCHANGED + CHANGES + DELETES.
007600     ADD WS-SAME-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
007610         GIVING WS-EXPECT-WORK.
007620     IF WS-EXPECT-WORK NOT = WS-PREV-COUNT
007630         AND NOT WS-FULL-REFRESH
007640         MOVE "N" TO WS-BALANCE-SWITCH
007650     END-IF.
007660     MOVE SPACES TO RP-RECORD.
007670     WRITE RP-RECORD.
007680     IF WS-IN-BALANCE THEN
007690         MOVE "CHANGE CAPTURE BALANCED . . . . . YES" TO RP-RECORD
007700     ELSE
007710         MOVE "CHANGE CAPTURE BALANCED . . . . . *** NO ***"
007720             TO RP-RECORD
007730         MOVE 8 TO RETURN-CODE
007740     END-IF.
007750     WRITE RP-RECORD.
007760     CLOSE REPORT-FILE.
007770     DISPLAY "DL220DC - DELTA RECORDS WRITTEN " WS-DELTA-COUNT.
007780 9000-EXIT.
007790     EXIT.
