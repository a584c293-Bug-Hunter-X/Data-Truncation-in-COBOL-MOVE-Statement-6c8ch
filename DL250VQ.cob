000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL250VQ                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     AUTHORIZED INQUIRY AGAINST THE PERSONAL-DATA    *
000170*               VAULT (PIIVAULT, DL100VT).  DL100MN MASKS       *
000180*               CUSTOMER PERSONAL DATA ON THE EXCEPTION, REJECT *
000190*               AND DUPLICATE FILES AND KEEPS THE CLEAR VALUES  *
000200*               ON THE VAULT; THIS IS THE ONE RUN THAT SHOWS    *
000210*               THEM.  EACH INQUIRY CARD (VQPARM, DL250PM)      *
000220*               NAMES THE REQUESTER, THE REASON AND THE         *
000230*               ACCOUNT.  A REQUESTER NOT ON THE VQAUTH LIST    *
000240*               (DL250AU), WHOSE AUTHORITY HAS EXPIRED, OR WHO  *
000250*               GIVES NO REASON IS DENIED AND SHOWN NOTHING.    *
000260*               A GRANTED CARD LISTS EVERY VAULT ROW FOR THE    *
000270*               ACCOUNT - RUN DATE, SOURCE, FEED, RECORD, FIELD *
000280*               AND THE CLEAR VALUES.  EVERY CARD, GRANTED OR   *
000290*               DENIED, GOES ON THE PERMANENT ACCESS LOG        *
000300*               (VQLOG, DL250VL).  THE REPORT (VQRPFILE) HOLDS  *
000310*               CLEAR PERSONAL DATA AND IS SECURED LIKE THE     *
000320*               VAULT.  A DENIED CARD SETS RETURN CODE 8; A     *
000330*               MISSING VQAUTH LIST STOPS THE RUN WITH RETURN   *
000340*               CODE 16 AND NOTHING SHOWN.                      *
000350*                                                                *
000360*  MODIFICATION HISTORY.                                        *
000370*  DATE        BY    DESCRIPTION                                *
000380*  ----------  ----  -------------------------------------      *
000390*  10/15/2026  RDM   INITIAL VERSION.                           *
000400*--------------------------------------------------------------*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.         DL250VQ.
000430 AUTHOR.             R. MARCHETTI.
000440 INSTALLATION.       DATA QUALITY SYSTEMS.
000450 DATE-WRITTEN.       10/15/2026.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUTH-FILE ASSIGN TO "VQAUTH"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUTH-STATUS.
000540     SELECT INQUIRY-FILE ASSIGN TO "VQPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-INQUIRY-STATUS.
000570     SELECT VAULT-FILE ASSIGN TO "PIIVAULT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-VAULT-STATUS.
000600     SELECT LOG-FILE ASSIGN TO "VQLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-LOG-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO "VQRPFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUTH-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY DL250AU.
000710*
000720 FD  INQUIRY-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY DL250PM.
000750*
000760 FD  VAULT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY DL100VT.
000790*
000800 FD  LOG-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY DL250VL.
000830*
000840 FD  REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY DL100RP.
000870*
000880 WORKING-STORAGE SECTION.
000890 01  WS-AUTH-STATUS              PIC X(02).
000900 01  WS-INQUIRY-STATUS           PIC X(02).
000910 01  WS-VAULT-STATUS             PIC X(02).
000920 01  WS-LOG-STATUS               PIC X(02).
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000950         88  WS-EOF                       VALUE "Y".
000960     05  WS-VAULT-EOF-SWITCH     PIC X(01).
000970         88  WS-VAULT-EOF                 VALUE "Y".
000980     05  WS-STOP-SWITCH          PIC X(01) VALUE "N".
000990         88  WS-RUN-STOPPED               VALUE "Y".
001000*--------------------------------------------------------------*
001010*    WORKING STORAGE FOR THE AUTHORIZED-REQUESTER LIST          *
001020*--------------------------------------------------------------*
001030 01  WS-AUTH-TABLE.
001040     05  WS-AUTH-USED            PIC 9(4) COMP VALUE ZERO.
001050     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
001060         10  WS-AUTH-REQUESTER   PIC X(08).
001070         10  WS-AUTH-EXPIRY      PIC X(10).
001080 01  WS-AUTH-MAX                 PIC 9(4) COMP VALUE 50.
001090*--------------------------------------------------------------*
001100*    WORKING STORAGE FOR THE CARD IN HAND                       *
001110*--------------------------------------------------------------*
001120 01  WS-INQUIRY-FIELDS.
001130     05  WS-SCAN-SUB             PIC 9(4) COMP.
001140     05  WS-HIT-SUB              PIC 9(4) COMP.
001150     05  WS-DENY-TEXT            PIC X(30).
001160     05  WS-ROWS-SHOWN           PIC 9(05) COMP.
001161*--------------------------------------------------------------*
001162*    WORKING STORAGE FOR PRINTING ONE CLEAR VALUE               *
001163*--------------------------------------------------------------*
001164 01  WS-PRINT-FIELDS.
001165     05  WS-PRINT-LABEL          PIC X(11).
001166     05  WS-PRINT-VALUE          PIC X(500).
001167     05  WS-PRINT-END            PIC 9(4) COMP.
001168     05  WS-PRINT-POS            PIC 9(4) COMP.
001169     05  WS-PRINT-WIDTH          PIC 9(4) COMP.
001170*--------------------------------------------------------------*
001180*    WORKING STORAGE FOR THE COUNTS, DATES AND REPORT EDITS     *
001190*--------------------------------------------------------------*
001200 01  WS-COUNTERS.
001210     05  WS-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
001220     05  WS-GRANTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001230     05  WS-DENIED-COUNT         PIC 9(05) COMP VALUE ZERO.
001240     05  WS-SHOWN-COUNT          PIC 9(09) COMP VALUE ZERO.
001250 01  WS-RUN-DATE                 PIC X(10).
001260 01  WS-RUN-TIME                 PIC X(08).
001270 01  WS-CURRENT-DATE-FIELDS.
001280     05  WS-CURRENT-DATE.
001290         10  WS-CURRENT-YY       PIC 9(02).
001300         10  WS-CURRENT-MM       PIC 9(02).
001310         10  WS-CURRENT-DD       PIC 9(02).
001320     05  WS-CURRENT-TIME.
001330         10  WS-TIME-HH          PIC 9(02).
001340         10  WS-TIME-MM          PIC 9(02).
001350         10  WS-TIME-SS          PIC 9(02).
001360         10  FILLER              PIC 9(02).
001370 01  WS-REPORT-EDIT-FIELDS.
001380     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001390*
001400 PROCEDURE DIVISION.
001410*--------------------------------------------------------------*
001420*    0000-MAINLINE                                              *
001430*--------------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-EXIT.
001470     IF WS-RUN-STOPPED THEN
001480         GO TO 0000-END
001490     END-IF.
001500     PERFORM 2000-ANSWER-ONE-CARD
001510         THRU 2000-EXIT
001520         UNTIL WS-EOF.
001530 0000-END.
001540     PERFORM 9000-TERMINATE
001550         THRU 9000-EXIT.
001560     STOP RUN.
001570*--------------------------------------------------------------*
001580*    1000-INITIALIZE  -  LOAD THE AUTHORIZED LIST, THEN OPEN    *
001590*                       THE ACCESS LOG AND THE INQUIRY CARDS.    *
001600*                       WITH NO LIST NOBODY IS AUTHORIZED, SO    *
001610*                       THE RUN STOPS BEFORE ANY CARD IS READ.   *
001620*--------------------------------------------------------------*
001630 1000-INITIALIZE.
001640     ACCEPT WS-CURRENT-DATE FROM DATE.
001650     ACCEPT WS-CURRENT-TIME FROM TIME.
001660     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
001670         DELIMITED BY SIZE INTO WS-RUN-DATE.
001680     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
001690         DELIMITED BY SIZE INTO WS-RUN-TIME.
001700     OPEN OUTPUT REPORT-FILE.
001710     MOVE "DL250VQ - PERSONAL-DATA VAULT INQUIRY - RESTRICTED"
001720         TO RP-RECORD.
001730     WRITE RP-RECORD.
001740     MOVE SPACES TO RP-RECORD.
001750     STRING "RUN DATE . . . . . . . . . . . . . " WS-RUN-DATE
001760         "  " WS-RUN-TIME
001770         DELIMITED BY SIZE INTO RP-RECORD.
001780     WRITE RP-RECORD.
001790     OPEN INPUT AUTH-FILE.
001800     IF WS-AUTH-STATUS NOT = "00" THEN
001810         MOVE "*** AUTHORIZED REQUESTER LIST MISSING ***"
001820             TO RP-RECORD
001830         WRITE RP-RECORD
001840         MOVE "Y" TO WS-STOP-SWITCH
001850         GO TO 1000-EXIT
001860     END-IF.
001870     PERFORM 1100-LOAD-AUTH-ROW
001880         THRU 1100-EXIT
001890         UNTIL WS-EOF.
001900     CLOSE AUTH-FILE.
001910     IF WS-RUN-STOPPED THEN
001920         GO TO 1000-EXIT
001930     END-IF.
001940*    THE ACCESS LOG IS PERMANENT - EXTEND IT, CREATING IT ON THE
001950*    FIRST RUN.
001960     OPEN EXTEND LOG-FILE.
001970     IF WS-LOG-STATUS = "35" THEN
001980         OPEN OUTPUT LOG-FILE
001990     END-IF.
002000     MOVE "N" TO WS-EOF-SWITCH.
002010     OPEN INPUT INQUIRY-FILE.
002020     IF WS-INQUIRY-STATUS NOT = "00" THEN
002030         MOVE SPACES TO RP-RECORD
002040         WRITE RP-RECORD
002050         MOVE "NO INQUIRY CARDS SUPPLIED" TO RP-RECORD
002060         WRITE RP-RECORD
002070         MOVE "Y" TO WS-EOF-SWITCH
002080         GO TO 1000-EXIT
002090     END-IF.
002100     PERFORM 2100-READ-CARD
002110         THRU 2100-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140*--------------------------------------------------------------*
002150*    1100-LOAD-AUTH-ROW  -  ONE AUTHORIZED REQUESTER.  A LIST   *
002160*                       TOO LONG FOR THE TABLE STOPS THE RUN     *
002170*                       RATHER THAN DROP SOMEONE SILENTLY.       *
002180*--------------------------------------------------------------*
002190 1100-LOAD-AUTH-ROW.
002200     READ AUTH-FILE
002210         AT END
002220             MOVE "Y" TO WS-EOF-SWITCH
002230             GO TO 1100-EXIT
002240     END-READ.
002250     IF AU-RECORD(1:1) = "*" OR AU-REQUESTER = SPACES THEN
002260         GO TO 1100-EXIT
002270     END-IF.
002280     IF WS-AUTH-USED NOT < WS-AUTH-MAX THEN
002290         MOVE "*** AUTHORIZED REQUESTER LIST TOO LONG ***"
002300             TO RP-RECORD
002310         WRITE RP-RECORD
002320         MOVE "Y" TO WS-STOP-SWITCH
002330         MOVE "Y" TO WS-EOF-SWITCH
002340         GO TO 1100-EXIT
002350     END-IF.
002360     ADD 1 TO WS-AUTH-USED.
002370     MOVE AU-REQUESTER TO WS-AUTH-REQUESTER(WS-AUTH-USED).
002380     MOVE AU-EXPIRY-DATE TO WS-AUTH-EXPIRY(WS-AUTH-USED).
002390 1100-EXIT.
002400     EXIT.
002410*--------------------------------------------------------------*
002420*    2000-ANSWER-ONE-CARD  -  CHECK THE REQUESTER AND REASON,   *
002430*                       THEN EITHER LIST THE ACCOUNT'S VAULT     *
002440*                       ROWS OR SAY WHY NOT.  LOG IT EITHER      *
002450*                       WAY.                                     *
002460*--------------------------------------------------------------*
002470 2000-ANSWER-ONE-CARD.
002480     IF VQ-RECORD = SPACES THEN
002490         GO TO 2000-NEXT
002500     END-IF.
002510     ADD 1 TO WS-CARD-COUNT.
002520     MOVE ZERO TO WS-ROWS-SHOWN.
002530     MOVE SPACES TO WS-DENY-TEXT.
002540     MOVE SPACES TO RP-RECORD.
002550     WRITE RP-RECORD.
002560     MOVE SPACES TO RP-RECORD.
002570     STRING "REQUESTER " VQ-REQUESTER
002580         "  ACCOUNT " VQ-BUSINESS-KEY
002590         DELIMITED BY SIZE INTO RP-RECORD.
002600     WRITE RP-RECORD.
002610     MOVE SPACES TO RP-RECORD.
002620     STRING "  REASON " VQ-REASON
002630         DELIMITED BY SIZE INTO RP-RECORD.
002640     WRITE RP-RECORD.
002650     PERFORM 2200-CHECK-AUTHORITY
002660         THRU 2200-EXIT.
002670     IF WS-DENY-TEXT NOT = SPACES THEN
002680         ADD 1 TO WS-DENIED-COUNT
002690         MOVE SPACES TO RP-RECORD
002700         STRING "  *** DENIED - " WS-DENY-TEXT
002710             DELIMITED BY SIZE INTO RP-RECORD
002720         WRITE RP-RECORD
002730         MOVE "D" TO VL-RESULT
002740         GO TO 2000-LOG
002750     END-IF.
002760     ADD 1 TO WS-GRANTED-COUNT.
002770     PERFORM 2300-LIST-VAULT-ROWS
002780         THRU 2300-EXIT.
002790     IF WS-ROWS-SHOWN = ZERO THEN
002800         MOVE "  NOTHING ON THE VAULT FOR THIS ACCOUNT"
002810             TO RP-RECORD
002820         WRITE RP-RECORD
002830     END-IF.
002840     MOVE "G" TO VL-RESULT.
002850 2000-LOG.
002860     MOVE WS-RUN-DATE TO VL-RUN-DATE.
002870     MOVE WS-RUN-TIME TO VL-RUN-TIME.
002880     MOVE VQ-REQUESTER TO VL-REQUESTER.
002890     MOVE VQ-REASON TO VL-REASON.
002900     MOVE VQ-BUSINESS-KEY TO VL-BUSINESS-KEY.
002910     MOVE WS-ROWS-SHOWN TO VL-ROWS-SHOWN.
002920     MOVE WS-DENY-TEXT TO VL-DENY-TEXT.
002930     WRITE VL-RECORD.
002940 2000-NEXT.
002950     PERFORM 2100-READ-CARD
002960         THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990*--------------------------------------------------------------*
003000*    2100-READ-CARD  -  READ THE NEXT INQUIRY CARD              *
003010*--------------------------------------------------------------*
003020 2100-READ-CARD.
003030     READ INQUIRY-FILE
003040         AT END
003050             MOVE "Y" TO WS-EOF-SWITCH
003060     END-READ.
003070 2100-EXIT.
003080     EXIT.
003090*--------------------------------------------------------------*
003100*    2200-CHECK-AUTHORITY  -  THE REQUESTER MUST BE ON THE LIST *
003110*                       AND IN DATE, AND MUST SAY WHY AND FOR    *
003120*                       WHICH ACCOUNT.  WS-DENY-TEXT STAYS       *
003130*                       SPACES WHEN THE CARD MAY BE ANSWERED.    *
003140*--------------------------------------------------------------*
003150 2200-CHECK-AUTHORITY.
003160     MOVE ZERO TO WS-HIT-SUB.
003170     IF VQ-REQUESTER NOT = SPACES THEN
003180         PERFORM 2210-SCAN-AUTH
003190             THRU 2210-EXIT
003200             VARYING WS-SCAN-SUB FROM 1 BY 1
003210             UNTIL WS-SCAN-SUB > WS-AUTH-USED
003220             OR WS-HIT-SUB > ZERO
003230     END-IF.
003240     IF WS-HIT-SUB = ZERO THEN
003250         MOVE "REQUESTER NOT AUTHORIZED" TO WS-DENY-TEXT
003260         GO TO 2200-EXIT
003270     END-IF.
003280     IF WS-AUTH-EXPIRY(WS-HIT-SUB) NOT = SPACES
003290         AND WS-AUTH-EXPIRY(WS-HIT-SUB) < WS-RUN-DATE
003300         MOVE "AUTHORITY EXPIRED" TO WS-DENY-TEXT
003310         GO TO 2200-EXIT
003320     END-IF.
003330     IF VQ-REASON = SPACES THEN
003340         MOVE "NO REASON GIVEN" TO WS-DENY-TEXT
003350         GO TO 2200-EXIT
003360     END-IF.
003370     IF VQ-BUSINESS-KEY = SPACES THEN
003380         MOVE "NO ACCOUNT GIVEN" TO WS-DENY-TEXT
003390     END-IF.
003400 2200-EXIT.
003410     EXIT.
003420*--------------------------------------------------------------*
003430*    2210-SCAN-AUTH  -  MATCH ONE AUTHORIZED-LIST ROW           *
003440*--------------------------------------------------------------*
003450 2210-SCAN-AUTH.
003460     IF WS-AUTH-REQUESTER(WS-SCAN-SUB) = VQ-REQUESTER THEN
003470         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003480     END-IF.
003490 2210-EXIT.
003500     EXIT.
003510*--------------------------------------------------------------*
003520*    2300-LIST-VAULT-ROWS  -  ONE PASS OF THE VAULT FOR THE     *
003530*                       ACCOUNT.  THE VAULT IS IN THE ORDER      *
003540*                       DL100MN WROTE IT, SO THE ROWS COME OUT   *
003550*                       OLDEST FIRST.                            *
003560*--------------------------------------------------------------*
003570 2300-LIST-VAULT-ROWS.
003580     OPEN INPUT VAULT-FILE.
003590     IF WS-VAULT-STATUS NOT = "00" THEN
003600         MOVE "  NO VAULT FILE" TO RP-RECORD
003610         WRITE RP-RECORD
003620         GO TO 2300-EXIT
003630     END-IF.
003640     MOVE "N" TO WS-VAULT-EOF-SWITCH.
003650     PERFORM 2310-CHECK-VAULT-ROW
003660         THRU 2310-EXIT
003670         UNTIL WS-VAULT-EOF.
003680     CLOSE VAULT-FILE.
003690 2300-EXIT.
003700     EXIT.
003710*--------------------------------------------------------------*
003720*    2310-CHECK-VAULT-ROW  -  PRINT ONE VAULT ROW IF IT IS THE  *
003730*                       ACCOUNT ASKED FOR: WHERE IT CAME FROM,   *
003740*                       THEN THE CLEAR VALUES.  ONLY A           *
003750*                       TRUNCATION EXCEPTION HAS A CUT VALUE.    *
003760*--------------------------------------------------------------*
003770 2310-CHECK-VAULT-ROW.
003780     READ VAULT-FILE
003790         AT END
003800             MOVE "Y" TO WS-VAULT-EOF-SWITCH
003810             GO TO 2310-EXIT
003820     END-READ.
003830     IF VT-BUSINESS-KEY NOT = VQ-BUSINESS-KEY THEN
003840         GO TO 2310-EXIT
003850     END-IF.
003860     ADD 1 TO WS-ROWS-SHOWN.
003870     ADD 1 TO WS-SHOWN-COUNT.
003880     MOVE SPACES TO RP-RECORD.
003890     STRING "  " VT-DATE-WRITTEN
003900         "  " VT-SOURCE
003910         "  FEED " VT-DEST-TYPE
003920         "  RECORD " VT-RECORD-ID
003930         "  FIELD " VT-FIELD-NUMBER
003940         " " VT-FIELD-NAME
003950         DELIMITED BY SIZE INTO RP-RECORD.
003960     WRITE RP-RECORD.
003970     MOVE "    VALUE  " TO WS-PRINT-LABEL.
003975     MOVE VT-ORIGINAL-VALUE TO WS-PRINT-VALUE.
003980     PERFORM 2320-PRINT-VALUE
003990         THRU 2320-EXIT.
004010     IF VT-SOURCE = "EX" THEN
004020         MOVE "    CUT TO " TO WS-PRINT-LABEL
004030         MOVE VT-TRUNCATED-VALUE TO WS-PRINT-VALUE
004040         PERFORM 2320-PRINT-VALUE
004050             THRU 2320-EXIT
004060     END-IF.
004070 2310-EXIT.
004080     EXIT.
004081*--------------------------------------------------------------*
004082*    2320-PRINT-VALUE  -  PRINT ONE CLEAR VALUE UP TO ITS LAST  *
004083*                       NON-BLANK BYTE, 60 BYTES TO A LINE, THE  *
004084*                       CONTINUATION LINES INDENTED UNDER THE    *
004085*                       FIRST.  A BLANK VALUE PRINTS ITS LABEL   *
004086*                       ALONE.                                   *
004087*--------------------------------------------------------------*
004088 2320-PRINT-VALUE.
004089     MOVE 500 TO WS-PRINT-END.
00408A     PERFORM 2330-TRIM-PRINT-BYTE
00408B         THRU 2330-EXIT
00408C         UNTIL WS-PRINT-END = ZERO
00408D         OR WS-PRINT-VALUE(WS-PRINT-END:1) NOT = SPACE.
00408E     IF WS-PRINT-END = ZERO THEN
00408F         MOVE WS-PRINT-LABEL TO RP-RECORD
00408G         WRITE RP-RECORD
00408H         GO TO 2320-EXIT
00408I     END-IF.
00408J     PERFORM 2340-PRINT-VALUE-LINE
00408K         THRU 2340-EXIT
00408L         VARYING WS-PRINT-POS FROM 1 BY 60
00408M         UNTIL WS-PRINT-POS > WS-PRINT-END.
00408N 2320-EXIT.
00408O     EXIT.
00408P*--------------------------------------------------------------*
00408Q*    2330-TRIM-PRINT-BYTE  -  STEP BACK OVER ONE TRAILING BLANK *
00408R*--------------------------------------------------------------*
00408S 2330-TRIM-PRINT-BYTE.
00408T     SUBTRACT 1 FROM WS-PRINT-END.
00408U 2330-EXIT.
00408V     EXIT.
00408W*--------------------------------------------------------------*
00408X*    2340-PRINT-VALUE-LINE  -  ONE 60-BYTE SLICE OF THE VALUE.  *
00408Y*                       ONLY THE FIRST LINE CARRIES THE LABEL.   *
00408Z*--------------------------------------------------------------*
004090 2340-PRINT-VALUE-LINE.
004091     SUBTRACT WS-PRINT-POS FROM WS-PRINT-END
004092         GIVING WS-PRINT-WIDTH.
004093     ADD 1 TO WS-PRINT-WIDTH.
004094     IF WS-PRINT-WIDTH > 60 THEN
004095         MOVE 60 TO WS-PRINT-WIDTH
004096     END-IF.
004097     MOVE SPACES TO RP-RECORD.
004098     STRING WS-PRINT-LABEL
004099         WS-PRINT-VALUE(WS-PRINT-POS:WS-PRINT-WIDTH)
00409A         DELIMITED BY SIZE INTO RP-RECORD.
00409B     WRITE RP-RECORD.
00409C     MOVE SPACES TO WS-PRINT-LABEL.
00409D 2340-EXIT.
00409E     EXIT.
00409F*--------------------------------------------------------------*
004100*    9000-TERMINATE  -  THE CARD TOTALS AND THE RETURN CODE     *
004110*--------------------------------------------------------------*
004120 9000-TERMINATE.
004130     MOVE SPACES TO RP-RECORD.
004140     WRITE RP-RECORD.
004150     IF WS-RUN-STOPPED THEN
004160         MOVE "*** RUN STOPPED - NOTHING SHOWN ***" TO RP-RECORD
004170         WRITE RP-RECORD
004180         CLOSE REPORT-FILE
004190         DISPLAY "DL250VQ - RUN STOPPED - NOTHING SHOWN"
004200         MOVE 16 TO RETURN-CODE
004210         GO TO 9000-EXIT
004220     END-IF.
004230     IF WS-INQUIRY-STATUS = "00" OR WS-INQUIRY-STATUS = "10"
004240         CLOSE INQUIRY-FILE
004250     END-IF.
004260     CLOSE LOG-FILE.
004270     MOVE WS-CARD-COUNT TO WS-RPT-COUNT.
004280     MOVE SPACES TO RP-RECORD.
004290     STRING "INQUIRY CARDS  . . . . . . . . . . " WS-RPT-COUNT
004300         DELIMITED BY SIZE INTO RP-RECORD.
004310     WRITE RP-RECORD.
004320     MOVE WS-GRANTED-COUNT TO WS-RPT-COUNT.
004330     MOVE SPACES TO RP-RECORD.
004340     STRING "  GRANTED  . . . . . . . . . . . . " WS-RPT-COUNT
004350         DELIMITED BY SIZE INTO RP-RECORD.
004360     WRITE RP-RECORD.
004370     MOVE WS-DENIED-COUNT TO WS-RPT-COUNT.
004380     MOVE SPACES TO RP-RECORD.
004390     STRING "  DENIED . . . . . . . . . . . . . " WS-RPT-COUNT
004400         DELIMITED BY SIZE INTO RP-RECORD.
004410     WRITE RP-RECORD.
004420     MOVE WS-SHOWN-COUNT TO WS-RPT-COUNT.
004430     MOVE SPACES TO RP-RECORD.
004440     STRING "VAULT ROWS SHOWN . . . . . . . . . " WS-RPT-COUNT
004450         DELIMITED BY SIZE INTO RP-RECORD.
004460     WRITE RP-RECORD.
004470     CLOSE REPORT-FILE.
004480     IF WS-DENIED-COUNT > ZERO THEN
004490         DISPLAY "DL250VQ - INQUIRIES DENIED - SEE VQRPFILE"
004500         MOVE 8 TO RETURN-CODE
004510     END-IF.
004520 9000-EXIT.
004530     EXIT.
