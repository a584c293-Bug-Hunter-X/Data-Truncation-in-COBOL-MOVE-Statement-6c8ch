000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL230FM                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     CONTROLLED MAINTENANCE OF THE FEED-DEFINITION   *
000170*               CONTROL FILE (FEEDDEF, DL100FD) AND THE         *
000180*               PARAMETER PROFILE LIBRARY (PROFLIB, DL100PF).   *
000190*               TAKES ADD, CHANGE AND DELETE TRANSACTIONS       *
000200*               (DL230MT) FOR DT, FL AND ED ROWS AND PF         *
000210*               PROFILES                                        *
000220*               INSTEAD OF HAND EDITS.  EVERY TRANSACTION IS    *
000230*               CHECKED WITH THE RULES DL140TM APPLIES TO THE   *
000240*               DEFINITION FILE AND DL100MN 1130-VALIDATE-      *
000250*               PARAMETERS APPLIES TO A PROFILE, AGAINST THE    *
000260*               FILES AS THEY WILL STAND AFTER THE EARLIER      *
000270*               TRANSACTIONS OF THE RUN; A BAD ONE IS REJECTED  *
000280*               AND THE LIVE FILE IS NOT TOUCHED FOR IT.  A     *
000290*               TRANSACTION WITH AN EFFECTIVE DATE AFTER THE    *
000300*               RUN DATE IS STAGED ON MTHELD; OPERATIONS ROLLS  *
000310*               MTHELD TO MTPEND, AND THE RUN ON OR AFTER THE   *
000320*               EFFECTIVE DATE RE-CHECKS AND APPLIES IT, SO THE *
000330*               NIGHTLY PICKS THE CHANGE UP ON THE RIGHT NIGHT. *
000340*               RUN IT AHEAD OF THE DL180DR NIGHTLY EVERY DAY,  *
000350*               WITH OR WITHOUT NEW TRANSACTIONS.  EVERY        *
000360*               TRANSACTION - APPLIED, STAGED OR REJECTED -     *
000370*               GOES ON THE PERMANENT CHANGE HISTORY (MTHIST,   *
000380*               DL230MH) WITH THE BEFORE AND AFTER IMAGES, THE  *
000390*               REQUESTER AND THE REASON.  A REJECTED           *
000400*               TRANSACTION SETS RETURN CODE 8; A MISSING OR    *
000410*               OVERSIZE CONTROL FILE STOPS THE RUN WITH        *
000420*               RETURN CODE 16 AND NOTHING CHANGED.             *
000430*                                                                *
000440*  MODIFICATION HISTORY.                                        *
000450*  DATE        BY    DESCRIPTION                                *
000460*  ----------  ----  -------------------------------------      *
000470*  10/15/2026  RDM   INITIAL VERSION.                           *
000480*  10/15/2026  RDM   ED ROWS (FEEDDEF FIELD CONTENT EDIT RULES) *
000490*                     ARE MAINTAINED TOO, KEYED BY FEED, FIELD  *
000500*                     AND RULE.  THE RULE MUST BE ONE DL100EDT  *
000510*                     CAN APPLY, THE FIELD MUST HAVE AN FL ROW  *
000520*                     AND CARRY NO MORE THAN FOUR RULES, AND AN *
000530*                     FL ROW CANNOT BE DELETED WHILE ITS FIELD  *
000540*                     STILL HAS RULES.                          *
000550*  10/15/2026  RDM   DT AND FL ROWS ARE CHECKED FOR A VALID     *
000560*                     SENSITIVE FLAG ("Y", "N" OR BLANK), AS    *
000570*                     DL140TM CHECKS IT.                        *
000580*--------------------------------------------------------------*
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.         DL230FM.
000610 AUTHOR.             R. MARCHETTI.
000620 INSTALLATION.       DATA QUALITY SYSTEMS.
000630 DATE-WRITTEN.       10/15/2026.
000640 DATE-COMPILED.
000650*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT FEED-DEF-FILE ASSIGN TO "FEEDDEF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FEED-STATUS.
000720     SELECT PROFILE-FILE ASSIGN TO "PROFLIB"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PROFILE-STATUS.
000750     SELECT TRANS-FILE ASSIGN TO "MTTRANS"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TRANS-STATUS.
000780     SELECT PEND-FILE ASSIGN TO "MTPEND"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PEND-STATUS.
000810     SELECT HELD-FILE ASSIGN TO "MTHELD"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT HISTORY-FILE ASSIGN TO "MTHIST"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-HISTORY-STATUS.
000860     SELECT REPORT-FILE ASSIGN TO "MTRPFILE"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  FEED-DEF-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  FEED-DEF-LINE               PIC X(80).
000940*
000950 FD  PROFILE-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  PROFILE-LINE                PIC X(80).
000980*
000990 FD  TRANS-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  TRANS-LINE                  PIC X(160).
001020*
001030 FD  PEND-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  PEND-LINE                   PIC X(160).
001060*
001070 FD  HELD-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  HELD-LINE                   PIC X(160).
001100*
001110 FD  HISTORY-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY DL230MH.
001140*
001150 FD  REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY DL100RP.
001180*
001190 WORKING-STORAGE SECTION.
001200 01  WS-FEED-STATUS              PIC X(02).
001210 01  WS-PROFILE-STATUS           PIC X(02).
001220 01  WS-TRANS-STATUS             PIC X(02).
001230 01  WS-PEND-STATUS              PIC X(02).
001240 01  WS-HISTORY-STATUS           PIC X(02).
001250 01  WS-SWITCHES.
001260     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001270         88  WS-EOF                       VALUE "Y".
001280     05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
001290         88  WS-PEND-EOF                  VALUE "Y".
001300     05  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
001310         88  WS-TRANS-EOF                 VALUE "Y".
001320     05  WS-STOP-SWITCH          PIC X(01) VALUE "N".
001330         88  WS-RUN-STOPPED               VALUE "Y".
001340     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
001350         88  WS-FILES-OPEN                VALUE "Y".
001360*    WHERE THE TRANSACTION IN HAND CAME FROM: "P" STAGED ON AN
001370*    EARLIER RUN (MTPEND), "N" NEW TONIGHT (MTTRANS)
001380     05  WS-TX-SOURCE            PIC X(01).
001390         88  WS-TX-STAGED-EARLIER         VALUE "P".
001400*--------------------------------------------------------------*
001410*    THE TRANSACTION IN HAND AND THE ROW IMAGE IT CARRIES,      *
001420*    SEEN THROUGH THE FEEDDEF AND PROFLIB LAYOUTS               *
001430*--------------------------------------------------------------*
001440 COPY DL230MT.
001450 COPY DL100FD.
001460 COPY DL100PF.
001470 01  WS-TX-KEY                   PIC X(20).
001480 01  WS-ERROR-TEXT               PIC X(40).
001490 01  WS-FIRST-ERROR              PIC X(40).
001500 01  WS-BEFORE-IMAGE             PIC X(80).
001510 01  WS-AFTER-IMAGE              PIC X(80).
001520 01  WS-RESULT                   PIC X(01).
001530*--------------------------------------------------------------*
001540*    WORKING STORAGE FOR THE LIVE FILES, HELD WHOLE SO EVERY    *
001550*    TRANSACTION IS CHECKED AGAINST THE FILE AS IT WILL STAND   *
001560*    AND THE FILE IS ONLY REWRITTEN ONCE, AT THE END.  COMMENT  *
001570*    AND BLANK ROWS ARE KEPT IN PLACE.                          *
001580*--------------------------------------------------------------*
001590 01  WS-DEF-TABLE.
001600     05  WS-DEF-COUNT            PIC 9(4) COMP VALUE ZERO.
001610     05  WS-DEF-ROW OCCURS 300 TIMES.
001620         10  WS-DEF-TYPE         PIC X(02).
001630         10  WS-DEF-FEED         PIC X(04).
001640         10  WS-DEF-DT-PART.
001650             15  WS-DEF-WIDTH    PIC 9(04).
001660             15  FILLER          PIC X(70).
001670         10  WS-DEF-FL-PART REDEFINES WS-DEF-DT-PART.
001680             15  WS-DEF-FIELD-NAME   PIC X(10).
001690             15  WS-DEF-FIELD-OFFSET PIC 9(04).
001700             15  WS-DEF-FIELD-LENGTH PIC 9(04).
001710             15  FILLER              PIC X(56).
001720         10  WS-DEF-ED-PART REDEFINES WS-DEF-DT-PART.
001730             15  WS-DEF-EDIT-FIELD   PIC X(10).
001740             15  WS-DEF-EDIT-RULE    PIC X(01).
001750             15  FILLER              PIC X(63).
001760 01  WS-PRF-TABLE.
001770     05  WS-PRF-COUNT            PIC 9(4) COMP VALUE ZERO.
001780     05  WS-PRF-ROW OCCURS 200 TIMES.
001790         10  WS-PRF-NAME         PIC X(08).
001800         10  FILLER              PIC X(11).
001810         10  WS-PRF-DEST         PIC X(04).
001820         10  FILLER              PIC X(07).
001830         10  WS-PRF-FEED-MODE    PIC X(01).
001840         10  FILLER              PIC X(49).
001850 01  WS-TABLE-LIMITS.
001860     05  WS-DEF-MAX              PIC 9(4) COMP VALUE 300.
001870     05  WS-PRF-MAX              PIC 9(4) COMP VALUE 200.
001880*--------------------------------------------------------------*
001890*    WORKING STORAGE FOR THE CROSS CHECKS - WHAT ONE PASS OF    *
001900*    THE DEFINITION TABLE FINDS ABOUT THE TRANSACTION'S FEED    *
001910*--------------------------------------------------------------*
001920 01  WS-SCAN-FIELDS.
001930     05  WS-ROW-SUB              PIC 9(4) COMP.
001940     05  WS-MOVE-SUB             PIC 9(4) COMP.
001950     05  WS-MATCH-SUB            PIC 9(4) COMP.
001960     05  WS-INSERT-SUB           PIC 9(4) COMP.
001970     05  WS-FEED-DT-SUB          PIC 9(4) COMP.
001980     05  WS-LAST-DT-SUB          PIC 9(4) COMP.
001990     05  WS-FL-AFTER-SUB         PIC 9(4) COMP.
002000     05  WS-FL-FIRST-SUB         PIC 9(4) COMP.
002010     05  WS-DT-ROW-COUNT         PIC 9(4) COMP.
002020     05  WS-FEED-FL-COUNT        PIC 9(4) COMP.
002030     05  WS-FEED-WIDTH           PIC 9(4) COMP.
002040     05  WS-A-START              PIC 9(4) COMP.
002050     05  WS-A-END                PIC 9(4) COMP.
002060     05  WS-B-START              PIC 9(4) COMP.
002070     05  WS-B-END                PIC 9(4) COMP.
002080     05  WS-FIELD-FL-SUB         PIC 9(4) COMP.
002090     05  WS-FIELD-ED-COUNT       PIC 9(4) COMP.
002100*    AN ED ROW'S RULE IS VETTED BY HANDING DL100EDT A BLANK
002110*    VALUE, WHICH IT PASSES UNLESS THE RULE ITSELF IS UNUSABLE.
002120 01  WS-EDIT-CALL-FIELDS.
002130     05  WS-EDIT-VALUE           PIC X(500) VALUE SPACES.
002140     05  WS-EDIT-WIDTH           PIC 9(4) COMP VALUE 1.
002150     05  WS-EDIT-MB-SWITCH       PIC X(01) VALUE "N".
002160     05  WS-EDIT-RESULT          PIC X(01).
002170*--------------------------------------------------------------*
002180*    WORKING STORAGE FOR THE COUNTS, DATES AND REPORT EDITS     *
002190*--------------------------------------------------------------*
002200 01  WS-COUNTERS.
002210     05  WS-TX-NUMBER            PIC 9(05) COMP VALUE ZERO.
002220     05  WS-TX-ERRORS            PIC 9(05) COMP VALUE ZERO.
002230     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002240     05  WS-STAGED-COUNT         PIC 9(05) COMP VALUE ZERO.
002250     05  WS-STILL-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
002260     05  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002270     05  WS-DEF-CHANGES          PIC 9(05) COMP VALUE ZERO.
002280     05  WS-PRF-CHANGES          PIC 9(05) COMP VALUE ZERO.
002290 01  WS-RUN-DATE                 PIC X(10).
002300 01  WS-RUN-TIME                 PIC X(08).
002310 01  WS-CURRENT-DATE-FIELDS.
002320     05  WS-CURRENT-DATE.
002330         10  WS-CURRENT-YY       PIC 9(02).
002340         10  WS-CURRENT-MM       PIC 9(02).
002350         10  WS-CURRENT-DD       PIC 9(02).
002360     05  WS-CURRENT-TIME.
002370         10  WS-TIME-HH          PIC 9(02).
002380         10  WS-TIME-MM          PIC 9(02).
002390         10  WS-TIME-SS          PIC 9(02).
002400         10  FILLER              PIC 9(02).
002410 01  WS-REPORT-EDIT-FIELDS.
002420     05  WS-RPT-TX               PIC ZZ,ZZ9.
002430     05  WS-RPT-COUNT            PIC ZZ,ZZ9.
002440*
002450 PROCEDURE DIVISION.
002460*--------------------------------------------------------------*
002470*    0000-MAINLINE                                              *
002480*--------------------------------------------------------------*
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520     IF WS-RUN-STOPPED THEN
002530         GO TO 0000-END
002540     END-IF.
002550     MOVE "P" TO WS-TX-SOURCE.
002560     PERFORM 2000-TAKE-PENDING
002570         THRU 2000-EXIT
002580         UNTIL WS-PEND-EOF.
002590     MOVE "N" TO WS-TX-SOURCE.
002600     PERFORM 3000-TAKE-NEW
002610         THRU 3000-EXIT
002620         UNTIL WS-TRANS-EOF.
002630     PERFORM 8000-REWRITE-LIVE-FILES
002640         THRU 8000-EXIT.
002650 0000-END.
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-EXIT.
002680     STOP RUN.
002690*--------------------------------------------------------------*
002700*    1000-INITIALIZE  -  LOAD BOTH LIVE FILES, THEN OPEN THE    *
002710*                       TRANSACTION, STAGING AND HISTORY FILES   *
002720*--------------------------------------------------------------*
002730 1000-INITIALIZE.
002740     ACCEPT WS-CURRENT-DATE FROM DATE.
002750     ACCEPT WS-CURRENT-TIME FROM TIME.
002760     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
002770         DELIMITED BY SIZE INTO WS-RUN-DATE.
002780     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
002790         DELIMITED BY SIZE INTO WS-RUN-TIME.
002800     OPEN OUTPUT REPORT-FILE.
002810     MOVE "DL230FM - CONTROL FILE MAINTENANCE REPORT"
002820         TO RP-RECORD.
002830     WRITE RP-RECORD.
002840     MOVE SPACES TO RP-RECORD.
002850     WRITE RP-RECORD.
002860     MOVE SPACES TO RP-RECORD.
002870     STRING "RUN DATE . . . . . . . . . . . . . " WS-RUN-DATE
002880         DELIMITED BY SIZE INTO RP-RECORD.
002890     WRITE RP-RECORD.
002900     OPEN INPUT FEED-DEF-FILE.
002910     IF WS-FEED-STATUS NOT = "00" THEN
002920         MOVE "*** FEED DEFINITION FILE MISSING ***"
002930             TO RP-RECORD
002940         WRITE RP-RECORD
002950         GO TO 1000-STOP
002960     END-IF.
002970     MOVE "N" TO WS-EOF-SWITCH.
002980     PERFORM 1100-LOAD-DEF-ROW
002990         THRU 1100-EXIT
003000         UNTIL WS-EOF.
003010     CLOSE FEED-DEF-FILE.
003020     IF WS-RUN-STOPPED THEN
003030         GO TO 1000-EXIT
003040     END-IF.
003050     OPEN INPUT PROFILE-FILE.
003060     IF WS-PROFILE-STATUS NOT = "00" THEN
003070         MOVE "*** PROFILE LIBRARY MISSING ***" TO RP-RECORD
003080         WRITE RP-RECORD
003090         GO TO 1000-STOP
003100     END-IF.
003110     MOVE "N" TO WS-EOF-SWITCH.
003120     PERFORM 1200-LOAD-PRF-ROW
003130         THRU 1200-EXIT
003140         UNTIL WS-EOF.
003150     CLOSE PROFILE-FILE.
003160     IF WS-RUN-STOPPED THEN
003170         GO TO 1000-EXIT
003180     END-IF.
003190*    THE HISTORY IS PERMANENT - EXTEND IT, CREATING IT ON THE
003200*    FIRST RUN.
003210     OPEN EXTEND HISTORY-FILE.
003220     IF WS-HISTORY-STATUS = "35" THEN
003230         OPEN OUTPUT HISTORY-FILE
003240     END-IF.
003250     OPEN INPUT PEND-FILE.
003260     IF WS-PEND-STATUS NOT = "00" THEN
003270         MOVE "Y" TO WS-PEND-EOF-SWITCH
003280     ELSE
003290         PERFORM 2100-READ-PENDING
003300             THRU 2100-EXIT
003310     END-IF.
003320     OPEN INPUT TRANS-FILE.
003330     IF WS-TRANS-STATUS NOT = "00" THEN
003340         DISPLAY "DL230FM - NO NEW MAINTENANCE TRANSACTIONS"
003350         MOVE "Y" TO WS-TRANS-EOF-SWITCH
003360     ELSE
003370         PERFORM 3100-READ-NEW
003380             THRU 3100-EXIT
003390     END-IF.
003400     OPEN OUTPUT HELD-FILE.
003410     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
003420     GO TO 1000-EXIT.
003430 1000-STOP.
003440     MOVE "Y" TO WS-STOP-SWITCH.
003450 1000-EXIT.
003460     EXIT.
003470*--------------------------------------------------------------*
003480*    1100-LOAD-DEF-ROW  -  TAKE ONE FEEDDEF ROW INTO THE TABLE  *
003490*--------------------------------------------------------------*
003500 1100-LOAD-DEF-ROW.
003510     READ FEED-DEF-FILE
003520         AT END
003530             MOVE "Y" TO WS-EOF-SWITCH
003540             GO TO 1100-EXIT
003550     END-READ.
003560     IF WS-DEF-COUNT >= WS-DEF-MAX THEN
003570         MOVE "*** FEED DEFINITION FILE OVER 300 ROWS ***"
003580             TO RP-RECORD
003590         WRITE RP-RECORD
003600         MOVE "Y" TO WS-STOP-SWITCH
003610         MOVE "Y" TO WS-EOF-SWITCH
003620         GO TO 1100-EXIT
003630     END-IF.
003640     ADD 1 TO WS-DEF-COUNT.
003650     MOVE FEED-DEF-LINE TO WS-DEF-ROW(WS-DEF-COUNT).
003660 1100-EXIT.
003670     EXIT.
003680*--------------------------------------------------------------*
003690*    1200-LOAD-PRF-ROW  -  TAKE ONE PROFLIB ROW INTO THE TABLE  *
003700*--------------------------------------------------------------*
003710 1200-LOAD-PRF-ROW.
003720     READ PROFILE-FILE
003730         AT END
003740             MOVE "Y" TO WS-EOF-SWITCH
003750             GO TO 1200-EXIT
003760     END-READ.
003770     IF WS-PRF-COUNT >= WS-PRF-MAX THEN
003780         MOVE "*** PROFILE LIBRARY OVER 200 ROWS ***"
003790             TO RP-RECORD
003800         WRITE RP-RECORD
003810         MOVE "Y" TO WS-STOP-SWITCH
003820         MOVE "Y" TO WS-EOF-SWITCH
003830         GO TO 1200-EXIT
003840     END-IF.
003850     ADD 1 TO WS-PRF-COUNT.
003860     MOVE PROFILE-LINE TO WS-PRF-ROW(WS-PRF-COUNT).
003870 1200-EXIT.
003880     EXIT.
003890*--------------------------------------------------------------*
003900*    2000-TAKE-PENDING  -  ONE TRANSACTION STAGED ON AN         *
003910*                       EARLIER RUN                              *
003920*--------------------------------------------------------------*
003930 2000-TAKE-PENDING.
003940     MOVE PEND-LINE TO MT-RECORD.
003950     PERFORM 4000-HANDLE-TRANSACTION
003960         THRU 4000-EXIT.
003970     PERFORM 2100-READ-PENDING
003980         THRU 2100-EXIT.
003990 2000-EXIT.
004000     EXIT.
004010*--------------------------------------------------------------*
004020*    2100-READ-PENDING  -  NEXT STAGED TRANSACTION, SKIPPING    *
004030*                       COMMENT AND BLANK ROWS                   *
004040*--------------------------------------------------------------*
004050 2100-READ-PENDING.
004060     READ PEND-FILE
004070         AT END
004080             MOVE "Y" TO WS-PEND-EOF-SWITCH
004090             GO TO 2100-EXIT
004100     END-READ.
004110     IF PEND-LINE(1:1) = "*" OR PEND-LINE = SPACES THEN
004120         GO TO 2100-READ-PENDING
004130     END-IF.
004140 2100-EXIT.
004150     EXIT.
004160*--------------------------------------------------------------*
004170*    3000-TAKE-NEW  -  ONE NEW TRANSACTION                      *
004180*--------------------------------------------------------------*
004190 3000-TAKE-NEW.
004200     MOVE TRANS-LINE TO MT-RECORD.
004210     MOVE SPACES TO MT-SUBMIT-DATE.
004220     PERFORM 4000-HANDLE-TRANSACTION
004230         THRU 4000-EXIT.
004240     PERFORM 3100-READ-NEW
004250         THRU 3100-EXIT.
004260 3000-EXIT.
004270     EXIT.
004280*--------------------------------------------------------------*
004290*    3100-READ-NEW  -  NEXT NEW TRANSACTION, SKIPPING COMMENT   *
004300*                       AND BLANK ROWS                           *
004310*--------------------------------------------------------------*
004320 3100-READ-NEW.
004330     READ TRANS-FILE
004340         AT END
004350             MOVE "Y" TO WS-TRANS-EOF-SWITCH
004360             GO TO 3100-EXIT
004370     END-READ.
004380     IF TRANS-LINE(1:1) = "*" OR TRANS-LINE = SPACES THEN
004390         GO TO 3100-READ-NEW
004400     END-IF.
004410 3100-EXIT.
004420     EXIT.
004430*--------------------------------------------------------------*
004440*    4000-HANDLE-TRANSACTION  -  EDIT ONE TRANSACTION, THEN     *
004450*                       STAGE IT IF IT IS NOT YET DUE, OR        *
004460*                       CROSS-CHECK AND APPLY IT                 *
004470*--------------------------------------------------------------*
004480 4000-HANDLE-TRANSACTION.
004490     ADD 1 TO WS-TX-NUMBER.
004500     MOVE ZERO TO WS-TX-ERRORS.
004510     MOVE SPACES TO WS-FIRST-ERROR.
004520     MOVE SPACES TO WS-BEFORE-IMAGE.
004530     MOVE SPACES TO WS-AFTER-IMAGE.
004540     MOVE MT-ROW-IMAGE TO FD-RECORD.
004550     MOVE MT-ROW-IMAGE TO PF-RECORD.
004560     MOVE SPACES TO WS-TX-KEY.
004570     IF MT-ROW-TYPE = "DT" THEN
004580         MOVE FD-FEED-CODE TO WS-TX-KEY
004590     END-IF.
004600     IF MT-ROW-TYPE = "FL" THEN
004610         STRING FD-FEED-CODE " " FD-FIELD-NAME
004620             DELIMITED BY SIZE INTO WS-TX-KEY
004630     END-IF.
004640     IF MT-ROW-TYPE = "ED" THEN
004650         STRING FD-FEED-CODE " " FD-EDIT-FIELD-NAME " "
004660             FD-EDIT-RULE DELIMITED BY SIZE INTO WS-TX-KEY
004670     END-IF.
004680     IF MT-ROW-TYPE = "PF" THEN
004690         MOVE PF-PROFILE-NAME TO WS-TX-KEY
004700     END-IF.
004710     PERFORM 4050-PRINT-TRANSACTION
004720         THRU 4050-EXIT.
004730     PERFORM 4100-EDIT-TRANSACTION
004740         THRU 4100-EXIT.
004750     IF WS-TX-ERRORS > ZERO THEN
004760         GO TO 4000-REJECT
004770     END-IF.
004780     IF MT-EFFECTIVE-DATE NOT = SPACES
004790         AND MT-EFFECTIVE-DATE > WS-RUN-DATE
004800         PERFORM 4600-STAGE-TRANSACTION
004810             THRU 4600-EXIT
004820         GO TO 4000-EXIT
004830     END-IF.
004840     IF MT-ROW-TYPE = "DT" THEN
004850         PERFORM 5100-CROSS-CHECK-DT
004860             THRU 5100-EXIT
004870     END-IF.
004880     IF MT-ROW-TYPE = "FL" THEN
004890         PERFORM 5200-CROSS-CHECK-FL
004900             THRU 5200-EXIT
004910     END-IF.
004920     IF MT-ROW-TYPE = "ED" THEN
004930         PERFORM 5400-CROSS-CHECK-ED
004940             THRU 5400-EXIT
004950     END-IF.
004960     IF MT-ROW-TYPE = "PF" THEN
004970         PERFORM 5300-CROSS-CHECK-PF
004980             THRU 5300-EXIT
004990     END-IF.
005000     IF WS-TX-ERRORS > ZERO THEN
005010         GO TO 4000-REJECT
005020     END-IF.
005030     PERFORM 6000-APPLY-TRANSACTION
005040         THRU 6000-EXIT.
005050     GO TO 4000-EXIT.
005060 4000-REJECT.
005070     ADD 1 TO WS-REJECTED-COUNT.
005080     MOVE "    REJECTED - LIVE FILE NOT CHANGED" TO RP-RECORD.
005090     WRITE RP-RECORD.
005100     MOVE "R" TO WS-RESULT.
005110     PERFORM 7100-WRITE-HISTORY
005120         THRU 7100-EXIT.
005130 4000-EXIT.
005140     EXIT.
005150*--------------------------------------------------------------*
005160*    4050-PRINT-TRANSACTION  -  THE TRANSACTION'S REPORT LINES  *
005170*--------------------------------------------------------------*
005180 4050-PRINT-TRANSACTION.
005190     MOVE SPACES TO RP-RECORD.
005200     WRITE RP-RECORD.
005210     MOVE WS-TX-NUMBER TO WS-RPT-TX.
005220     MOVE SPACES TO RP-RECORD.
005230     STRING "TRANSACTION " WS-RPT-TX "  " MT-ACTION " "
005240         MT-ROW-TYPE " " WS-TX-KEY
005250         "  EFFECTIVE " MT-EFFECTIVE-DATE
005260         DELIMITED BY SIZE INTO RP-RECORD.
005270     WRITE RP-RECORD.
005280     MOVE SPACES TO RP-RECORD.
005290     STRING "    BY " MT-REQUESTER " - " MT-REASON
005300         DELIMITED BY SIZE INTO RP-RECORD.
005310     WRITE RP-RECORD.
005320     IF WS-TX-STAGED-EARLIER THEN
005330         MOVE SPACES TO RP-RECORD
005340         STRING "    STAGED " MT-SUBMIT-DATE
005350             DELIMITED BY SIZE INTO RP-RECORD
005360         WRITE RP-RECORD
005370     END-IF.
005380 4050-EXIT.
005390     EXIT.
005400*--------------------------------------------------------------*
005410*    4100-EDIT-TRANSACTION  -  CHECKS THAT NEED NOTHING BUT     *
005420*                       THE TRANSACTION ITSELF.  AN ADD OR A     *
005430*                       CHANGE ALSO HAS ITS ROW IMAGE CHECKED    *
005440*                       FIELD BY FIELD.                          *
005450*--------------------------------------------------------------*
005460 4100-EDIT-TRANSACTION.
005470     IF MT-ACTION NOT = "A"
005480         AND MT-ACTION NOT = "C"
005490         AND MT-ACTION NOT = "D"
005500         MOVE "ACTION NOT A, C OR D" TO WS-ERROR-TEXT
005510         PERFORM 7000-FLAG-ERROR
005520             THRU 7000-EXIT
005530     END-IF.
005540     IF MT-ROW-TYPE NOT = "DT"
005550         AND MT-ROW-TYPE NOT = "FL"
005560         AND MT-ROW-TYPE NOT = "PF"
005570         AND MT-ROW-TYPE NOT = "ED"
005580         MOVE "ROW TYPE NOT DT, FL, ED OR PF" TO WS-ERROR-TEXT
005590         PERFORM 7000-FLAG-ERROR
005600             THRU 7000-EXIT
005610         GO TO 4100-EXIT
005620     END-IF.
005630     IF MT-REQUESTER = SPACES THEN
005640         MOVE "NO REQUESTER" TO WS-ERROR-TEXT
005650         PERFORM 7000-FLAG-ERROR
005660             THRU 7000-EXIT
005670     END-IF.
005680     IF MT-REASON = SPACES THEN
005690         MOVE "NO REASON FOR THE CHANGE" TO WS-ERROR-TEXT
005700         PERFORM 7000-FLAG-ERROR
005710             THRU 7000-EXIT
005720     END-IF.
005730     IF MT-EFFECTIVE-DATE NOT = SPACES THEN
005740         IF MT-EFFECTIVE-YYYY NOT NUMERIC
005750             OR MT-EFFECTIVE-MM NOT NUMERIC
005760             OR MT-EFFECTIVE-DD NOT NUMERIC
005770             OR MT-EFFECTIVE-DASH-1 NOT = "-"
005780             OR MT-EFFECTIVE-DASH-2 NOT = "-"
005790             OR MT-EFFECTIVE-MM < "01"
005800             OR MT-EFFECTIVE-MM > "12"
005810             OR MT-EFFECTIVE-DD < "01"
005820             OR MT-EFFECTIVE-DD > "31"
005830             MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
005840                 TO WS-ERROR-TEXT
005850             PERFORM 7000-FLAG-ERROR
005860                 THRU 7000-EXIT
005870         END-IF
005880     END-IF.
005890     IF MT-ROW-TYPE = "PF" THEN
005900         IF PF-PROFILE-NAME = SPACES
005910             OR PF-PROFILE-NAME(1:1) = "*"
005920             MOVE "NO PROFILE NAME ON ROW IMAGE"
005930                 TO WS-ERROR-TEXT
005940             PERFORM 7000-FLAG-ERROR
005950                 THRU 7000-EXIT
005960             GO TO 4100-EXIT
005970         END-IF
005980         IF MT-ACTION NOT = "D" THEN
005990             PERFORM 4300-CHECK-PF-ROW
006000                 THRU 4300-EXIT
006010         END-IF
006020         GO TO 4100-EXIT
006030     END-IF.
006040     IF FD-RECORD-TYPE NOT = MT-ROW-TYPE THEN
006050         MOVE "ROW IMAGE TYPE DOES NOT MATCH" TO WS-ERROR-TEXT
006060         PERFORM 7000-FLAG-ERROR
006070             THRU 7000-EXIT
006080         GO TO 4100-EXIT
006090     END-IF.
006100     IF FD-FEED-CODE = SPACES THEN
006110         MOVE "NO FEED CODE ON ROW IMAGE" TO WS-ERROR-TEXT
006120         PERFORM 7000-FLAG-ERROR
006130             THRU 7000-EXIT
006140         GO TO 4100-EXIT
006150     END-IF.
006160     IF MT-ROW-TYPE = "FL" AND FD-FIELD-NAME = SPACES THEN
006170         MOVE "NO FIELD NAME ON ROW IMAGE" TO WS-ERROR-TEXT
006180         PERFORM 7000-FLAG-ERROR
006190             THRU 7000-EXIT
006200         GO TO 4100-EXIT
006210     END-IF.
006220     IF MT-ROW-TYPE = "ED" THEN
006230         IF FD-EDIT-FIELD-NAME = SPACES THEN
006240             MOVE "NO FIELD NAME ON ROW IMAGE" TO WS-ERROR-TEXT
006250             PERFORM 7000-FLAG-ERROR
006260                 THRU 7000-EXIT
006270             GO TO 4100-EXIT
006280         END-IF
006290         IF FD-EDIT-RULE NOT = "R" AND FD-EDIT-RULE NOT = "N"
006300             AND FD-EDIT-RULE NOT = "D"
006310             AND FD-EDIT-RULE NOT = "C"
006320             MOVE "EDIT RULE NOT R, N, D OR C" TO WS-ERROR-TEXT
006330             PERFORM 7000-FLAG-ERROR
006340                 THRU 7000-EXIT
006350             GO TO 4100-EXIT
006360         END-IF
006370     END-IF.
006380     IF MT-ACTION = "D" THEN
006390         GO TO 4100-EXIT
006400     END-IF.
006410*    AN ED ROW'S ARGUMENT IS CHECKED AGAINST ITS FIELD'S WIDTH,
006420*    SO THAT WAITS FOR THE CROSS CHECK.
006430     IF MT-ROW-TYPE = "ED" THEN
006440         GO TO 4100-EXIT
006450     END-IF.
006460     IF MT-ROW-TYPE = "DT" THEN
006470         PERFORM 4200-CHECK-DT-ROW
006480             THRU 4200-EXIT
006490     ELSE
006500         PERFORM 4250-CHECK-FL-ROW
006510             THRU 4250-EXIT
006520     END-IF.
006530 4100-EXIT.
006540     EXIT.
006550*--------------------------------------------------------------*
006560*    4200-CHECK-DT-ROW  -  THE DL140TM DESTINATION-TYPE ROW     *
006570*                       CHECKS ON THE TRANSACTION'S IMAGE        *
006580*--------------------------------------------------------------*
006590 4200-CHECK-DT-ROW.
006600     IF FD-SOURCE-WIDTH NOT NUMERIC
006610         OR FD-LIMIT NOT NUMERIC
006620         MOVE "NON-NUMERIC WIDTH OR LIMIT" TO WS-ERROR-TEXT
006630         PERFORM 7000-FLAG-ERROR
006640             THRU 7000-EXIT
006650         GO TO 4200-EXIT
006660     END-IF.
006670     IF FD-TRUNC-STYLE NOT = "C"
006680         AND FD-TRUNC-STYLE NOT = "W"
006690         AND FD-TRUNC-STYLE NOT = "S"
006700         MOVE "UNKNOWN TRUNCATION STYLE" TO WS-ERROR-TEXT
006710         PERFORM 7000-FLAG-ERROR
006720             THRU 7000-EXIT
006730     END-IF.
006740     IF FD-SOURCE-WIDTH = ZERO OR FD-LIMIT = ZERO THEN
006750         MOVE "ZERO WIDTH OR LIMIT" TO WS-ERROR-TEXT
006760         PERFORM 7000-FLAG-ERROR
006770             THRU 7000-EXIT
006780     END-IF.
006790     IF FD-LIMIT > FD-SOURCE-WIDTH THEN
006800         MOVE "LIMIT WIDER THAN SOURCE WIDTH" TO WS-ERROR-TEXT
006810         PERFORM 7000-FLAG-ERROR
006820             THRU 7000-EXIT
006830     END-IF.
006840     IF FD-SOURCE-WIDTH > 500 THEN
006850         MOVE "SOURCE WIDTH OVER 500" TO WS-ERROR-TEXT
006860         PERFORM 7000-FLAG-ERROR
006870             THRU 7000-EXIT
006880     END-IF.
006890*    ONLY ZEROS OR SPACES MEAN "NO KEY"; A KEY MUST LIE INSIDE
006900*    THE RECORD AND FIT THE 30-BYTE KEY ON THE EXCEPTION AND
006910*    REJECT RECORDS.
006920     IF FD-KEY-OFFSET IS NUMERIC
006930         AND FD-KEY-LENGTH IS NUMERIC
006940         IF FD-KEY-LENGTH > ZERO THEN
006950             IF FD-KEY-LENGTH > 30
006960                 OR FD-KEY-OFFSET = ZERO
006970                 OR FD-KEY-OFFSET + FD-KEY-LENGTH - 1
006980                     > FD-SOURCE-WIDTH
006990                 MOVE "BAD BUSINESS-KEY FIELD" TO WS-ERROR-TEXT
007000                 PERFORM 7000-FLAG-ERROR
007010                     THRU 7000-EXIT
007020             END-IF
007030         END-IF
007040     ELSE
007050         IF FD-KEY-OFFSET NOT = SPACES
007060             OR FD-KEY-LENGTH NOT = SPACES
007070             MOVE "BAD BUSINESS-KEY FIELD" TO WS-ERROR-TEXT
007080             PERFORM 7000-FLAG-ERROR
007090                 THRU 7000-EXIT
007100         END-IF
007110     END-IF.
007120     IF FD-SENSITIVE NOT = "Y"
007130         AND FD-SENSITIVE NOT = "N"
007140         AND FD-SENSITIVE NOT = SPACE
007150         MOVE "UNKNOWN SENSITIVE FLAG" TO WS-ERROR-TEXT
007160         PERFORM 7000-FLAG-ERROR
007170             THRU 7000-EXIT
007180     END-IF.
007190 4200-EXIT.
007200     EXIT.
007210*--------------------------------------------------------------*
007220*    4250-CHECK-FL-ROW  -  THE DL140TM FIELD-LAYOUT ROW CHECKS  *
007230*                       ON THE TRANSACTION'S IMAGE               *
007240*--------------------------------------------------------------*
007250 4250-CHECK-FL-ROW.
007260     IF FD-FIELD-OFFSET NOT NUMERIC
007270         OR FD-FIELD-LENGTH NOT NUMERIC
007280         OR FD-FIELD-LIMIT NOT NUMERIC
007290         MOVE "NON-NUMERIC FIELD OFFSET, LENGTH, LIMIT"
007300             TO WS-ERROR-TEXT
007310         PERFORM 7000-FLAG-ERROR
007320             THRU 7000-EXIT
007330         GO TO 4250-EXIT
007340     END-IF.
007350     IF FD-FIELD-OFFSET = ZERO OR FD-FIELD-LENGTH = ZERO THEN
007360         MOVE "ZERO FIELD OFFSET OR LENGTH" TO WS-ERROR-TEXT
007370         PERFORM 7000-FLAG-ERROR
007380             THRU 7000-EXIT
007390     END-IF.
007400     IF FD-FIELD-LIMIT > FD-FIELD-LENGTH THEN
007410         MOVE "LIMIT WIDER THAN FIELD" TO WS-ERROR-TEXT
007420         PERFORM 7000-FLAG-ERROR
007430             THRU 7000-EXIT
007440     END-IF.
007450     IF FD-FIELD-SENSITIVE NOT = "Y"
007460         AND FD-FIELD-SENSITIVE NOT = "N"
007470         AND FD-FIELD-SENSITIVE NOT = SPACE
007480         MOVE "UNKNOWN SENSITIVE FLAG" TO WS-ERROR-TEXT
007490         PERFORM 7000-FLAG-ERROR
007500             THRU 7000-EXIT
007510     END-IF.
007520 4250-EXIT.
007530     EXIT.
007540*--------------------------------------------------------------*
007550*    4270-CHECK-ED-ROW  -  THE DL140TM EDIT-RULE ROW CHECKS ON  *
007560*                       THE TRANSACTION'S IMAGE: A DATE RULE     *
007570*                       NEEDS A FORMAT DL100EDT CAN READ THAT    *
007580*                       FITS THE FIELD (WS-EDIT-WIDTH), A        *
007590*                       CHARACTER-SET RULE A KNOWN CLASS         *
007600*--------------------------------------------------------------*
007610 4270-CHECK-ED-ROW.
007620     CALL "DL100EDT" USING WS-EDIT-VALUE WS-EDIT-WIDTH
007630         FD-EDIT-RULE FD-EDIT-ARG WS-EDIT-MB-SWITCH
007640         WS-EDIT-RESULT.
007650     IF WS-EDIT-RESULT NOT = "B" THEN
007660         GO TO 4270-EXIT
007670     END-IF.
007680     IF FD-EDIT-RULE = "D" THEN
007690         MOVE "BAD OR TOO WIDE DATE FORMAT" TO WS-ERROR-TEXT
007700     ELSE
007710         MOVE "CHARACTER CLASS NOT A, X, 9 OR L"
007720             TO WS-ERROR-TEXT
007730     END-IF.
007740     PERFORM 7000-FLAG-ERROR
007750         THRU 7000-EXIT.
007760 4270-EXIT.
007770     EXIT.
007780*--------------------------------------------------------------*
007790*    4300-CHECK-PF-ROW  -  THE DL100MN 1130-VALIDATE-PARAMETERS *
007800*                       RULES ON THE TRANSACTION'S PROFILE       *
007810*--------------------------------------------------------------*
007820 4300-CHECK-PF-ROW.
007830     IF PF-LIMIT NOT NUMERIC OR PF-LIMIT = ZERO THEN
007840         MOVE "LIMIT NOT NUMERIC OR ZERO" TO WS-ERROR-TEXT
007850         PERFORM 7000-FLAG-ERROR
007860             THRU 7000-EXIT
007870     END-IF.
007880     IF PF-CKPT-INTERVAL NOT NUMERIC THEN
007890         MOVE "CHECKPOINT INTERVAL NOT NUMERIC"
007900             TO WS-ERROR-TEXT
007910         PERFORM 7000-FLAG-ERROR
007920             THRU 7000-EXIT
007930     END-IF.
007940     IF PF-MULTIBYTE-SWITCH NOT = "Y"
007950         AND PF-MULTIBYTE-SWITCH NOT = "N"
007960         AND PF-MULTIBYTE-SWITCH NOT = SPACE
007970         MOVE "MULTIBYTE SWITCH NOT Y, N OR BLANK"
007980             TO WS-ERROR-TEXT
007990         PERFORM 7000-FLAG-ERROR
008000             THRU 7000-EXIT
008010     END-IF.
008020     IF PF-MAX-REJECT-PCT NOT NUMERIC THEN
008030         MOVE "MAX REJECT PERCENT NOT NUMERIC"
008040             TO WS-ERROR-TEXT
008050         PERFORM 7000-FLAG-ERROR
008060             THRU 7000-EXIT
008070     END-IF.
008080     IF PF-MAX-TRUNC-PCT NOT NUMERIC THEN
008090         MOVE "MAX TRUNCATION PERCENT NOT NUMERIC"
008100             TO WS-ERROR-TEXT
008110         PERFORM 7000-FLAG-ERROR
008120             THRU 7000-EXIT
008130     END-IF.
008140     IF PF-RUN-MODE NOT = "L"
008150         AND PF-RUN-MODE NOT = "P"
008160         AND PF-RUN-MODE NOT = SPACE
008170         MOVE "RUN MODE NOT L, P OR BLANK" TO WS-ERROR-TEXT
008180         PERFORM 7000-FLAG-ERROR
008190             THRU 7000-EXIT
008200     END-IF.
008210     IF PF-FEED-MODE NOT = "C"
008220         AND PF-FEED-MODE NOT = "N"
008230         AND PF-FEED-MODE NOT = SPACE
008240         MOVE "FEED MODE NOT C, N OR BLANK" TO WS-ERROR-TEXT
008250         PERFORM 7000-FLAG-ERROR
008260             THRU 7000-EXIT
008270     END-IF.
008280     IF PF-HDR-TRL-SWITCH NOT = "Y"
008290         AND PF-HDR-TRL-SWITCH NOT = "N"
008300         AND PF-HDR-TRL-SWITCH NOT = SPACE
008310         MOVE "HDR/TRL SWITCH NOT Y, N OR BLANK"
008320             TO WS-ERROR-TEXT
008330         PERFORM 7000-FLAG-ERROR
008340             THRU 7000-EXIT
008350     END-IF.
008360     IF PF-DEDUP-SWITCH NOT = "Y"
008370         AND PF-DEDUP-SWITCH NOT = "N"
008380         AND PF-DEDUP-SWITCH NOT = SPACE
008390         MOVE "DEDUP SWITCH NOT Y, N OR BLANK"
008400             TO WS-ERROR-TEXT
008410         PERFORM 7000-FLAG-ERROR
008420             THRU 7000-EXIT
008430     END-IF.
008440     IF PF-OUT-CTL-SWITCH NOT = "Y"
008450         AND PF-OUT-CTL-SWITCH NOT = "H"
008460         AND PF-OUT-CTL-SWITCH NOT = "N"
008470         AND PF-OUT-CTL-SWITCH NOT = SPACE
008480         MOVE "OUTPUT CONTROL SWITCH NOT Y, H, N, BLANK"
008490             TO WS-ERROR-TEXT
008500         PERFORM 7000-FLAG-ERROR
008510             THRU 7000-EXIT
008520     END-IF.
008530 4300-EXIT.
008540     EXIT.
008550*--------------------------------------------------------------*
008560*    4600-STAGE-TRANSACTION  -  NOT DUE YET: CARRY IT ON        *
008570*                       MTHELD.  A NEW ONE IS STAMPED AND        *
008580*                       LOGGED; ONE ALREADY STAGED IS ONLY       *
008590*                       CARRIED FORWARD.                         *
008600*--------------------------------------------------------------*
008610 4600-STAGE-TRANSACTION.
008620     IF WS-TX-STAGED-EARLIER THEN
008630         ADD 1 TO WS-STILL-HELD-COUNT
008640         MOVE "    STILL STAGED - NOT YET EFFECTIVE" TO RP-RECORD
008650         WRITE RP-RECORD
008660     ELSE
008670         MOVE WS-RUN-DATE TO MT-SUBMIT-DATE
008680         ADD 1 TO WS-STAGED-COUNT
008690         MOVE "    STAGED FOR ITS EFFECTIVE DATE" TO RP-RECORD
008700         WRITE RP-RECORD
008710         IF MT-ACTION NOT = "D" THEN
008720             MOVE MT-ROW-IMAGE TO WS-AFTER-IMAGE
008730         END-IF
008740         MOVE "S" TO WS-RESULT
008750         PERFORM 7100-WRITE-HISTORY
008760             THRU 7100-EXIT
008770     END-IF.
008780     MOVE MT-RECORD TO HELD-LINE.
008790     WRITE HELD-LINE.
008800 4600-EXIT.
008810     EXIT.
008820*--------------------------------------------------------------*
008830*    5000-SCAN-DEFINITIONS  -  ONE PASS OF THE DEFINITION       *
008840*                       TABLE FOR THE TRANSACTION'S FEED: ITS    *
008850*                       DT ROW AND WIDTH, ITS FL ROWS, THE ROW   *
008860*                       MATCHING THE TRANSACTION'S KEY AND WHERE *
008870*                       A NEW ROW WOULD GO                       *
008880*--------------------------------------------------------------*
008890 5000-SCAN-DEFINITIONS.
008900     MOVE ZERO TO WS-MATCH-SUB.
008910     MOVE ZERO TO WS-FEED-DT-SUB.
008920     MOVE ZERO TO WS-LAST-DT-SUB.
008930     MOVE ZERO TO WS-FL-AFTER-SUB.
008940     MOVE ZERO TO WS-FL-FIRST-SUB.
008950     MOVE ZERO TO WS-DT-ROW-COUNT.
008960     MOVE ZERO TO WS-FEED-FL-COUNT.
008970     MOVE ZERO TO WS-FEED-WIDTH.
008980     MOVE ZERO TO WS-FIELD-FL-SUB.
008990     MOVE ZERO TO WS-FIELD-ED-COUNT.
009000     PERFORM 5010-SCAN-ONE-DEF
009010         THRU 5010-EXIT
009020         VARYING WS-ROW-SUB FROM 1 BY 1
009030         UNTIL WS-ROW-SUB > WS-DEF-COUNT.
009040 5000-EXIT.
009050     EXIT.
009060*--------------------------------------------------------------*
009070*    5010-SCAN-ONE-DEF  -  ONE DEFINITION ROW                   *
009080*--------------------------------------------------------------*
009090 5010-SCAN-ONE-DEF.
009100     IF WS-DEF-TYPE(WS-ROW-SUB) = "DT" THEN
009110         ADD 1 TO WS-DT-ROW-COUNT
009120         MOVE WS-ROW-SUB TO WS-LAST-DT-SUB
009130         IF WS-DEF-FEED(WS-ROW-SUB) = FD-FEED-CODE THEN
009140             MOVE WS-ROW-SUB TO WS-FEED-DT-SUB
009150             IF WS-DEF-WIDTH(WS-ROW-SUB) IS NUMERIC THEN
009160                 MOVE WS-DEF-WIDTH(WS-ROW-SUB) TO WS-FEED-WIDTH
009170             END-IF
009180             IF MT-ROW-TYPE = "DT" THEN
009190                 MOVE WS-ROW-SUB TO WS-MATCH-SUB
009200             END-IF
009210         END-IF
009220         GO TO 5010-EXIT
009230     END-IF.
009240*    EDIT RULES BELONG TO ONE FIELD: COUNT THE FIELD'S RULES
009250*    AND FIND THE TRANSACTION'S OWN RULE AMONG THEM.
009260     IF WS-DEF-TYPE(WS-ROW-SUB) = "ED"
009270         AND WS-DEF-FEED(WS-ROW-SUB) = FD-FEED-CODE
009280         AND WS-DEF-EDIT-FIELD(WS-ROW-SUB) = FD-FIELD-NAME
009290         ADD 1 TO WS-FIELD-ED-COUNT
009300         IF MT-ROW-TYPE = "ED"
009310             AND WS-DEF-EDIT-RULE(WS-ROW-SUB) = FD-EDIT-RULE
009320             MOVE WS-ROW-SUB TO WS-MATCH-SUB
009330         END-IF
009340         GO TO 5010-EXIT
009350     END-IF.
009360     IF WS-DEF-TYPE(WS-ROW-SUB) NOT = "FL"
009370         OR WS-DEF-FEED(WS-ROW-SUB) NOT = FD-FEED-CODE
009380         GO TO 5010-EXIT
009390     END-IF.
009400     IF WS-DEF-FIELD-NAME(WS-ROW-SUB) = FD-FIELD-NAME THEN
009410         MOVE WS-ROW-SUB TO WS-FIELD-FL-SUB
009420     END-IF.
009430     ADD 1 TO WS-FEED-FL-COUNT.
009440     IF WS-FL-FIRST-SUB = ZERO THEN
009450         MOVE WS-ROW-SUB TO WS-FL-FIRST-SUB
009460     END-IF.
009470     IF MT-ROW-TYPE = "FL"
009480         AND WS-DEF-FIELD-NAME(WS-ROW-SUB) = FD-FIELD-NAME
009490         MOVE WS-ROW-SUB TO WS-MATCH-SUB
009500     END-IF.
009510     IF MT-ROW-TYPE = "FL"
009520         AND FD-FIELD-OFFSET IS NUMERIC
009530         AND WS-DEF-FIELD-OFFSET(WS-ROW-SUB) IS NUMERIC
009540         AND WS-DEF-FIELD-OFFSET(WS-ROW-SUB) < FD-FIELD-OFFSET
009550         MOVE WS-ROW-SUB TO WS-FL-AFTER-SUB
009560     END-IF.
009570 5010-EXIT.
009580     EXIT.
009590*--------------------------------------------------------------*
009600*    5100-CROSS-CHECK-DT  -  A DT TRANSACTION AGAINST THE FILE  *
009610*                       AS IT STANDS                             *
009620*--------------------------------------------------------------*
009630 5100-CROSS-CHECK-DT.
009640     PERFORM 5000-SCAN-DEFINITIONS
009650         THRU 5000-EXIT.
009660     IF MT-ACTION = "A" THEN
009670         IF WS-MATCH-SUB > ZERO THEN
009680             MOVE "FEED ALREADY DEFINED" TO WS-ERROR-TEXT
009690             PERFORM 7000-FLAG-ERROR
009700                 THRU 7000-EXIT
009710         END-IF
009720         IF WS-DT-ROW-COUNT >= 10 THEN
009730             MOVE "MORE THAN 10 FEEDS" TO WS-ERROR-TEXT
009740             PERFORM 7000-FLAG-ERROR
009750                 THRU 7000-EXIT
009760         END-IF
009770         IF WS-DEF-COUNT >= WS-DEF-MAX THEN
009780             MOVE "FEED DEFINITION FILE FULL" TO WS-ERROR-TEXT
009790             PERFORM 7000-FLAG-ERROR
009800                 THRU 7000-EXIT
009810         END-IF
009820         GO TO 5100-EXIT
009830     END-IF.
009840     IF WS-MATCH-SUB = ZERO THEN
009850         MOVE "FEED NOT DEFINED" TO WS-ERROR-TEXT
009860         PERFORM 7000-FLAG-ERROR
009870             THRU 7000-EXIT
009880         GO TO 5100-EXIT
009890     END-IF.
009900*    A NARROWER RECORD MUST STILL HOLD EVERY FIELD OF THE FEED'S
009910*    LAYOUT; A DELETED FEED MUST LEAVE NO LAYOUT ROWS AND NO
009920*    SINGLE-FEED PROFILE BEHIND IT.
009930     IF MT-ACTION = "C" THEN
009940         PERFORM 5110-CHECK-FIELD-FITS
009950             THRU 5110-EXIT
009960             VARYING WS-ROW-SUB FROM 1 BY 1
009970             UNTIL WS-ROW-SUB > WS-DEF-COUNT
009980         GO TO 5100-EXIT
009990     END-IF.
010000     IF WS-FEED-FL-COUNT > ZERO THEN
010010         MOVE "FEED STILL HAS FIELD LAYOUT ROWS"
010020             TO WS-ERROR-TEXT
010030         PERFORM 7000-FLAG-ERROR
010040             THRU 7000-EXIT
010050     END-IF.
010060     PERFORM 5120-CHECK-PROFILE-USE
010070         THRU 5120-EXIT
010080         VARYING WS-ROW-SUB FROM 1 BY 1
010090         UNTIL WS-ROW-SUB > WS-PRF-COUNT.
010100 5100-EXIT.
010110     EXIT.
010120*--------------------------------------------------------------*
010130*    5110-CHECK-FIELD-FITS  -  ONE LAYOUT ROW OF THE FEED       *
010140*                       AGAINST THE CHANGED SOURCE WIDTH         *
010150*--------------------------------------------------------------*
010160 5110-CHECK-FIELD-FITS.
010170     IF WS-DEF-TYPE(WS-ROW-SUB) NOT = "FL"
010180         OR WS-DEF-FEED(WS-ROW-SUB) NOT = FD-FEED-CODE
010190         OR WS-DEF-FIELD-OFFSET(WS-ROW-SUB) NOT NUMERIC
010200         OR WS-DEF-FIELD-LENGTH(WS-ROW-SUB) NOT NUMERIC
010210         GO TO 5110-EXIT
010220     END-IF.
010230     ADD WS-DEF-FIELD-OFFSET(WS-ROW-SUB)
010240         WS-DEF-FIELD-LENGTH(WS-ROW-SUB) GIVING WS-B-END.
010250     SUBTRACT 1 FROM WS-B-END.
010260     IF WS-B-END > FD-SOURCE-WIDTH THEN
010270         MOVE SPACES TO WS-ERROR-TEXT
010280         STRING "FIELD " WS-DEF-FIELD-NAME(WS-ROW-SUB)
010290             " RUNS PAST THE NEW WIDTH"
010300             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010310         PERFORM 7000-FLAG-ERROR
010320             THRU 7000-EXIT
010330     END-IF.
010340 5110-EXIT.
010350     EXIT.
010360*--------------------------------------------------------------*
010370*    5120-CHECK-PROFILE-USE  -  ONE PROFILE THAT NAMES THE      *
010380*                       FEED FOR A SINGLE-FEED RUN               *
010390*--------------------------------------------------------------*
010400 5120-CHECK-PROFILE-USE.
010410     IF WS-PRF-NAME(WS-ROW-SUB)(1:1) = "*"
010420         OR WS-PRF-ROW(WS-ROW-SUB) = SPACES
010430         GO TO 5120-EXIT
010440     END-IF.
010450     IF WS-PRF-DEST(WS-ROW-SUB) = FD-FEED-CODE
010460         AND WS-PRF-FEED-MODE(WS-ROW-SUB) NOT = "C"
010470         MOVE SPACES TO WS-ERROR-TEXT
010480         STRING "PROFILE " WS-PRF-NAME(WS-ROW-SUB)
010490             " STILL USES THE FEED"
010500             DELIMITED BY SIZE INTO WS-ERROR-TEXT
010510         PERFORM 7000-FLAG-ERROR
010520             THRU 7000-EXIT
010530     END-IF.
010540 5120-EXIT.
010550     EXIT.
010560*--------------------------------------------------------------*
010570*    5200-CROSS-CHECK-FL  -  AN FL TRANSACTION AGAINST THE      *
010580*                       FILE AS IT STANDS                        *
010590*--------------------------------------------------------------*
010600 5200-CROSS-CHECK-FL.
010610     PERFORM 5000-SCAN-DEFINITIONS
010620         THRU 5000-EXIT.
010630     IF MT-ACTION = "A" THEN
010640         IF WS-MATCH-SUB > ZERO THEN
010650             MOVE "FIELD ALREADY DEFINED" TO WS-ERROR-TEXT
010660             PERFORM 7000-FLAG-ERROR
010670                 THRU 7000-EXIT
010680         END-IF
010690         IF WS-FEED-FL-COUNT >= 5 THEN
010700             MOVE "MORE THAN 5 FIELDS FOR FEED" TO WS-ERROR-TEXT
010710             PERFORM 7000-FLAG-ERROR
010720                 THRU 7000-EXIT
010730         END-IF
010740         IF WS-DEF-COUNT >= WS-DEF-MAX THEN
010750             MOVE "FEED DEFINITION FILE FULL" TO WS-ERROR-TEXT
010760             PERFORM 7000-FLAG-ERROR
010770                 THRU 7000-EXIT
010780         END-IF
010790     ELSE
010800         IF WS-MATCH-SUB = ZERO THEN
010810             MOVE "FIELD NOT DEFINED" TO WS-ERROR-TEXT
010820             PERFORM 7000-FLAG-ERROR
010830                 THRU 7000-EXIT
010840             GO TO 5200-EXIT
010850         END-IF
010860     END-IF.
010870     IF MT-ACTION = "D" THEN
010880         IF WS-FIELD-ED-COUNT > ZERO THEN
010890             MOVE "FIELD STILL HAS EDIT RULES" TO WS-ERROR-TEXT
010900             PERFORM 7000-FLAG-ERROR
010910                 THRU 7000-EXIT
010920         END-IF
010930         GO TO 5200-EXIT
010940     END-IF.
010950     IF WS-FEED-DT-SUB = ZERO THEN
010960         MOVE "FEED HAS NO DT ROW" TO WS-ERROR-TEXT
010970         PERFORM 7000-FLAG-ERROR
010980             THRU 7000-EXIT
010990         GO TO 5200-EXIT
011000     END-IF.
011010     MOVE FD-FIELD-OFFSET TO WS-A-START.
011020     ADD FD-FIELD-LENGTH TO WS-A-START GIVING WS-A-END.
011030     SUBTRACT 1 FROM WS-A-END.
011040     IF WS-A-END > WS-FEED-WIDTH THEN
011050         MOVE "FIELD RUNS PAST THE SOURCE WIDTH" TO WS-ERROR-TEXT
011060         PERFORM 7000-FLAG-ERROR
011070             THRU 7000-EXIT
011080     END-IF.
011090     PERFORM 5210-CHECK-OVERLAP
011100         THRU 5210-EXIT
011110         VARYING WS-ROW-SUB FROM 1 BY 1
011120         UNTIL WS-ROW-SUB > WS-DEF-COUNT.
011130 5200-EXIT.
011140     EXIT.
011150*--------------------------------------------------------------*
011160*    5210-CHECK-OVERLAP  -  THE NEW OR CHANGED FIELD AGAINST    *
011170*                       ONE OTHER FIELD OF THE SAME FEED         *
011180*--------------------------------------------------------------*
011190 5210-CHECK-OVERLAP.
011200     IF WS-DEF-TYPE(WS-ROW-SUB) NOT = "FL"
011210         OR WS-DEF-FEED(WS-ROW-SUB) NOT = FD-FEED-CODE
011220         OR WS-ROW-SUB = WS-MATCH-SUB
011230         OR WS-DEF-FIELD-OFFSET(WS-ROW-SUB) NOT NUMERIC
011240         OR WS-DEF-FIELD-LENGTH(WS-ROW-SUB) NOT NUMERIC
011250         GO TO 5210-EXIT
011260     END-IF.
011270     MOVE WS-DEF-FIELD-OFFSET(WS-ROW-SUB) TO WS-B-START.
011280     ADD WS-DEF-FIELD-LENGTH(WS-ROW-SUB) TO WS-B-START
011290         GIVING WS-B-END.
011300     SUBTRACT 1 FROM WS-B-END.
011310     IF WS-A-START <= WS-B-END AND WS-B-START <= WS-A-END THEN
011320         MOVE SPACES TO WS-ERROR-TEXT
011330         STRING "FIELD OVERLAPS " WS-DEF-FIELD-NAME(WS-ROW-SUB)
011340             DELIMITED BY SIZE INTO WS-ERROR-TEXT
011350         PERFORM 7000-FLAG-ERROR
011360             THRU 7000-EXIT
011370     END-IF.
011380 5210-EXIT.
011390     EXIT.
011400*--------------------------------------------------------------*
011410*    5300-CROSS-CHECK-PF  -  A PF TRANSACTION AGAINST THE       *
011420*                       LIBRARY AND THE DEFINITION FILE AS THEY  *
011430*                       STAND                                    *
011440*--------------------------------------------------------------*
011450 5300-CROSS-CHECK-PF.
011460     MOVE ZERO TO WS-MATCH-SUB.
011470     PERFORM 5310-SCAN-ONE-PROFILE
011480         THRU 5310-EXIT
011490         VARYING WS-ROW-SUB FROM 1 BY 1
011500         UNTIL WS-ROW-SUB > WS-PRF-COUNT
011510         OR WS-MATCH-SUB > ZERO.
011520     IF MT-ACTION = "A" THEN
011530         IF WS-MATCH-SUB > ZERO THEN
011540             MOVE "PROFILE ALREADY ON LIBRARY" TO WS-ERROR-TEXT
011550             PERFORM 7000-FLAG-ERROR
011560                 THRU 7000-EXIT
011570         END-IF
011580         IF WS-PRF-COUNT >= WS-PRF-MAX THEN
011590             MOVE "PROFILE LIBRARY FULL" TO WS-ERROR-TEXT
011600             PERFORM 7000-FLAG-ERROR
011610                 THRU 7000-EXIT
011620         END-IF
011630     ELSE
011640         IF WS-MATCH-SUB = ZERO THEN
011650             MOVE "PROFILE NOT ON LIBRARY" TO WS-ERROR-TEXT
011660             PERFORM 7000-FLAG-ERROR
011670                 THRU 7000-EXIT
011680         END-IF
011690     END-IF.
011700*    AS IN 1130-VALIDATE-PARAMETERS, A SINGLE-FEED PROFILE'S
011710*    DESTINATION TYPE MUST BE ON THE FEED DEFINITION FILE.
011720     IF MT-ACTION NOT = "D"
011730         AND PF-DEST-TYPE NOT = SPACES
011740         AND PF-FEED-MODE NOT = "C"
011750         MOVE SPACES TO FD-RECORD
011760         MOVE PF-DEST-TYPE TO FD-FEED-CODE
011770         PERFORM 5000-SCAN-DEFINITIONS
011780             THRU 5000-EXIT
011790         MOVE MT-ROW-IMAGE TO FD-RECORD
011800         IF WS-FEED-DT-SUB = ZERO THEN
011810             MOVE SPACES TO WS-ERROR-TEXT
011820             STRING "UNKNOWN DESTINATION TYPE " PF-DEST-TYPE
011830                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
011840             PERFORM 7000-FLAG-ERROR
011850                 THRU 7000-EXIT
011860         END-IF
011870     END-IF.
011880 5300-EXIT.
011890     EXIT.
011900*--------------------------------------------------------------*
011910*    5310-SCAN-ONE-PROFILE  -  MATCH ONE LIBRARY ROW BY NAME    *
011920*--------------------------------------------------------------*
011930 5310-SCAN-ONE-PROFILE.
011940     IF WS-PRF-NAME(WS-ROW-SUB) = PF-PROFILE-NAME THEN
011950         MOVE WS-ROW-SUB TO WS-MATCH-SUB
011960     END-IF.
011970 5310-EXIT.
011980     EXIT.
011990*--------------------------------------------------------------*
012000*    5400-CROSS-CHECK-ED  -  AN ED TRANSACTION AGAINST THE      *
012010*                       FILE AS IT STANDS.  A CHANGE ALTERS     *
012020*                       ONLY THE RULE'S ARGUMENT; A NEW RULE    *
012030*                       GOES AT THE END OF THE FILE.            *
012040*--------------------------------------------------------------*
012050 5400-CROSS-CHECK-ED.
012060     PERFORM 5000-SCAN-DEFINITIONS
012070         THRU 5000-EXIT.
012080     IF MT-ACTION = "A" THEN
012090         IF WS-MATCH-SUB > ZERO THEN
012100             MOVE "RULE ALREADY DEFINED FOR FIELD"
012110                 TO WS-ERROR-TEXT
012120             PERFORM 7000-FLAG-ERROR
012130                 THRU 7000-EXIT
012140         END-IF
012150         IF WS-FIELD-ED-COUNT >= 4 THEN
012160             MOVE "MORE THAN 4 RULES FOR FIELD" TO WS-ERROR-TEXT
012170             PERFORM 7000-FLAG-ERROR
012180                 THRU 7000-EXIT
012190         END-IF
012200         IF WS-DEF-COUNT >= WS-DEF-MAX THEN
012210             MOVE "FEED DEFINITION FILE FULL" TO WS-ERROR-TEXT
012220             PERFORM 7000-FLAG-ERROR
012230                 THRU 7000-EXIT
012240         END-IF
012250     ELSE
012260         IF WS-MATCH-SUB = ZERO THEN
012270             MOVE "RULE NOT DEFINED FOR FIELD" TO WS-ERROR-TEXT
012280             PERFORM 7000-FLAG-ERROR
012290                 THRU 7000-EXIT
012300             GO TO 5400-EXIT
012310         END-IF
012320     END-IF.
012330     IF MT-ACTION = "D" THEN
012340         GO TO 5400-EXIT
012350     END-IF.
012360     IF WS-FIELD-FL-SUB = ZERO THEN
012370         MOVE "FIELD HAS NO FL ROW" TO WS-ERROR-TEXT
012380         PERFORM 7000-FLAG-ERROR
012390             THRU 7000-EXIT
012400         GO TO 5400-EXIT
012410     END-IF.
012420     MOVE 1 TO WS-EDIT-WIDTH.
012430     IF WS-DEF-FIELD-LENGTH(WS-FIELD-FL-SUB) IS NUMERIC THEN
012440         MOVE WS-DEF-FIELD-LENGTH(WS-FIELD-FL-SUB)
012450             TO WS-EDIT-WIDTH
012460     END-IF.
012470     PERFORM 4270-CHECK-ED-ROW
012480         THRU 4270-EXIT.
012490 5400-EXIT.
012500     EXIT.
012510*--------------------------------------------------------------*
012520*    6000-APPLY-TRANSACTION  -  CHANGE THE HELD COPY OF THE     *
012530*                       LIVE FILE AND LOG THE BEFORE AND AFTER   *
012540*                       IMAGES.  A NEW DT ROW GOES AFTER THE     *
012550*                       LAST DT ROW; A NEW FL ROW GOES IN        *
012560*                       OFFSET ORDER AMONG ITS FEED'S FL ROWS    *
012570*                       (AT THE END WHEN IT IS THE FEED'S        *
012580*                       FIRST); A NEW PROFILE GOES AT THE END.   *
012590*--------------------------------------------------------------*
012600 6000-APPLY-TRANSACTION.
012610     IF MT-ROW-TYPE = "PF" THEN
012620         PERFORM 6500-APPLY-PROFILE
012630             THRU 6500-EXIT
012640         GO TO 6000-LOGGED
012650     END-IF.
012660     ADD 1 TO WS-DEF-CHANGES.
012670     IF MT-ACTION = "C" THEN
012680         MOVE WS-DEF-ROW(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
012690         MOVE MT-ROW-IMAGE TO WS-DEF-ROW(WS-MATCH-SUB)
012700         MOVE MT-ROW-IMAGE TO WS-AFTER-IMAGE
012710         GO TO 6000-LOGGED
012720     END-IF.
012730     IF MT-ACTION = "D" THEN
012740         MOVE WS-DEF-ROW(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
012750         PERFORM 6110-SHIFT-DEF-UP
012760             THRU 6110-EXIT
012770             VARYING WS-MOVE-SUB FROM WS-MATCH-SUB BY 1
012780             UNTIL WS-MOVE-SUB >= WS-DEF-COUNT
012790         MOVE SPACES TO WS-DEF-ROW(WS-DEF-COUNT)
012800         SUBTRACT 1 FROM WS-DEF-COUNT
012810         GO TO 6000-LOGGED
012820     END-IF.
012830     ADD 1 TO WS-DEF-COUNT GIVING WS-INSERT-SUB.
012840     IF MT-ROW-TYPE = "DT" AND WS-LAST-DT-SUB > ZERO THEN
012850         ADD 1 TO WS-LAST-DT-SUB GIVING WS-INSERT-SUB
012860     END-IF.
012870     IF MT-ROW-TYPE = "FL" THEN
012880         IF WS-FL-AFTER-SUB > ZERO THEN
012890             ADD 1 TO WS-FL-AFTER-SUB GIVING WS-INSERT-SUB
012900         ELSE
012910             IF WS-FL-FIRST-SUB > ZERO THEN
012920                 MOVE WS-FL-FIRST-SUB TO WS-INSERT-SUB
012930             END-IF
012940         END-IF
012950     END-IF.
012960     PERFORM 6120-SHIFT-DEF-DOWN
012970         THRU 6120-EXIT
012980         VARYING WS-MOVE-SUB FROM WS-DEF-COUNT BY -1
012990         UNTIL WS-MOVE-SUB < WS-INSERT-SUB.
013000     MOVE MT-ROW-IMAGE TO WS-DEF-ROW(WS-INSERT-SUB).
013010     ADD 1 TO WS-DEF-COUNT.
013020     MOVE MT-ROW-IMAGE TO WS-AFTER-IMAGE.
013030 6000-LOGGED.
013040     ADD 1 TO WS-APPLIED-COUNT.
013050     MOVE "    APPLIED" TO RP-RECORD.
013060     WRITE RP-RECORD.
013070     IF WS-BEFORE-IMAGE NOT = SPACES THEN
013080         MOVE SPACES TO RP-RECORD
013090         STRING "    WAS " WS-BEFORE-IMAGE
013100             DELIMITED BY SIZE INTO RP-RECORD
013110         WRITE RP-RECORD
013120     END-IF.
013130     IF WS-AFTER-IMAGE NOT = SPACES THEN
013140         MOVE SPACES TO RP-RECORD
013150         STRING "    NOW " WS-AFTER-IMAGE
013160             DELIMITED BY SIZE INTO RP-RECORD
013170         WRITE RP-RECORD
013180     END-IF.
013190     MOVE "A" TO WS-RESULT.
013200     PERFORM 7100-WRITE-HISTORY
013210         THRU 7100-EXIT.
013220 6000-EXIT.
013230     EXIT.
013240*--------------------------------------------------------------*
013250*    6110-SHIFT-DEF-UP  -  CLOSE THE GAP OF A DELETED ROW       *
013260*--------------------------------------------------------------*
013270 6110-SHIFT-DEF-UP.
013280     MOVE WS-DEF-ROW(WS-MOVE-SUB + 1) TO WS-DEF-ROW(WS-MOVE-SUB).
013290 6110-EXIT.
013300     EXIT.
013310*--------------------------------------------------------------*
013320*    6120-SHIFT-DEF-DOWN  -  OPEN A GAP FOR AN INSERTED ROW     *
013330*--------------------------------------------------------------*
013340 6120-SHIFT-DEF-DOWN.
013350     MOVE WS-DEF-ROW(WS-MOVE-SUB) TO WS-DEF-ROW(WS-MOVE-SUB + 1).
013360 6120-EXIT.
013370     EXIT.
013380*--------------------------------------------------------------*
013390*    6500-APPLY-PROFILE  -  CHANGE THE HELD COPY OF THE         *
013400*                       PROFILE LIBRARY                          *
013410*--------------------------------------------------------------*
013420 6500-APPLY-PROFILE.
013430     ADD 1 TO WS-PRF-CHANGES.
013440     IF MT-ACTION = "A" THEN
013450         ADD 1 TO WS-PRF-COUNT
013460         MOVE MT-ROW-IMAGE TO WS-PRF-ROW(WS-PRF-COUNT)
013470         MOVE MT-ROW-IMAGE TO WS-AFTER-IMAGE
013480         GO TO 6500-EXIT
013490     END-IF.
013500     MOVE WS-PRF-ROW(WS-MATCH-SUB) TO WS-BEFORE-IMAGE.
013510     IF MT-ACTION = "C" THEN
013520         MOVE MT-ROW-IMAGE TO WS-PRF-ROW(WS-MATCH-SUB)
013530         MOVE MT-ROW-IMAGE TO WS-AFTER-IMAGE
013540         GO TO 6500-EXIT
013550     END-IF.
013560     PERFORM 6510-SHIFT-PRF-UP
013570         THRU 6510-EXIT
013580         VARYING WS-MOVE-SUB FROM WS-MATCH-SUB BY 1
013590         UNTIL WS-MOVE-SUB >= WS-PRF-COUNT.
013600     MOVE SPACES TO WS-PRF-ROW(WS-PRF-COUNT).
013610     SUBTRACT 1 FROM WS-PRF-COUNT.
013620 6500-EXIT.
013630     EXIT.
013640*--------------------------------------------------------------*
013650*    6510-SHIFT-PRF-UP  -  CLOSE THE GAP OF A DELETED PROFILE   *
013660*--------------------------------------------------------------*
013670 6510-SHIFT-PRF-UP.
013680     MOVE WS-PRF-ROW(WS-MOVE-SUB + 1) TO WS-PRF-ROW(WS-MOVE-SUB).
013690 6510-EXIT.
013700     EXIT.
013710*--------------------------------------------------------------*
013720*    7000-FLAG-ERROR  -  ONE FAILED CHECK ON THE REPORT; THE    *
013730*                       FIRST GOES ON THE HISTORY ROW            *
013740*--------------------------------------------------------------*
013750 7000-FLAG-ERROR.
013760     ADD 1 TO WS-TX-ERRORS.
013770     IF WS-TX-ERRORS = 1 THEN
013780         MOVE WS-ERROR-TEXT TO WS-FIRST-ERROR
013790     END-IF.
013800     MOVE SPACES TO RP-RECORD.
013810     STRING "    *** " WS-ERROR-TEXT
013820         DELIMITED BY SIZE INTO RP-RECORD.
013830     WRITE RP-RECORD.
013840 7000-EXIT.
013850     EXIT.
013860*--------------------------------------------------------------*
013870*    7100-WRITE-HISTORY  -  ONE ROW ON THE PERMANENT CHANGE     *
013880*                       HISTORY                                  *
013890*--------------------------------------------------------------*
013900 7100-WRITE-HISTORY.
013910     MOVE SPACES TO MH-RECORD.
013920     MOVE WS-RUN-DATE TO MH-RUN-DATE.
013930     MOVE WS-RUN-TIME TO MH-RUN-TIME.
013940     MOVE WS-RESULT TO MH-RESULT.
013950     MOVE MT-ACTION TO MH-ACTION.
013960     MOVE MT-ROW-TYPE TO MH-ROW-TYPE.
013970     MOVE WS-TX-KEY TO MH-ROW-KEY.
013980     MOVE MT-EFFECTIVE-DATE TO MH-EFFECTIVE-DATE.
013990     MOVE MT-SUBMIT-DATE TO MH-SUBMIT-DATE.
014000     MOVE MT-REQUESTER TO MH-REQUESTER.
014010     MOVE MT-REASON TO MH-REASON.
014020     MOVE WS-BEFORE-IMAGE TO MH-BEFORE-IMAGE.
014030     MOVE WS-AFTER-IMAGE TO MH-AFTER-IMAGE.
014040     MOVE WS-FIRST-ERROR TO MH-REJECT-TEXT.
014050     WRITE MH-RECORD.
014060 7100-EXIT.
014070     EXIT.
014080*--------------------------------------------------------------*
014090*    8000-REWRITE-LIVE-FILES  -  WRITE BACK A LIVE FILE THAT    *
014100*                       HAD AT LEAST ONE CHANGE APPLIED; ONE     *
014110*                       WITH NONE IS LEFT EXACTLY AS IT WAS      *
014120*--------------------------------------------------------------*
014130 8000-REWRITE-LIVE-FILES.
014140     IF WS-DEF-CHANGES > ZERO THEN
014150         OPEN OUTPUT FEED-DEF-FILE
014160         PERFORM 8100-WRITE-DEF-ROW
014170             THRU 8100-EXIT
014180             VARYING WS-ROW-SUB FROM 1 BY 1
014190             UNTIL WS-ROW-SUB > WS-DEF-COUNT
014200         CLOSE FEED-DEF-FILE
014210     END-IF.
014220     IF WS-PRF-CHANGES > ZERO THEN
014230         OPEN OUTPUT PROFILE-FILE
014240         PERFORM 8200-WRITE-PRF-ROW
014250             THRU 8200-EXIT
014260             VARYING WS-ROW-SUB FROM 1 BY 1
014270             UNTIL WS-ROW-SUB > WS-PRF-COUNT
014280         CLOSE PROFILE-FILE
014290     END-IF.
014300 8000-EXIT.
014310     EXIT.
014320*--------------------------------------------------------------*
014330*    8100-WRITE-DEF-ROW  -  ONE FEEDDEF ROW                     *
014340*--------------------------------------------------------------*
014350 8100-WRITE-DEF-ROW.
014360     MOVE WS-DEF-ROW(WS-ROW-SUB) TO FEED-DEF-LINE.
014370     WRITE FEED-DEF-LINE.
014380 8100-EXIT.
014390     EXIT.
014400*--------------------------------------------------------------*
014410*    8200-WRITE-PRF-ROW  -  ONE PROFLIB ROW                     *
014420*--------------------------------------------------------------*
014430 8200-WRITE-PRF-ROW.
014440     MOVE WS-PRF-ROW(WS-ROW-SUB) TO PROFILE-LINE.
014450     WRITE PROFILE-LINE.
014460 8200-EXIT.
014470     EXIT.
014480*--------------------------------------------------------------*
014490*    9000-TERMINATE  -  TOTALS AND THE RETURN CODE              *
014500*--------------------------------------------------------------*
014510 9000-TERMINATE.
014520     IF WS-FILES-OPEN THEN
014530         CLOSE HISTORY-FILE
014540         CLOSE HELD-FILE
014550         IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "10"
014560             CLOSE PEND-FILE
014570         END-IF
014580         IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
014590             CLOSE TRANS-FILE
014600         END-IF
014610     END-IF.
014620     MOVE SPACES TO RP-RECORD.
014630     WRITE RP-RECORD.
014640     IF WS-RUN-STOPPED THEN
014650         MOVE "*** RUN STOPPED - NO CHANGES MADE ***"
014660             TO RP-RECORD
014670         WRITE RP-RECORD
014680         CLOSE REPORT-FILE
014690         DISPLAY "DL230FM - RUN STOPPED - NO CHANGES MADE"
014700         MOVE 16 TO RETURN-CODE
014710         GO TO 9000-EXIT
014720     END-IF.
014730     MOVE WS-TX-NUMBER TO WS-RPT-COUNT.
014740     MOVE SPACES TO RP-RECORD.
014750     STRING "TRANSACTIONS HANDLED . . . . . . . " WS-RPT-COUNT
014760         DELIMITED BY SIZE INTO RP-RECORD.
014770     WRITE RP-RECORD.
014780     MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT.
014790     MOVE SPACES TO RP-RECORD.
014800     STRING "  APPLIED  . . . . . . . . . . . . " WS-RPT-COUNT
014810         DELIMITED BY SIZE INTO RP-RECORD.
014820     WRITE RP-RECORD.
014830     MOVE WS-STAGED-COUNT TO WS-RPT-COUNT.
014840     MOVE SPACES TO RP-RECORD.
014850     STRING "  NEWLY STAGED . . . . . . . . . . " WS-RPT-COUNT
014860         DELIMITED BY SIZE INTO RP-RECORD.
014870     WRITE RP-RECORD.
014880     MOVE WS-STILL-HELD-COUNT TO WS-RPT-COUNT.
014890     MOVE SPACES TO RP-RECORD.
014900     STRING "  STILL STAGED . . . . . . . . . . " WS-RPT-COUNT
014910         DELIMITED BY SIZE INTO RP-RECORD.
014920     WRITE RP-RECORD.
014930     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT.
014940     MOVE SPACES TO RP-RECORD.
014950     STRING "  REJECTED . . . . . . . . . . . . " WS-RPT-COUNT
014960         DELIMITED BY SIZE INTO RP-RECORD.
014970     WRITE RP-RECORD.
014980     MOVE SPACES TO RP-RECORD.
014990     WRITE RP-RECORD.
015000     IF WS-DEF-CHANGES > ZERO THEN
015010         MOVE "FEEDDEF REWRITTEN  . . . . . . . . YES"
015020             TO RP-RECORD
015030         MOVE "- RUN DL140TM" TO RP-RECORD(40:13)
015040     ELSE
015050         MOVE "FEEDDEF REWRITTEN  . . . . . . . . NO"
015060             TO RP-RECORD
015070     END-IF.
015080     WRITE RP-RECORD.
015090     IF WS-PRF-CHANGES > ZERO THEN
015100         MOVE "PROFLIB REWRITTEN  . . . . . . . . YES"
015110             TO RP-RECORD
015120     ELSE
015130         MOVE "PROFLIB REWRITTEN  . . . . . . . . NO"
015140             TO RP-RECORD
015150     END-IF.
015160     WRITE RP-RECORD.
015170     CLOSE REPORT-FILE.
015180     IF WS-REJECTED-COUNT > ZERO THEN
015190         DISPLAY "DL230FM - TRANSACTIONS REJECTED - SEE MTRPFILE"
015200         MOVE 8 TO RETURN-CODE
015210     END-IF.
015220 9000-EXIT.
015230     EXIT.
