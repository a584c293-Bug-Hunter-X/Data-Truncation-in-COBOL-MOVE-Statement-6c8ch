00034B*                     EQUATIONS: READ = WRITTEN + REJECTED +   *
00034C*                     DUPLICATES, AND THE DUPLICATES' CHARS    *
00034D*                     COUNT TOWARD THE ACCOUNTED TOTAL.        *
00034E*  10/15/2026  RDM   BL-ROUTE-SWITCH "Y" ALSO BALANCES EACH     *
00034F*                     FEED'S ROUTED OUTPUT FILE FROM A         *
00034G*                     CONSOLIDATED RUN: ITS RECORDS MUST EQUAL *
00034H*                     THE LEDGER'S WRITTEN COUNT PLUS THE      *
00034I*                     FEED'S REPAIRS (SPILL SEGMENTS COUNT     *
00034J*                     ONCE PER RECORD), AND ITS TRAILER MUST   *
00034K*                     MATCH WHAT THE FILE ACTUALLY HOLDS.      *
00034L*                     EACH FEED'S FILE IS DD OUTRT01-OUTRT10,  *
00034M*                     BY ITS FEED-DEFINITION ROW.              *
000350*--------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.         DL170BL.
000570         FILE STATUS IS WS-STILL-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "BLRPFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000592*    EACH FEED'S ROUTED OUTPUT FILE - DD OUTRT01 FOR THE FIRST
000594*    FEED ON THE FEED-DEFINITION FILE, OUTRT02 FOR THE SECOND.
000595     SELECT ROUTE-FILE-01 ASSIGN TO "OUTRT01"
000596         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-ROUTE-STATUS.
000598     SELECT ROUTE-FILE-02 ASSIGN TO "OUTRT02"
000599         ORGANIZATION IS LINE SEQUENTIAL
00059A         FILE STATUS IS WS-ROUTE-STATUS.
00059B     SELECT ROUTE-FILE-03 ASSIGN TO "OUTRT03"
00059C         ORGANIZATION IS LINE SEQUENTIAL
00059D         FILE STATUS IS WS-ROUTE-STATUS.
00059E     SELECT ROUTE-FILE-04 ASSIGN TO "OUTRT04"
00059F         ORGANIZATION IS LINE SEQUENTIAL
00059G         FILE STATUS IS WS-ROUTE-STATUS.
00059H     SELECT ROUTE-FILE-05 ASSIGN TO "OUTRT05"
00059I         ORGANIZATION IS LINE SEQUENTIAL
00059J         FILE STATUS IS WS-ROUTE-STATUS.
00059K     SELECT ROUTE-FILE-06 ASSIGN TO "OUTRT06"
00059L         ORGANIZATION IS LINE SEQUENTIAL
00059M         FILE STATUS IS WS-ROUTE-STATUS.
00059N     SELECT ROUTE-FILE-07 ASSIGN TO "OUTRT07"
00059O         ORGANIZATION IS LINE SEQUENTIAL
00059P         FILE STATUS IS WS-ROUTE-STATUS.
00059Q     SELECT ROUTE-FILE-08 ASSIGN TO "OUTRT08"
00059R         ORGANIZATION IS LINE SEQUENTIAL
00059S         FILE STATUS IS WS-ROUTE-STATUS.
00059T     SELECT ROUTE-FILE-09 ASSIGN TO "OUTRT09"
00059U         ORGANIZATION IS LINE SEQUENTIAL
00059V         FILE STATUS IS WS-ROUTE-STATUS.
00059W     SELECT ROUTE-FILE-10 ASSIGN TO "OUTRT10"
00059X         ORGANIZATION IS LINE SEQUENTIAL
00059Y         FILE STATUS IS WS-ROUTE-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000810 FD  REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY DL100RP.
000832*
000833 FD  ROUTE-FILE-01
000834     LABEL RECORDS ARE STANDARD.
000835 01  RT-RECORD-01                PIC X(500).
000836*
000837 FD  ROUTE-FILE-02
000838     LABEL RECORDS ARE STANDARD.
000839 01  RT-RECORD-02                PIC X(500).
00083A*
00083B FD  ROUTE-FILE-03
00083C     LABEL RECORDS ARE STANDARD.
00083D 01  RT-RECORD-03                PIC X(500).
00083E*
00083F FD  ROUTE-FILE-04
00083G     LABEL RECORDS ARE STANDARD.
00083H 01  RT-RECORD-04                PIC X(500).
00083I*
00083J FD  ROUTE-FILE-05
00083K     LABEL RECORDS ARE STANDARD.
00083L 01  RT-RECORD-05                PIC X(500).
00083M*
00083N FD  ROUTE-FILE-06
00083O     LABEL RECORDS ARE STANDARD.
00083P 01  RT-RECORD-06                PIC X(500).
00083Q*
00083R FD  ROUTE-FILE-07
00083S     LABEL RECORDS ARE STANDARD.
00083T 01  RT-RECORD-07                PIC X(500).
00083U*
00083V FD  ROUTE-FILE-08
00083W     LABEL RECORDS ARE STANDARD.
00083X 01  RT-RECORD-08                PIC X(500).
00083Y*
00083Z FD  ROUTE-FILE-09
000840     LABEL RECORDS ARE STANDARD.
000841 01  RT-RECORD-09                PIC X(500).
000842*
000843 FD  ROUTE-FILE-10
000844     LABEL RECORDS ARE STANDARD.
000845 01  RT-RECORD-10                PIC X(500).
000846*
000850 WORKING-STORAGE SECTION.
000860 01  WS-PARM-STATUS              PIC X(02).
000870 01  WS-RUNHIST-STATUS           PIC X(02).
000880 01  WS-AUDIT-STATUS             PIC X(02).
000890 01  WS-STILL-STATUS             PIC X(02).
000892 01  WS-ROUTE-STATUS             PIC X(02).
000894 01  WS-TBL-STATUS               PIC X(02).
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000920         88  WS-EOF                       VALUE "Y".
000930     05  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
000940         88  WS-IN-BALANCE                VALUE "Y".
000942     05  WS-ROUTE-SWITCH         PIC X(01) VALUE "N".
000944         88  WS-ROUTED                    VALUE "Y".
000946     05  WS-RT-EOF-SWITCH        PIC X(01) VALUE "N".
000948         88  WS-RT-EOF                    VALUE "Y".
000950 01  WS-RUN-DATE                 PIC X(10).
000960 01  WS-CURRENT-DATE-FIELDS.
000970     05  WS-CURRENT-DATE.
001200         10  WS-F-REPAIRED       PIC 9(09) COMP.
001210         10  WS-F-AUD-REJECT     PIC 9(09) COMP.
001220         10  WS-F-STILL          PIC 9(09) COMP.
001221*        THE FEED'S ROUTED OUTPUT FILE.  WS-F-RT-STATE IS "M"
001222*        WHEN THE FILE IS MISSING, "T" WHEN IT ENDS IN A TRAILER
001223*        AND "N" WHEN IT HAS NONE.
001224         10  WS-F-RT-STATE       PIC X(01).
001225         10  WS-F-RT-HDR-DATE    PIC X(10).
001226         10  WS-F-RT-LOGICAL     PIC 9(11) COMP.
001227         10  WS-F-RT-RECORDS     PIC 9(11) COMP.
001228         10  WS-F-RT-CHARS       PIC 9(13) COMP.
001229         10  WS-F-RT-TRL-COUNT   PIC 9(09).
00122A         10  WS-F-RT-TRL-CHARS   PIC 9(11).
001230 01  WS-SUBSCRIPTS.
001240     05  WS-SCAN-SUB             PIC 9(4) COMP.
001250     05  WS-HIT-SUB              PIC 9(4) COMP.
001260     05  WS-WORK-CODE            PIC X(04).
001262     05  WS-DT-SUB               PIC 9(4) COMP.
001263     05  WS-DT-HIT               PIC 9(4) COMP.
001264*--------------------------------------------------------------*
001265*    WORKING STORAGE FOR THE ROUTED OUTPUT FILE COUNT.  THE     *
001266*    FEED TABLES GIVE EACH FEED'S TRUNCATION STYLE - A SPILL    *
001267*    FEED'S RECORD IS ONE OR MORE SEGMENTS, COUNTED ONCE AT     *
001268*    ITS FIRST.  THE FILE IS READ ONE RECORD AHEAD SO ITS LAST  *
001269*    RECORD CAN BE RECOGNISED AS THE TRAILER.                   *
00126A*--------------------------------------------------------------*
00126B COPY DL100DT.
00126C COPY DL100FL.
00126D COPY DL100SP.
00126E 01  WS-ROUTE-FIELDS.
00126F     05  RT-RECORD               PIC X(500).
00126G     05  WS-RT-HOLD              PIC X(500).
00126H     05  WS-RT-HOLD-PARTS REDEFINES WS-RT-HOLD.
00126I         10  WS-RT-HOLD-TYPE     PIC X(03).
00126J         10  WS-RT-HOLD-COUNT    PIC X(09).
00126K         10  WS-RT-HOLD-CHARS    PIC X(11).
00126L         10  FILLER              PIC X(477).
00126M     05  WS-RT-STYLE             PIC X(01).
00126N     05  WS-RT-OP                PIC X(01).
00126O         88  WS-RT-OPEN                   VALUE "O".
00126P         88  WS-RT-READ                   VALUE "R".
00126Q         88  WS-RT-CLOSE                  VALUE "C".
00126R     05  WS-RT-TRIM              PIC 9(4) COMP.
00126S     05  WS-RT-HDR-KEY           PIC X(07).
001270*--------------------------------------------------------------*
001280*    WORKING STORAGE FOR THE WHOLE-RUN TOTALS AND WORK FIELDS   *
001290*--------------------------------------------------------------*
001420     05  WS-RPT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
001430     05  WS-RPT-COUNT-3          PIC ZZZ,ZZZ,ZZ9.
001440     05  WS-RPT-CHARS            PIC Z,ZZZ,ZZZ,ZZ9.
001445     05  WS-RPT-CHARS-3          PIC Z,ZZZ,ZZZ,ZZ9.
001450     05  WS-RPT-CHARS-2          PIC Z,ZZZ,ZZZ,ZZ9.
001460*
001470 PROCEDURE DIVISION.
001570         THRU 3000-EXIT.
001580     PERFORM 4000-TALLY-STILL-REJECTS
001590         THRU 4000-EXIT.
001592     IF WS-ROUTED THEN
001594         PERFORM 6000-TALLY-ROUTED-FILES
001596             THRU 6000-EXIT
001598     END-IF.
001600     PERFORM 9000-TERMINATE
001610         THRU 9000-EXIT.
001620     GOBACK.
001770                 IF BL-RUN-DATE NOT = SPACES THEN
001780                     MOVE BL-RUN-DATE TO WS-RUN-DATE
001790                 END-IF
001792                 IF BL-ROUTE-SWITCH = "Y" THEN
001794                     MOVE BL-ROUTE-SWITCH TO WS-ROUTE-SWITCH
001796                 END-IF
001800         END-READ
001810         CLOSE PARM-FILE
001820     END-IF.
002030     MOVE ZERO TO WS-F-REPAIRED(WS-SCAN-SUB).
002040     MOVE ZERO TO WS-F-AUD-REJECT(WS-SCAN-SUB).
002050     MOVE ZERO TO WS-F-STILL(WS-SCAN-SUB).
002052     MOVE "M" TO WS-F-RT-STATE(WS-SCAN-SUB).
002053     MOVE SPACES TO WS-F-RT-HDR-DATE(WS-SCAN-SUB).
002054     MOVE ZERO TO WS-F-RT-LOGICAL(WS-SCAN-SUB).
002055     MOVE ZERO TO WS-F-RT-RECORDS(WS-SCAN-SUB).
002056     MOVE ZERO TO WS-F-RT-CHARS(WS-SCAN-SUB).
002057     MOVE ZERO TO WS-F-RT-TRL-COUNT(WS-SCAN-SUB).
002058     MOVE ZERO TO WS-F-RT-TRL-CHARS(WS-SCAN-SUB).
002060 1050-EXIT.
002070     EXIT.
002080*--------------------------------------------------------------*
004040     END-IF.
004050 5100-EXIT.
004060     EXIT.
004061*--------------------------------------------------------------*
004062*    6000-TALLY-ROUTED-FILES  -  COUNT EACH LEDGER FEED'S       *
004063*                       ROUTED OUTPUT FILE FROM A CONSOLIDATED  *
004064*                       RUN, SO EVERY RECEIVER BALANCES ON ITS  *
004065*                       OWN                                     *
004066*--------------------------------------------------------------*
004067 6000-TALLY-ROUTED-FILES.
004068     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
004069     IF WS-TBL-STATUS NOT = "00" THEN
00406A         DISPLAY "DL170BL - FEED DEFINITION LOAD STATUS "
00406B             WS-TBL-STATUS
00406C     END-IF.
00406D     PERFORM 6100-TALLY-ROUTED-FILE
00406E         THRU 6100-EXIT
00406F         VARYING WS-SCAN-SUB FROM 1 BY 1
00406G         UNTIL WS-SCAN-SUB > WS-FEED-USED.
00406H 6000-EXIT.
00406I     EXIT.
00406J*--------------------------------------------------------------*
00406K*    6100-TALLY-ROUTED-FILE  -  ONE FEED'S FILE.  A LEADING     *
00406L*                       HEADER FOR THE FEED IS SKIPPED AND ITS  *
00406M*                       DATE KEPT; A CLOSING TRAILER IS KEPT    *
00406N*                       APART; EVERYTHING ELSE IS DATA.         *
00406O*--------------------------------------------------------------*
00406P 6100-TALLY-ROUTED-FILE.
00406Q     IF WS-LEDGER-ROW-SW(WS-SCAN-SUB) NOT = "Y"
00406R         OR WS-FEED-CODE(WS-SCAN-SUB) = SPACES
00406S         GO TO 6100-EXIT
00406T     END-IF.
00406U     MOVE "C" TO WS-RT-STYLE.
00406V     MOVE ZERO TO WS-DT-HIT.
00406W     PERFORM 6110-SCAN-DT-ROW
00406X         THRU 6110-EXIT
00406Y         VARYING WS-DT-SUB FROM 1 BY 1
00406Z         UNTIL WS-DT-SUB > DT-FEED-COUNT
004070         OR WS-DT-HIT > ZERO.
004071     IF WS-DT-HIT = ZERO OR WS-DT-HIT > 10 THEN
004072         GO TO 6100-EXIT
004073     END-IF.
004074     MOVE "O" TO WS-RT-OP.
004075     PERFORM 6160-ROUTE-FILE-OP
004076         THRU 6160-EXIT.
004077     IF WS-ROUTE-STATUS NOT = "00" THEN
004078         GO TO 6100-EXIT
004079     END-IF.
00407A     MOVE "N" TO WS-F-RT-STATE(WS-SCAN-SUB).
00407B     MOVE "N" TO WS-RT-EOF-SWITCH.
00407C     PERFORM 6150-READ-ROUTED
00407D         THRU 6150-EXIT.
00407E     MOVE SPACES TO WS-RT-HDR-KEY.
00407F     STRING "HDR" WS-FEED-CODE(WS-SCAN-SUB)
00407G         DELIMITED BY SIZE INTO WS-RT-HDR-KEY.
00407H     IF NOT WS-RT-EOF
00407I         AND RT-RECORD(1:7) = WS-RT-HDR-KEY
00407J         MOVE RT-RECORD(8:10) TO WS-F-RT-HDR-DATE(WS-SCAN-SUB)
00407K         PERFORM 6150-READ-ROUTED
00407L             THRU 6150-EXIT
00407M     END-IF.
00407N     PERFORM 6200-TALLY-ROUTED-RECORD
00407O         THRU 6200-EXIT
00407P         UNTIL WS-RT-EOF.
00407Q     MOVE "C" TO WS-RT-OP.
00407R     PERFORM 6160-ROUTE-FILE-OP
00407S         THRU 6160-EXIT.
00407T 6100-EXIT.
00407U     EXIT.
00407V*--------------------------------------------------------------*
00407W*    6110-SCAN-DT-ROW  -  PICK UP THE FEED'S TRUNCATION STYLE   *
00407X*--------------------------------------------------------------*
00407Y 6110-SCAN-DT-ROW.
00407Z     IF DT-CODE(WS-DT-SUB) = WS-FEED-CODE(WS-SCAN-SUB) THEN
004080         MOVE WS-DT-SUB TO WS-DT-HIT
004081         MOVE DT-TRUNC-STYLE(WS-DT-SUB) TO WS-RT-STYLE
004082     END-IF.
004083 6110-EXIT.
004084     EXIT.
004085*--------------------------------------------------------------*
004086*    6150-READ-ROUTED  -  READ THE NEXT ROUTED RECORD           *
004087*--------------------------------------------------------------*
004088 6150-READ-ROUTED.
004089     MOVE "R" TO WS-RT-OP.
00408A     PERFORM 6160-ROUTE-FILE-OP
00408B         THRU 6160-EXIT.
00408C 6150-EXIT.
00408D     EXIT.
00408E*--------------------------------------------------------------*
00408F*    6160-ROUTE-FILE-OP  -  OPEN, READ OR CLOSE THE ROUTED     *
00408G*                       OUTPUT FILE FOR DL100DT ROW WS-DT-HIT. *
00408H*                       A READ PAST THE END SETS WS-RT-EOF.    *
00408I*--------------------------------------------------------------*
00408J 6160-ROUTE-FILE-OP.
00408K     GO TO 6160-ROUTE-01 6160-ROUTE-02 6160-ROUTE-03
00408L           6160-ROUTE-04 6160-ROUTE-05 6160-ROUTE-06
00408M           6160-ROUTE-07 6160-ROUTE-08 6160-ROUTE-09
00408N           6160-ROUTE-10
00408O         DEPENDING ON WS-DT-HIT.
00408P     GO TO 6160-EXIT.
00408Q 6160-ROUTE-01.
00408R     IF WS-RT-OPEN THEN
00408S         OPEN INPUT ROUTE-FILE-01
00408T     END-IF.
00408U     IF WS-RT-READ THEN
00408V         READ ROUTE-FILE-01 INTO RT-RECORD
00408W             AT END
00408X                 MOVE "Y" TO WS-RT-EOF-SWITCH
00408Y         END-READ
00408Z     END-IF.
004090     IF WS-RT-CLOSE THEN
004091         CLOSE ROUTE-FILE-01
004092     END-IF.
004093     GO TO 6160-EXIT.
004094 6160-ROUTE-02.
004095     IF WS-RT-OPEN THEN
004096         OPEN INPUT ROUTE-FILE-02
004097     END-IF.
004098     IF WS-RT-READ THEN
004099         READ ROUTE-FILE-02 INTO RT-RECORD
00409A             AT END
00409B                 MOVE "Y" TO WS-RT-EOF-SWITCH
00409C         END-READ
00409D     END-IF.
00409E     IF WS-RT-CLOSE THEN
00409F         CLOSE ROUTE-FILE-02
00409G     END-IF.
00409H     GO TO 6160-EXIT.
00409I 6160-ROUTE-03.
00409J     IF WS-RT-OPEN THEN
00409K         OPEN INPUT ROUTE-FILE-03
00409L     END-IF.
00409M     IF WS-RT-READ THEN
00409N         READ ROUTE-FILE-03 INTO RT-RECORD
00409O             AT END
00409P                 MOVE "Y" TO WS-RT-EOF-SWITCH
00409Q         END-READ
00409R     END-IF.
00409S     IF WS-RT-CLOSE THEN
00409T         CLOSE ROUTE-FILE-03
00409U     END-IF.
00409V     GO TO 6160-EXIT.
00409W 6160-ROUTE-04.
00409X     IF WS-RT-OPEN THEN
00409Y         OPEN INPUT ROUTE-FILE-04
00409Z     END-IF.
0040A0     IF WS-RT-READ THEN
0040A1         READ ROUTE-FILE-04 INTO RT-RECORD
0040A2             AT END
0040A3                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040A4         END-READ
0040A5     END-IF.
0040A6     IF WS-RT-CLOSE THEN
0040A7         CLOSE ROUTE-FILE-04
0040A8     END-IF.
0040A9     GO TO 6160-EXIT.
0040AA 6160-ROUTE-05.
0040AB     IF WS-RT-OPEN THEN
0040AC         OPEN INPUT ROUTE-FILE-05
0040AD     END-IF.
0040AE     IF WS-RT-READ THEN
0040AF         READ ROUTE-FILE-05 INTO RT-RECORD
0040AG             AT END
0040AH                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040AI         END-READ
0040AJ     END-IF.
0040AK     IF WS-RT-CLOSE THEN
0040AL         CLOSE ROUTE-FILE-05
0040AM     END-IF.
0040AN     GO TO 6160-EXIT.
0040AO 6160-ROUTE-06.
0040AP     IF WS-RT-OPEN THEN
0040AQ         OPEN INPUT ROUTE-FILE-06
0040AR     END-IF.
0040AS     IF WS-RT-READ THEN
0040AT         READ ROUTE-FILE-06 INTO RT-RECORD
0040AU             AT END
0040AV                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040AW         END-READ
0040AX     END-IF.
0040AY     IF WS-RT-CLOSE THEN
0040AZ         CLOSE ROUTE-FILE-06
0040B0     END-IF.
0040B1     GO TO 6160-EXIT.
0040B2 6160-ROUTE-07.
0040B3     IF WS-RT-OPEN THEN
0040B4         OPEN INPUT ROUTE-FILE-07
0040B5     END-IF.
0040B6     IF WS-RT-READ THEN
0040B7         READ ROUTE-FILE-07 INTO RT-RECORD
0040B8             AT END
0040B9                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040BA         END-READ
0040BB     END-IF.
0040BC     IF WS-RT-CLOSE THEN
0040BD         CLOSE ROUTE-FILE-07
0040BE     END-IF.
0040BF     GO TO 6160-EXIT.
0040BG 6160-ROUTE-08.
0040BH     IF WS-RT-OPEN THEN
0040BI         OPEN INPUT ROUTE-FILE-08
0040BJ     END-IF.
0040BK     IF WS-RT-READ THEN
0040BL         READ ROUTE-FILE-08 INTO RT-RECORD
0040BM             AT END
0040BN                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040BO         END-READ
0040BP     END-IF.
0040BQ     IF WS-RT-CLOSE THEN
0040BR         CLOSE ROUTE-FILE-08
0040BS     END-IF.
0040BT     GO TO 6160-EXIT.
0040BU 6160-ROUTE-09.
0040BV     IF WS-RT-OPEN THEN
0040BW         OPEN INPUT ROUTE-FILE-09
0040BX     END-IF.
0040BY     IF WS-RT-READ THEN
0040BZ         READ ROUTE-FILE-09 INTO RT-RECORD
0040C0             AT END
0040C1                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040C2         END-READ
0040C3     END-IF.
0040C4     IF WS-RT-CLOSE THEN
0040C5         CLOSE ROUTE-FILE-09
0040C6     END-IF.
0040C7     GO TO 6160-EXIT.
0040C8 6160-ROUTE-10.
0040C9     IF WS-RT-OPEN THEN
0040CA         OPEN INPUT ROUTE-FILE-10
0040CB     END-IF.
0040CC     IF WS-RT-READ THEN
0040CD         READ ROUTE-FILE-10 INTO RT-RECORD
0040CE             AT END
0040CF                 MOVE "Y" TO WS-RT-EOF-SWITCH
0040CG         END-READ
0040CH     END-IF.
0040CI     IF WS-RT-CLOSE THEN
0040CJ         CLOSE ROUTE-FILE-10
0040CK     END-IF.
0040CL     GO TO 6160-EXIT.
0040CM 6160-EXIT.
0040CN     EXIT.
0040CO*--------------------------------------------------------------*
0040CP*    6200-TALLY-ROUTED-RECORD  -  THE RECORD IN HAND IS THE     *
0040CQ*                       TRAILER ONLY IF NOTHING FOLLOWS IT;     *
0040CR*                       OTHERWISE IT IS DATA, COUNTED AS A      *
0040CS*                       RECEIVER WOULD COUNT IT                 *
0040CT*--------------------------------------------------------------*
0040CU 6200-TALLY-ROUTED-RECORD.
0040CV     MOVE RT-RECORD TO WS-RT-HOLD.
0040CW     PERFORM 6150-READ-ROUTED
0040CX         THRU 6150-EXIT.
0040CY     IF WS-RT-EOF
0040CZ         AND WS-RT-HOLD-TYPE = "TRL"
0040D0         AND WS-RT-HOLD-COUNT IS NUMERIC
0040D1         AND WS-RT-HOLD-CHARS IS NUMERIC
0040D2         MOVE "T" TO WS-F-RT-STATE(WS-SCAN-SUB)
0040D3         MOVE WS-RT-HOLD-COUNT TO WS-F-RT-TRL-COUNT(WS-SCAN-SUB)
0040D4         MOVE WS-RT-HOLD-CHARS TO WS-F-RT-TRL-CHARS(WS-SCAN-SUB)
0040D5         GO TO 6200-EXIT
0040D6     END-IF.
0040D7     ADD 1 TO WS-F-RT-RECORDS(WS-SCAN-SUB).
0040D8     MOVE 500 TO WS-RT-TRIM.
0040D9     PERFORM 6210-TRIM-ROUTED-BYTE
0040DA         THRU 6210-EXIT
0040DB         UNTIL WS-RT-TRIM = ZERO
0040DC         OR WS-RT-HOLD(WS-RT-TRIM:1) NOT = SPACE.
0040DD     ADD WS-RT-TRIM TO WS-F-RT-CHARS(WS-SCAN-SUB).
0040DE     IF WS-RT-STYLE = "S" THEN
0040DF         MOVE WS-RT-HOLD TO SP-RECORD
0040DG         IF SP-SEQUENCE NOT = 1 THEN
0040DH             GO TO 6200-EXIT
0040DI         END-IF
0040DJ     END-IF.
0040DK     ADD 1 TO WS-F-RT-LOGICAL(WS-SCAN-SUB).
0040DL 6200-EXIT.
0040DM     EXIT.
0040DN*--------------------------------------------------------------*
0040DO*    6210-TRIM-ROUTED-BYTE  -  BACK UP ONE BYTE                 *
0040DP*--------------------------------------------------------------*
0040DQ 6210-TRIM-ROUTED-BYTE.
0040DR     SUBTRACT 1 FROM WS-RT-TRIM.
0040DS 6210-EXIT.
0040DT     EXIT.
0040DU*--------------------------------------------------------------*
0040DV*    9000-TERMINATE  -  PRINT THE BALANCE REPORT AND SET THE    *
0040DW*                       RETURN CODE                              *
004100*--------------------------------------------------------------*
004110 9000-TERMINATE.
004120     OPEN OUTPUT REPORT-FILE.
005150             DELIMITED BY SIZE INTO RP-RECORD
005160         WRITE RP-RECORD
005170     END-IF.
005172     IF WS-ROUTED AND WS-FEED-CODE(WS-SCAN-SUB) NOT = SPACES
005174         PERFORM 9150-BALANCE-ROUTED-FILE
005176             THRU 9150-EXIT
005178     END-IF.
005180 9100-EXIT.
005190     EXIT.
005191*--------------------------------------------------------------*
005192*    9150-BALANCE-ROUTED-FILE  -  PROVE ONE FEED'S ROUTED       *
005193*                       OUTPUT FILE: RECORDS = LEDGER WRITTEN + *
005194*                       REPAIRED, AND THE TRAILER MATCHES WHAT  *
005195*                       THE FILE HOLDS.  A HEADER DATED OTHER   *
005196*                       THAN THE RUN DATE IS NOTED, NOT FAILED, *
005197*                       SO AN EARLIER DATE CAN BE RE-BALANCED.  *
005198*--------------------------------------------------------------*
005199 9150-BALANCE-ROUTED-FILE.
00519A     MOVE SPACES TO RP-RECORD.
00519B     IF WS-F-RT-STATE(WS-SCAN-SUB) = "M" THEN
00519C         MOVE "N" TO WS-BALANCE-SWITCH
00519D         STRING "  *** ROUTED FILE MISSING FOR FEED "
00519E             WS-FEED-CODE(WS-SCAN-SUB)
00519F             DELIMITED BY SIZE INTO RP-RECORD
00519G         WRITE RP-RECORD
00519H         GO TO 9150-EXIT
00519I     END-IF.
00519J     ADD WS-F-WRITTEN(WS-SCAN-SUB) TO WS-F-REPAIRED(WS-SCAN-SUB)
00519K         GIVING WS-EXPECT-WORK.
00519L     MOVE WS-F-RT-LOGICAL(WS-SCAN-SUB) TO WS-RPT-COUNT.
00519M     MOVE WS-EXPECT-WORK TO WS-RPT-COUNT-2.
00519N     MOVE WS-F-RT-CHARS(WS-SCAN-SUB) TO WS-RPT-CHARS.
00519O     STRING "  ROUTED RECORDS " WS-RPT-COUNT
00519P         "  EXPECTED " WS-RPT-COUNT-2
00519Q         "  CHARS " WS-RPT-CHARS
00519R         DELIMITED BY SIZE INTO RP-RECORD.
00519S     WRITE RP-RECORD.
00519T     IF WS-F-RT-LOGICAL(WS-SCAN-SUB) NOT = WS-EXPECT-WORK THEN
00519U         MOVE "N" TO WS-BALANCE-SWITCH
00519V         MOVE SPACES TO RP-RECORD
00519W         STRING "  *** ROUTED NOT = WRITTEN + REPAIRED FOR FEED "
00519X             WS-FEED-CODE(WS-SCAN-SUB)
00519Y             DELIMITED BY SIZE INTO RP-RECORD
00519Z         WRITE RP-RECORD
0051A0     END-IF.
0051A1     IF WS-F-RT-HDR-DATE(WS-SCAN-SUB) NOT = SPACES
0051A2         AND WS-F-RT-HDR-DATE(WS-SCAN-SUB) NOT = WS-RUN-DATE
0051A3         MOVE SPACES TO RP-RECORD
0051A4         STRING "  NOTE - ROUTED FILE HEADER DATED "
0051A5             WS-F-RT-HDR-DATE(WS-SCAN-SUB)
0051A6             DELIMITED BY SIZE INTO RP-RECORD
0051A7         WRITE RP-RECORD
0051A8     END-IF.
0051A9     IF WS-F-RT-STATE(WS-SCAN-SUB) NOT = "T" THEN
0051AA         MOVE "  ROUTED FILE HAS NO TRAILER" TO RP-RECORD
0051AB         WRITE RP-RECORD
0051AC         GO TO 9150-EXIT
0051AD     END-IF.
0051AE     MOVE WS-F-RT-TRL-COUNT(WS-SCAN-SUB) TO WS-RPT-COUNT.
0051AF     MOVE WS-F-RT-RECORDS(WS-SCAN-SUB) TO WS-RPT-COUNT-2.
0051AG     MOVE WS-F-RT-TRL-CHARS(WS-SCAN-SUB) TO WS-RPT-CHARS-3.
0051AH     MOVE SPACES TO RP-RECORD.
0051AI     STRING "  TRAILER " WS-RPT-COUNT
0051AJ         "  FILE " WS-RPT-COUNT-2
0051AK         "  TRAILER CHARS " WS-RPT-CHARS-3
0051AL         DELIMITED BY SIZE INTO RP-RECORD.
0051AM     WRITE RP-RECORD.
0051AN     IF WS-F-RT-TRL-COUNT(WS-SCAN-SUB)
0051AO             NOT = WS-F-RT-RECORDS(WS-SCAN-SUB)
0051AP         OR WS-F-RT-TRL-CHARS(WS-SCAN-SUB)
0051AQ             NOT = WS-F-RT-CHARS(WS-SCAN-SUB)
0051AR         MOVE "N" TO WS-BALANCE-SWITCH
0051AS         MOVE SPACES TO RP-RECORD
0051AT         STRING "  *** TRAILER NOT = ROUTED FILE FOR FEED "
0051AU             WS-FEED-CODE(WS-SCAN-SUB)
0051AV             DELIMITED BY SIZE INTO RP-RECORD
0051AW         WRITE RP-RECORD
0051AX     END-IF.
0051AY 9150-EXIT.
0051AZ     EXIT.
005200*--------------------------------------------------------------*
005210*    9500-BALANCE-TOTALS  -  THE WHOLE-RUN CROSS CHECKS THAT    *
005220*                       COVER RECORDS WITH NO FEED ROW           *
