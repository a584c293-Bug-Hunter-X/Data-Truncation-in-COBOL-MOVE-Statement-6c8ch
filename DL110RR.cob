000527*                     A HANDOFF DATED OTHER THAN TODAY IS      *
000528*                     STALE AND IS REFUSED, THE WAY THE MAIN   *
000529*                     RUN REFUSES A STALE INPUT HEADER.        *
00052J*  10/15/2026  RDM   WHEN THE MAIN RUN WAS CONSOLIDATED AND     *
00052K*                     ROUTED EACH FEED TO ITS OWN OUTPUT FILE  *
00052L*                     (RR-ROUTE-SWITCH "Y"), EACH REPAIR IS    *
00052M*                     APPENDED TO ITS OWN FEED'S FILE AND EACH *
00052N*                     ROUTED FILE GETS ITS OWN TRAILER FROM    *
00052O*                     ITS OWN OUTCTL ROW.  A RECORD WITH NO    *
00052P*                     KNOWN FEED HAS NO FILE AND STAYS         *
00052Q*                     REJECTED.                                *
00052R*  10/15/2026  RDM   A FIELD-LAYOUT FEED'S FEEDDEF CONTENT EDIT *
00052S*                     RULES (DL100FL) ARE APPLIED TO THE        *
00052T*                     CLEANSED VALUE, AS IN THE MAIN RUN.  A    *
00052U*                     RECORD FAILING ONE STAYS REJECTED, AND    *
00052V*                     THE AUDIT RECORD'S NEW RA-REASON SAYS     *
00052W*                     WHY EVERY RECORD STAYED REJECTED.         *
00052X*  10/15/2026  RDM   A RAW REJECT WHOSE PERSONAL DATA THE MAIN  *
00052Y*                     RUN MASKED (RD-MASKED-SWITCH) IS REPAIRED *
00052Z*                     FROM ITS CLEAR BYTES ON THE PIIVAULT      *
000530*                     FILE (DL100VT), LOADED INTO A VAULTIDX    *
000531*                     WORK INDEX AT START-UP.  THE STILL-       *
000532*                     REJECTED COPY STAYS MASKED, AND THE       *
000533*                     AUDIT BEFORE AND AFTER VALUES ARE MASKED  *
000534*                     (SHARED DL100MSK) PER THE FEED'S FEEDDEF  *
000535*                     FLAGS.  A RECORD WHOSE CLEAR BYTES ARE    *
000536*                     NOT ON THE VAULT STAYS REJECTED.          *
000537*  10/15/2026  RDM   A RECORD THAT STAYS REJECTED CARRIES WHY   *
000538*                     (RD-REJECT-REASON) ON STILLREJ, FOR THE   *
000539*                     DL210FB RECEIVER FEEDBACK.                *
00053A*  10/15/2026  RDM   THE ROUTED OUTPUT FILES ARE BOUND TO THE   *
00053B*                     FIXED DD NAMES OUTRT01-OUTRT10, ONE PER   *
00053C*                     FEED-DEFINITION ROW.                      *
00053D*  10/15/2026  RDM   THE REPAIRED RECORDS APPENDED TO EACH      *
00053E*                     OUTPUT FILE ARE COUNTED IN EVERY OUTPUT-  *
00053F*                     CONTROL MODE AND LOGGED AS "R" ROWS ON    *
00053G*                     THE PERMANENT SENT-FILE LOG (SENTLOG,     *
00053H*                     DL100SN) FOR THE DL270RC RECONCILIATION.  *
00053I*--------------------------------------------------------------*
00053J IDENTIFICATION DIVISION.
000540 PROGRAM-ID.         DL110RR.
000550 AUTHOR.             R. MARCHETTI.
000560 INSTALLATION.       DATA QUALITY SYSTEMS.
000700     SELECT AUDIT-FILE ASSIGN TO "RPRAFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT STILL-REJECT-FILE ASSIGN TO "STILLREJ"
000721         ORGANIZATION IS SEQUENTIAL.
000722     SELECT VAULT-FILE ASSIGN TO "PIIVAULT"
000723         ORGANIZATION IS SEQUENTIAL
000724         FILE STATUS IS WS-VAULT-STATUS.
000725     SELECT VAULT-IDX-FILE ASSIGN TO "VAULTIDX"
000726         ORGANIZATION IS INDEXED
000727         ACCESS MODE IS RANDOM
000728         RECORD KEY IS VX-KEY
000729         FILE STATUS IS WS-VX-STATUS.
000732     SELECT AGE-REPORT-FILE ASSIGN TO "AGRPFILE"
000734         ORGANIZATION IS LINE SEQUENTIAL.
000736     SELECT OUTCTL-FILE ASSIGN TO "OUTCTL"
000737         ORGANIZATION IS LINE SEQUENTIAL
000738         FILE STATUS IS WS-OUTCTL-STATUS.
000739     SELECT SENT-LOG-FILE ASSIGN TO "SENTLOG"
00073A         ORGANIZATION IS LINE SEQUENTIAL
00073B         FILE STATUS IS WS-SENTLOG-STATUS.
00073C*    THE MAIN RUN'S ROUTED OUTPUT FILES FOR A CONSOLIDATED RUN,
00073D*    ONE PER DL100DT ROW: DD OUTRT01 FOR THE FIRST FEED ON THE
00073E*    FEED-DEFINITION FILE, OUTRT02 FOR THE SECOND, AND SO ON.
00073F     SELECT ROUTE-FILE-01 ASSIGN TO "OUTRT01"
00073G         ORGANIZATION IS LINE SEQUENTIAL
00073H         FILE STATUS IS WS-ROUTE-STATUS.
00073I     SELECT ROUTE-FILE-02 ASSIGN TO "OUTRT02"
00073J         ORGANIZATION IS LINE SEQUENTIAL
00073K         FILE STATUS IS WS-ROUTE-STATUS.
00073L     SELECT ROUTE-FILE-03 ASSIGN TO "OUTRT03"
00073M         ORGANIZATION IS LINE SEQUENTIAL
00073N         FILE STATUS IS WS-ROUTE-STATUS.
00073O     SELECT ROUTE-FILE-04 ASSIGN TO "OUTRT04"
00073P         ORGANIZATION IS LINE SEQUENTIAL
00073Q         FILE STATUS IS WS-ROUTE-STATUS.
00073R     SELECT ROUTE-FILE-05 ASSIGN TO "OUTRT05"
00073S         ORGANIZATION IS LINE SEQUENTIAL
00073T         FILE STATUS IS WS-ROUTE-STATUS.
00073U     SELECT ROUTE-FILE-06 ASSIGN TO "OUTRT06"
00073V         ORGANIZATION IS LINE SEQUENTIAL
00073W         FILE STATUS IS WS-ROUTE-STATUS.
00073X     SELECT ROUTE-FILE-07 ASSIGN TO "OUTRT07"
00073Y         ORGANIZATION IS LINE SEQUENTIAL
00073Z         FILE STATUS IS WS-ROUTE-STATUS.
000740     SELECT ROUTE-FILE-08 ASSIGN TO "OUTRT08"
000741         ORGANIZATION IS LINE SEQUENTIAL
000742         FILE STATUS IS WS-ROUTE-STATUS.
000743     SELECT ROUTE-FILE-09 ASSIGN TO "OUTRT09"
000744         ORGANIZATION IS LINE SEQUENTIAL
000745         FILE STATUS IS WS-ROUTE-STATUS.
000746     SELECT ROUTE-FILE-10 ASSIGN TO "OUTRT10"
000747         ORGANIZATION IS LINE SEQUENTIAL
000748         FILE STATUS IS WS-ROUTE-STATUS.
000749*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARM-FILE
000920*
000930 FD  STILL-REJECT-FILE
000940     LABEL RECORDS ARE STANDARD.
000941 01  SR-RECORD                   PIC X(599).
000942*
000943 FD  VAULT-FILE
000944     LABEL RECORDS ARE STANDARD.
000945 COPY DL100VT.
000946*
000947*    THE VAULT'S "RJ" ROWS, KEYED THE WAY A MASKED RAW REJECT
000948*    ASKS FOR THEM.
000949 FD  VAULT-IDX-FILE
00094A     LABEL RECORDS ARE STANDARD.
00094B 01  VX-RECORD.
00094C     05  VX-KEY.
00094D         10  VX-DATE-WRITTEN     PIC X(10).
00094E         10  VX-DEST-TYPE        PIC X(04).
00094F         10  VX-RECORD-ID        PIC 9(09).
00094G     05  VX-ORIGINAL-VALUE       PIC X(500).
00094H*
000954 FD  AGE-REPORT-FILE
000956     LABEL RECORDS ARE STANDARD.
000958 COPY DL100RP.
00095A FD  OUTCTL-FILE
00095B     LABEL RECORDS ARE STANDARD.
00095C COPY DL100OC.
00095D*
00095E FD  SENT-LOG-FILE
00095F     LABEL RECORDS ARE STANDARD.
00095G COPY DL100SN.
00095H*
00095I*    THE ROUTED OUTPUT FILES ALL TAKE THEIR RECORD FROM
00095J*    WS-ROUTE-RECORD, SO ONE WRITE PARAGRAPH SERVES THEM ALL.
00095K FD  ROUTE-FILE-01
00095L     LABEL RECORDS ARE STANDARD.
00095M 01  RT-RECORD-01                PIC X(500).
00095N FD  ROUTE-FILE-02
00095O     LABEL RECORDS ARE STANDARD.
00095P 01  RT-RECORD-02                PIC X(500).
00095Q FD  ROUTE-FILE-03
00095R     LABEL RECORDS ARE STANDARD.
00095S 01  RT-RECORD-03                PIC X(500).
00095T FD  ROUTE-FILE-04
00095U     LABEL RECORDS ARE STANDARD.
00095V 01  RT-RECORD-04                PIC X(500).
00095W FD  ROUTE-FILE-05
00095X     LABEL RECORDS ARE STANDARD.
00095Y 01  RT-RECORD-05                PIC X(500).
00095Z FD  ROUTE-FILE-06
000960     LABEL RECORDS ARE STANDARD.
000961 01  RT-RECORD-06                PIC X(500).
000962 FD  ROUTE-FILE-07
000963     LABEL RECORDS ARE STANDARD.
000964 01  RT-RECORD-07                PIC X(500).
000965 FD  ROUTE-FILE-08
000966     LABEL RECORDS ARE STANDARD.
000967 01  RT-RECORD-08                PIC X(500).
000968 FD  ROUTE-FILE-09
000969     LABEL RECORDS ARE STANDARD.
00096A 01  RT-RECORD-09                PIC X(500).
00096B FD  ROUTE-FILE-10
00096C     LABEL RECORDS ARE STANDARD.
00096D 01  RT-RECORD-10                PIC X(500).
00096E*
000970 WORKING-STORAGE SECTION.
000980*--------------------------------------------------------------*
000990*    WORKING STORAGE FOR THE TRUNCATION WORK AREAS              *
001370     05  WS-FLD-MB-SWITCH        PIC X(01).
001380     05  WS-RECORD-CUT-SWITCH    PIC X(01).
001390         88  WS-RECORD-CUT                VALUE "Y".
001392     05  WS-EDIT-RULE-SUB        PIC 9(02) COMP.
001394     05  WS-EDIT-RESULT          PIC X(01).
001396     05  WS-EDIT-FAIL-SWITCH     PIC X(01).
001397         88  WS-EDIT-FAILED               VALUE "Y".
001398     05  WS-EDIT-WORD            PIC X(10).
001399     05  WS-REJECT-REASON        PIC X(42).
001400 01  WS-FLD-AREA-1               PIC X(500).
001410 01  WS-FLD-AREA-2               PIC X(500).
001420*--------------------------------------------------------------*
001830         88  WS-VALID                     VALUE "Y".
001840         88  WS-INVALID                   VALUE "N".
001850     05  WS-SCAN-SUB             PIC 9(4) COMP.
001851 01  WS-OUT-STATUS               PIC X(02).
001852 01  WS-TBL-STATUS               PIC X(02).
001853 01  WS-OUTCTL-STATUS            PIC X(02).
001854 01  WS-ROUTE-STATUS             PIC X(02).
001855 01  WS-VAULT-STATUS             PIC X(02).
001856 01  WS-VX-STATUS                PIC X(02).
001857 01  WS-SENTLOG-STATUS           PIC X(02).
001858*--------------------------------------------------------------*
001859*    WORKING STORAGE FOR PERSONAL-DATA MASKING, MATCHING        *
00185A*    DL100MN.  A MASKED RAW REJECT IS REPAIRED FROM ITS CLEAR   *
00185B*    VAULT BYTES; WS-MASKED-VALUE KEEPS THE MASKED IMAGE FOR    *
00185C*    THE STILL-REJECTED FILE.  WS-SHIFTED SAYS THE CLEANSING    *
00185D*    RULES MOVED BYTES, SO FIELD POSITIONS NO LONGER HOLD ON    *
00185E*    THE CLEANSED VALUE.                                        *
00185F*--------------------------------------------------------------*
00185G 01  WS-MASK-FIELDS.
00185H     05  WS-FEED-SENSITIVE       PIC X(01) VALUE "N".
00185I     05  WS-PARM-SENSITIVE       PIC X(01) VALUE "N".
00185J     05  WS-MASKED-VALUE         PIC X(500).
00185K     05  WS-MASK-START           PIC 9(4) COMP.
00185L     05  WS-MASK-LENGTH          PIC 9(4) COMP.
00185M     05  WS-MASK-RESULT          PIC X(01).
00185N     05  WS-MASK-SUB             PIC 9(02) COMP.
00185O     05  WS-ANY-SENSITIVE-SWITCH PIC X(01).
00185P         88  WS-ANY-SENSITIVE             VALUE "Y".
00185Q     05  WS-SHIFT-SWITCH         PIC X(01).
00185R         88  WS-SHIFTED                   VALUE "Y".
00185S     05  WS-VAULT-OPEN-SWITCH    PIC X(01) VALUE "N".
00185T         88  WS-VAULT-OPEN                VALUE "Y".
00185U     05  WS-VAULT-EOF-SWITCH     PIC X(01) VALUE "N".
00185V         88  WS-VAULT-EOF                 VALUE "Y".
00185W     05  WS-CLEAR-SWITCH         PIC X(01).
00185X         88  WS-CLEAR-RESTORED            VALUE "Y".
00185Y     05  WS-VAULT-MISS-SWITCH    PIC X(01).
00185Z         88  WS-VAULT-MISS                VALUE "Y".
001860     05  WS-VAULT-LOAD-COUNT     PIC 9(09) COMP VALUE ZERO.
001861     05  WS-VAULT-MISS-COUNT     PIC 9(09) COMP VALUE ZERO.
001867*--------------------------------------------------------------*
001868*    WORKING STORAGE FOR THE OUTPUT-SIDE TRANSMISSION           *
001869*    CONTROLS, MATCHING DL100MN: THE APPENDED RECORDS ARE       *
00186I     05  WS-OUT-TRIM             PIC 9(4) COMP.
00186J     05  WS-CTL-COUNT-DISP       PIC 9(09).
00186K     05  WS-CTL-CHARS-DISP       PIC 9(11).
00186L*--------------------------------------------------------------*
00186M*    WORKING STORAGE FOR PER-FEED OUTPUT ROUTING, MATCHING      *
00186N*    DL100MN.  WS-CUR-ROUTE-SUB IS THE CURRENT RECORD'S         *
00186O*    DL100DT ROW (ZERO WHEN IT HAS NO KNOWN FEED) AND PICKS     *
00186P*    BOTH ITS FILE AND ITS COUNTS.  WS-ROUTE-OP SAYS WHAT       *
00186Q*    3100-ROUTE-FILE-OP IS TO DO TO FILE WS-ROUTE-SUB.          *
00186R*--------------------------------------------------------------*
00186S 01  WS-ROUTE-FIELDS.
00186T     05  WS-ROUTE-SWITCH         PIC X(01) VALUE "N".
00186U         88  WS-ROUTED                    VALUE "Y".
00186V     05  WS-ROUTE-SUB            PIC 9(02) COMP.
00186W     05  WS-CUR-ROUTE-SUB        PIC 9(02) COMP VALUE ZERO.
00186X     05  WS-ROUTE-OP             PIC X(01).
00186Y         88  WS-ROUTE-OPEN-NEW            VALUE "O".
00186Z         88  WS-ROUTE-OPEN-EXTEND         VALUE "E".
001870         88  WS-ROUTE-WRITE               VALUE "W".
001871         88  WS-ROUTE-CLOSE               VALUE "C".
001872     05  WS-ROUTE-RECORD         PIC X(500).
001873     05  WS-UNROUTED-COUNT       PIC 9(09) COMP VALUE ZERO.
001874     05  WS-OUTCTL-EOF-SWITCH    PIC X(01) VALUE "N".
001875         88  WS-OUTCTL-EOF                VALUE "Y".
001876     05  WS-OUTCTL-HIT           PIC 9(02) COMP.
001877 01  WS-ROUTE-TOTALS.
001878     05  WS-ROUTE-TOTAL-ROW OCCURS 10 TIMES.
001879         10  WS-R-OUT-REC-COUNT  PIC 9(09) COMP.
00187A         10  WS-R-OUT-CHAR-COUNT PIC 9(11) COMP.
00187B*--------------------------------------------------------------*
001880*    WORKING STORAGE FOR THE END-OF-RUN COUNTS                  *
001890*--------------------------------------------------------------*
001900 01  WS-COUNTERS.
001920     05  WS-REPAIR-COUNT         PIC 9(09) COMP VALUE ZERO.
001930     05  WS-STILL-REJECT-COUNT   PIC 9(09) COMP VALUE ZERO.
001940     05  WS-TRUNC-COUNT          PIC 9(09) COMP VALUE ZERO.
001941     05  WS-SPILL-COUNT          PIC 9(09) COMP VALUE ZERO.
001942     05  WS-EDIT-REJECT-COUNT    PIC 9(09) COMP VALUE ZERO.
001951*--------------------------------------------------------------*
001952*    WORKING STORAGE FOR REJECT AGING.  A STILL-REJECTED       *
001953*    RECORD WHOSE STEPPED ATTEMPT COUNT PASSES RR-AGE-CYCLES   *
001980         10  WS-CURRENT-YY       PIC 9(02).
001990         10  WS-CURRENT-MM       PIC 9(02).
002000         10  WS-CURRENT-DD       PIC 9(02).
002001     05  WS-CURRENT-TIME.
002002         10  WS-TIME-HH          PIC 9(02).
002003         10  WS-TIME-MM          PIC 9(02).
002004         10  WS-TIME-SS          PIC 9(02).
002005         10  FILLER              PIC 9(02).
002010     05  WS-AUDIT-DATE           PIC X(10).
002020*
002030 PROCEDURE DIVISION.
00222C     END-IF.
002230     PERFORM 1100-READ-PARAMETERS
002240         THRU 1100-EXIT.
002245     PERFORM 1300-LOAD-VAULT-INDEX
002246         THRU 1300-EXIT.
002250     OPEN INPUT REJECT-DATA-FILE.
002260     OPEN OUTPUT AUDIT-FILE.
002270     OPEN OUTPUT STILL-REJECT-FILE.
002280*    THE DAY'S OUTPUT FILE ALREADY HOLDS THE GOOD RECORDS FROM
002290*    THE MAIN RUN, SO REPAIRED RECORDS ARE APPENDED TO IT.  IF
002300*    THE MAIN RUN NEVER CREATED IT, START IT FRESH.
002302*    A ROUTED MAIN RUN LEFT ONE OUTPUT FILE PER FEED INSTEAD.
002304     IF WS-ROUTED THEN
002306         PERFORM 1050-OPEN-ROUTED-FILE
002308             THRU 1050-EXIT
002309             VARYING WS-ROUTE-SUB FROM 1 BY 1
00230A             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00230B     ELSE
002310         OPEN EXTEND OUT-FILE
002320         IF WS-OUT-STATUS = "35" THEN
002330             OPEN OUTPUT OUT-FILE
002340         END-IF
002345     END-IF.
002350     PERFORM 1200-READ-REJECT
002360         THRU 1200-EXIT.
002370 1000-EXIT.
002380     EXIT.
002381*--------------------------------------------------------------*
002382*    1050-OPEN-ROUTED-FILE  -  OPEN ONE FEED'S ROUTED OUTPUT    *
002383*                       FILE (DD OUTRT + ITS TABLE ROW) FOR     *
002384*                       APPENDING, STARTING IT FRESH IF THE     *
002385*                       MAIN RUN NEVER CREATED IT, AND CLEAR    *
002386*                       ITS COUNTS                              *
002387*--------------------------------------------------------------*
002388 1050-OPEN-ROUTED-FILE.
002389     MOVE ZERO TO WS-R-OUT-REC-COUNT(WS-ROUTE-SUB).
00238A     MOVE ZERO TO WS-R-OUT-CHAR-COUNT(WS-ROUTE-SUB).
00238D     MOVE "E" TO WS-ROUTE-OP.
00238E     PERFORM 3100-ROUTE-FILE-OP
00238F         THRU 3100-EXIT.
00238G     IF WS-ROUTE-STATUS = "35" THEN
00238H         MOVE "O" TO WS-ROUTE-OP
00238I         PERFORM 3100-ROUTE-FILE-OP
00238J             THRU 3100-EXIT
00238K     END-IF.
00238L 1050-EXIT.
00238M     EXIT.
002390*--------------------------------------------------------------*
002400*    1100-READ-PARAMETERS  -  PICK UP THE CLEANSING RULES AND   *
002410*                       THE FALLBACK LIMIT FOR RECORDS WITH NO   *
002578             IF RR-OUT-CTL-SWITCH = "Y" THEN
002579                 MOVE RR-OUT-CTL-SWITCH TO WS-OUT-CTL-SWITCH
00257A             END-IF
00257B             IF RR-ROUTE-SWITCH = "Y" THEN
00257C                 MOVE RR-ROUTE-SWITCH TO WS-ROUTE-SWITCH
00257D                 DISPLAY "DL110RR - REPAIRS ROUTED PER FEED"
00257E             END-IF
002580             IF RR-REPLACEMENT-CHAR NOT = SPACE THEN
002590                 MOVE RR-REPLACEMENT-CHAR TO WS-REPLACEMENT-CHAR
002600             END-IF
002730     MOVE WS-SOURCE-WIDTH TO WS-PARM-WIDTH.
002740     MOVE WS-TRUNC-STYLE TO WS-PARM-STYLE.
002750     MOVE WS-MARKER TO WS-PARM-MARKER.
002755     MOVE WS-FEED-SENSITIVE TO WS-PARM-SENSITIVE.
002760     MOVE RR-DEST-TYPE TO WS-PARM-DEST.
002762*    THE CARD FEED IS ALREADY THE CURRENT CONTEXT, SO ITS ROUTE
002764*    IS RESOLVED HERE - 2005 ONLY LOOKS AGAIN ON A CHANGE.
002766     IF WS-ROUTED THEN
002767         PERFORM 1170-FIND-ROUTE
002768             THRU 1170-EXIT
002769     END-IF.
002770 1100-EXIT.
002780     EXIT.
002790*--------------------------------------------------------------*
002810*                       STYLE AND MARKER FOR WS-CUR-DEST         *
002820*--------------------------------------------------------------*
002830 1150-LOOKUP-DEST-TYPE.
002835     MOVE "N" TO WS-FEED-SENSITIVE.
002840     SET DT-IDX TO 1.
002850     SEARCH DT-ENTRY
002860         AT END
002910             MOVE DT-LIMIT(DT-IDX) TO WS-LIMIT
002920             MOVE DT-TRUNC-STYLE(DT-IDX) TO WS-TRUNC-STYLE
002930             MOVE DT-MARKER(DT-IDX) TO WS-MARKER
002935             MOVE DT-SENSITIVE(DT-IDX) TO WS-FEED-SENSITIVE
002940     END-SEARCH.
002950 1150-EXIT.
002960     EXIT.
003090     END-SEARCH.
003100 1160-EXIT.
003110     EXIT.
003111*--------------------------------------------------------------*
003112*    1170-FIND-ROUTE  -  RESOLVE WS-CUR-DEST TO ITS DL100DT ROW, *
003113*                       WHICH IS ALSO ITS ROUTED FILE.  ZERO     *
003114*                       MEANS NO FEED CODE OR AN UNKNOWN ONE.    *
003115*--------------------------------------------------------------*
003116 1170-FIND-ROUTE.
003117     MOVE ZERO TO WS-CUR-ROUTE-SUB.
003118     IF WS-CUR-DEST = SPACES THEN
003119         GO TO 1170-EXIT
00311A     END-IF.
00311B     PERFORM 1175-SCAN-ROUTE
00311C         THRU 1175-EXIT
00311D         VARYING WS-ROUTE-SUB FROM 1 BY 1
00311E         UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00311F         OR WS-CUR-ROUTE-SUB > ZERO.
00311G 1170-EXIT.
00311H     EXIT.
00311I*--------------------------------------------------------------*
00311J*    1175-SCAN-ROUTE  -  MATCH ONE DL100DT ROW                  *
00311K*--------------------------------------------------------------*
00311L 1175-SCAN-ROUTE.
00311M     IF DT-CODE(WS-ROUTE-SUB) = WS-CUR-DEST THEN
00311N         MOVE WS-ROUTE-SUB TO WS-CUR-ROUTE-SUB
00311O     END-IF.
00311P 1175-EXIT.
00311Q     EXIT.
003120*--------------------------------------------------------------*
003130*    1200-READ-REJECT  -  READ THE NEXT RAW REJECTED RECORD     *
003140*--------------------------------------------------------------*
003280 2000-PROCESS-REJECT.
003290     PERFORM 2005-SET-RECORD-CONTEXT
003300         THRU 2005-EXIT.
003302     MOVE "N" TO WS-CLEAR-SWITCH.
003304     MOVE "N" TO WS-VAULT-MISS-SWITCH.
003306     IF RD-MASKED-SWITCH = "Y" THEN
003308         PERFORM 2002-RESTORE-CLEAR-VALUE
003309             THRU 2002-EXIT
00330A     END-IF.
003310     PERFORM 2030-CLEANSE-VALUE
003320         THRU 2030-EXIT.
003330     MOVE WS-CLEAN-AREA TO WS-AREA-1.
003350         THRU 2010-EXIT.
003360     PERFORM 1900-VALIDATE-RECORD
003370         THRU 1900-EXIT.
003372*    A ROUTED REPAIR NEEDS ITS OWN FEED'S FILE TO GO TO.  A
003374*    RECORD WITH NO KNOWN FEED HAS NONE, SO IT STAYS REJECTED.
003375     MOVE "NON-PRINTABLE OR LOW-VALUE DATA IN RECORD"
003376         TO WS-REJECT-REASON.
003377     IF WS-LENGTH = ZERO THEN
003378         MOVE "NO CONTENT LEFT AFTER CLEANSING"
003379             TO WS-REJECT-REASON
00337A     END-IF.
00337B     IF WS-ROUTED AND WS-CUR-ROUTE-SUB = ZERO THEN
00337C         MOVE "N" TO WS-VALID-SWITCH
00337D         ADD 1 TO WS-UNROUTED-COUNT
00337E         MOVE "NO FEED TO ROUTE TO" TO WS-REJECT-REASON
00337F     END-IF.
00337G*    A MASKED VALUE MUST NEVER REACH THE OUTPUT - WITHOUT ITS
00337H*    CLEAR BYTES THE RECORD CANNOT BE REPAIRED.
00337I     IF WS-VAULT-MISS THEN
00337J         MOVE "N" TO WS-VALID-SWITCH
00337K         ADD 1 TO WS-VAULT-MISS-COUNT
00337L         MOVE "CLEAR VALUE NOT ON THE VAULT"
00337M             TO WS-REJECT-REASON
00337N     END-IF.
00337O*    A REPAIRABLE RECORD OF A FIELD-LAYOUT FEED MUST ALSO PASS
00337P*    ITS FEED'S CONTENT EDIT RULES, JUST AS IN THE MAIN RUN.
00337Q     MOVE "N" TO WS-EDIT-FAIL-SWITCH.
00337R     IF WS-VALID AND WS-LENGTH > ZERO AND WS-FIELD-MODE THEN
00337S         PERFORM 1920-APPLY-EDIT-RULES
00337T             THRU 1920-EXIT
00337U         IF WS-EDIT-FAILED THEN
00337V             ADD 1 TO WS-EDIT-REJECT-COUNT
00337W         END-IF
00337X     END-IF.
003380     IF WS-VALID AND WS-LENGTH > ZERO THEN
003390         PERFORM 2050-REPAIR-AND-WRITE
003400             THRU 2050-EXIT
003620         MOVE WS-PARM-WIDTH TO WS-SOURCE-WIDTH
003630         MOVE WS-PARM-STYLE TO WS-TRUNC-STYLE
003640         MOVE WS-PARM-MARKER TO WS-MARKER
003641         MOVE WS-PARM-SENSITIVE TO WS-FEED-SENSITIVE
003642*        RE-RUN THE LAYOUT SEARCH AGAINST THE CARD FEED - A
003644*        PRECEDING RECORD'S FAILED SEARCH LEFT FL-IDX PAST THE
003646*        END OF THE TABLE, SO IT CANNOT BE TRUSTED HERE.
003690         PERFORM 1160-LOOKUP-FIELD-LAYOUT
003700             THRU 1160-EXIT
003710     END-IF.
003711     IF WS-ROUTED THEN
003712         PERFORM 1170-FIND-ROUTE
003713             THRU 1170-EXIT
003714     END-IF.
003720 2005-EXIT.
003730     EXIT.
003740*--------------------------------------------------------------*
003910     SUBTRACT 1 FROM WS-LENGTH.
003920 2020-EXIT.
003930     EXIT.
00393A*--------------------------------------------------------------*
00393B*    1920-APPLY-EDIT-RULES  -  RUN EACH FIELD OF A FIELD-LAYOUT *
00393C*                       FEED THROUGH ITS FEEDDEF CONTENT EDIT    *
00393D*                       RULES, MATCHING DL100MN.  THE FIRST      *
00393E*                       FAILURE KEEPS THE RECORD REJECTED WITH   *
00393F*                       A REASON NAMING THE FIELD AND THE RULE.  *
00393G*--------------------------------------------------------------*
00393H 1920-APPLY-EDIT-RULES.
00393I     PERFORM 1925-EDIT-ONE-FIELD
00393J         THRU 1925-EXIT
00393K         VARYING WS-FIELD-SUB FROM 1 BY 1
00393L         UNTIL WS-FIELD-SUB > FL-FIELD-COUNT(FL-IDX)
00393M         OR WS-EDIT-FAILED.
00393N     IF WS-EDIT-FAILED THEN
00393O         MOVE "N" TO WS-VALID-SWITCH
00393P     END-IF.
00393Q 1920-EXIT.
00393R     EXIT.
00393S*--------------------------------------------------------------*
00393T*    1925-EDIT-ONE-FIELD  -  CUT ONE FIELD OUT OF THE RECORD    *
00393U*                       AND APPLY ITS RULES IN FEEDDEF ORDER     *
00393V*--------------------------------------------------------------*
00393W 1925-EDIT-ONE-FIELD.
00393X     IF FL-EDIT-COUNT(FL-IDX, WS-FIELD-SUB) = ZERO THEN
00393Y         GO TO 1925-EXIT
00393Z     END-IF.
003940     MOVE FL-FIELD-OFFSET(FL-IDX, WS-FIELD-SUB)
003941         TO WS-FIELD-OFFSET.
003942     MOVE FL-FIELD-LENGTH(FL-IDX, WS-FIELD-SUB)
003943         TO WS-FIELD-LENGTH.
003944     MOVE SPACES TO WS-FLD-AREA-1.
003945     MOVE WS-AREA-1(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
003946         TO WS-FLD-AREA-1(1:WS-FIELD-LENGTH).
003947     PERFORM 1930-APPLY-ONE-RULE
003948         THRU 1930-EXIT
003949         VARYING WS-EDIT-RULE-SUB FROM 1 BY 1
00394A         UNTIL WS-EDIT-RULE-SUB
00394B             > FL-EDIT-COUNT(FL-IDX, WS-FIELD-SUB)
00394C         OR WS-EDIT-FAILED.
00394D 1925-EXIT.
00394E     EXIT.
00394F*--------------------------------------------------------------*
00394G*    1930-APPLY-ONE-RULE  -  ONE RULE THROUGH DL100EDT          *
00394H*--------------------------------------------------------------*
00394I 1930-APPLY-ONE-RULE.
00394J     CALL "DL100EDT" USING WS-FLD-AREA-1 WS-FIELD-LENGTH
00394K         FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00394L         FL-EDIT-ARG(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00394M         FL-FIELD-MB(FL-IDX, WS-FIELD-SUB)
00394N         WS-EDIT-RESULT.
00394O     IF WS-EDIT-RESULT NOT = "N" THEN
00394P         GO TO 1930-EXIT
00394Q     END-IF.
00394R     MOVE "Y" TO WS-EDIT-FAIL-SWITCH.
00394S     MOVE "CHAR SET" TO WS-EDIT-WORD.
00394T     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00394U         = "R"
00394V         MOVE "REQUIRED" TO WS-EDIT-WORD
00394W     END-IF.
00394X     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00394Y         = "N"
00394Z         MOVE "NUMERIC" TO WS-EDIT-WORD
003950     END-IF.
003951     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
003952         = "D"
003953         MOVE "VALID DATE" TO WS-EDIT-WORD
003954     END-IF.
003955     MOVE SPACES TO WS-REJECT-REASON.
003956     STRING "FIELD " DELIMITED BY SIZE
003957         FL-FIELD-NAME(FL-IDX, WS-FIELD-SUB) DELIMITED BY SPACE
003958         " FAILED EDIT - " WS-EDIT-WORD DELIMITED BY SIZE
003959         INTO WS-REJECT-REASON.
00395A 1930-EXIT.
00395B     EXIT.
00395C*--------------------------------------------------------------*
00395D*    1900-VALIDATE-RECORD  -  RETEST THE CLEANSED VALUE WITH    *
003960*                       THE SAME PRINTABILITY TEST AS DL100MN    *
003970*--------------------------------------------------------------*
003980 1900-VALIDATE-RECORD.
004290         THRU 2040-EXIT
004300         VARYING WS-GET-SUB FROM 1 BY 1
004310         UNTIL WS-GET-SUB > WS-SOURCE-WIDTH.
004312     IF WS-PUT-SUB < WS-GET-SUB THEN
004314         MOVE "Y" TO WS-SHIFT-SWITCH
004316     ELSE
004318         MOVE "N" TO WS-SHIFT-SWITCH
00431A     END-IF.
004320 2030-EXIT.
004330     EXIT.
004340*--------------------------------------------------------------*
005050     END-IF.
005060     ADD 1 TO WS-REPAIR-COUNT.
005070     MOVE "REPAIRED" TO RA-DISPOSITION.
005075     MOVE SPACES TO RA-REASON.
005080     PERFORM 2080-WRITE-AUDIT
005090         THRU 2080-EXIT.
005100 2050-EXIT.
00629G         PERFORM 2075-TALLY-AGED-RECORD
00629H             THRU 2075-EXIT
00629I     END-IF.
0062A0*    THE RECORD CYCLES MASKED, AS THE MAIN RUN WROTE IT - ITS
0062A1*    CLEAR BYTES STAY ON THE VAULT FOR THE NEXT ATTEMPT.
0062A2     IF WS-CLEAR-RESTORED THEN
0062A3         MOVE WS-MASKED-VALUE TO RD-ORIGINAL-VALUE
0062A4     END-IF.
0062A5     MOVE WS-REJECT-REASON TO RD-REJECT-REASON.
006300     WRITE SR-RECORD FROM RD-RECORD.
006310     ADD 1 TO WS-STILL-REJECT-COUNT.
006311     MOVE "REJECTED" TO RA-DISPOSITION.
006312     MOVE WS-REJECT-REASON TO RA-REASON.
006321*    A VALUE THE RULES COULD NOT REPAIR STILL CARRIES THE
006322*    CONTROL BYTES THAT GOT IT REJECTED, SO ITS AFTER IMAGE IS
006323*    SANITIZED FOR THE LINE SEQUENTIAL AUDIT FILE TOO.
006530         THRU 2090-EXIT
006540         VARYING WS-SCAN-SUB FROM 1 BY 1
006550         UNTIL WS-SCAN-SUB > WS-SOURCE-WIDTH.
006555     PERFORM 2085-MASK-AUDIT-VALUES
006556         THRU 2085-EXIT.
006560     WRITE RA-RECORD.
006570 2080-EXIT.
006580     EXIT.
006763     END-IF.
006764 2095-EXIT.
006765     EXIT.
0676A0*--------------------------------------------------------------*
0676A1*    1300-LOAD-VAULT-INDEX  -  BUILD THE VAULTIDX WORK         *
0676A2*                       INDEX FROM THE PIIVAULT "RJ" ROWS,       *
0676A3*                       SO A MASKED RAW REJECT CAN FIND          *
0676A4*                       ITS CLEAR BYTES.  A RESTARTED RUN        *
0676A5*                       CAN WRITE A ROW TWICE - THE FIRST        *
0676A6*                       STANDS.  WITH NO VAULT EVERY MASKED      *
0676A7*                       REJECT STAYS REJECTED.                   *
0676A8*--------------------------------------------------------------*
0676A9 1300-LOAD-VAULT-INDEX.
0676B0     OPEN INPUT VAULT-FILE.
0676B1     IF WS-VAULT-STATUS NOT = "00" THEN
0676B2         DISPLAY "DL110RR - NO PIIVAULT FILE - MASKED REJECTS "
0676B3             "CANNOT BE REPAIRED"
0676B4         GO TO 1300-EXIT
0676B5     END-IF.
0676B6     OPEN OUTPUT VAULT-IDX-FILE.
0676B7     PERFORM 1310-LOAD-VAULT-ROW
0676B8         THRU 1310-EXIT
0676B9         UNTIL WS-VAULT-EOF.
0676C0     CLOSE VAULT-FILE.
0676C1     CLOSE VAULT-IDX-FILE.
0676C2     OPEN INPUT VAULT-IDX-FILE.
0676C3     IF WS-VX-STATUS = "00" THEN
0676C4         MOVE "Y" TO WS-VAULT-OPEN-SWITCH
0676C5     END-IF.
0676C6 1300-EXIT.
0676C7     EXIT.
0676C8*--------------------------------------------------------------*
0676C9*    1310-LOAD-VAULT-ROW  -  ONE VAULT ROW; ONLY THE           *
0676D0*                       REJECT ROWS ARE WANTED HERE              *
0676D1*--------------------------------------------------------------*
0676D2 1310-LOAD-VAULT-ROW.
0676D3     READ VAULT-FILE
0676D4         AT END
0676D5             MOVE "Y" TO WS-VAULT-EOF-SWITCH
0676D6             GO TO 1310-EXIT
0676D7     END-READ.
0676D8     IF VT-SOURCE NOT = "RJ" THEN
0676D9         GO TO 1310-EXIT
0676E0     END-IF.
0676E1     MOVE VT-DATE-WRITTEN TO VX-DATE-WRITTEN.
0676E2     MOVE VT-DEST-TYPE TO VX-DEST-TYPE.
0676E3     MOVE VT-RECORD-ID TO VX-RECORD-ID.
0676E4     MOVE VT-ORIGINAL-VALUE TO VX-ORIGINAL-VALUE.
0676E5     WRITE VX-RECORD
0676E6         INVALID KEY
0676E7             CONTINUE
0676E8         NOT INVALID KEY
0676E9             ADD 1 TO WS-VAULT-LOAD-COUNT
0676F0     END-WRITE.
0676F1 1310-EXIT.
0676F2     EXIT.
0676F3*--------------------------------------------------------------*
0676F4*    2002-RESTORE-CLEAR-VALUE  -  PUT A MASKED RAW             *
0676F5*                       REJECT'S CLEAR BYTES BACK FOR THE        *
0676F6*                       REPAIR, KEEPING THE MASKED IMAGE         *
0676F7*                       FOR THE STILL-REJECTED FILE              *
0676F8*--------------------------------------------------------------*
0676F9 2002-RESTORE-CLEAR-VALUE.
0676G0     MOVE RD-ORIGINAL-VALUE TO WS-MASKED-VALUE.
0676G1     IF NOT WS-VAULT-OPEN THEN
0676G2         MOVE "Y" TO WS-VAULT-MISS-SWITCH
0676G3         GO TO 2002-EXIT
0676G4     END-IF.
0676G5     MOVE RD-FIRST-SEEN-DATE TO VX-DATE-WRITTEN.
0676G6     MOVE RD-DEST-TYPE TO VX-DEST-TYPE.
0676G7     MOVE RD-RECORD-ID TO VX-RECORD-ID.
0676G8     READ VAULT-IDX-FILE
0676G9         INVALID KEY
0676H0             MOVE "Y" TO WS-VAULT-MISS-SWITCH
0676H1         NOT INVALID KEY
0676H2             MOVE VX-ORIGINAL-VALUE TO RD-ORIGINAL-VALUE
0676H3             MOVE "Y" TO WS-CLEAR-SWITCH
0676H4     END-READ.
0676H5 2002-EXIT.
0676H6     EXIT.
0676H7*--------------------------------------------------------------*
0676H8*    2085-MASK-AUDIT-VALUES  -  MASK PERSONAL DATA IN          *
0676H9*                       THE AUDIT BEFORE AND AFTER VALUES        *
0676I0*                       AS DL100MN MASKS ITS AUDIT FILES:        *
0676I1*                       THE WHOLE VALUE FOR A SENSITIVE          *
0676I2*                       FEED, ELSE EACH SENSITIVE FIELD.         *
0676I3*                       IF CLEANSING MOVED BYTES THE FIELDS      *
0676I4*                       NO LONGER LINE UP - MASK IT WHOLE.       *
0676I5*--------------------------------------------------------------*
0676I6 2085-MASK-AUDIT-VALUES.
0676I7     MOVE "N" TO WS-ANY-SENSITIVE-SWITCH.
0676I8     IF WS-FEED-SENSITIVE = "Y" THEN
0676I9         MOVE "Y" TO WS-ANY-SENSITIVE-SWITCH
0676J0         MOVE 1 TO WS-MASK-START
0676J1         MOVE 500 TO WS-MASK-LENGTH
0676J2         CALL "DL100MSK" USING RA-BEFORE-VALUE WS-MASK-START
0676J3             WS-MASK-LENGTH WS-MASK-RESULT
0676J4         CALL "DL100MSK" USING RA-AFTER-VALUE WS-MASK-START
0676J5             WS-MASK-LENGTH WS-MASK-RESULT
0676J6         GO TO 2085-EXIT
0676J7     END-IF.
0676J8     IF NOT WS-FIELD-MODE THEN
0676J9         GO TO 2085-EXIT
0676K0     END-IF.
0676K1     PERFORM 2086-MASK-AUDIT-FIELD
0676K2         THRU 2086-EXIT
0676K3         VARYING WS-MASK-SUB FROM 1 BY 1
0676K4         UNTIL WS-MASK-SUB > FL-FIELD-COUNT(FL-IDX).
0676K5     IF WS-ANY-SENSITIVE AND WS-SHIFTED THEN
0676K6         MOVE 1 TO WS-MASK-START
0676K7         MOVE 500 TO WS-MASK-LENGTH
0676K8         CALL "DL100MSK" USING RA-AFTER-VALUE WS-MASK-START
0676K9             WS-MASK-LENGTH WS-MASK-RESULT
0676L0     END-IF.
0676L1 2085-EXIT.
0676L2     EXIT.
0676L3*--------------------------------------------------------------*
0676L4*    2086-MASK-AUDIT-FIELD  -  ONE SENSITIVE FIELD'S           *
0676L5*                       BYTES IN BOTH AUDIT VALUES               *
0676L6*--------------------------------------------------------------*
0676L7 2086-MASK-AUDIT-FIELD.
0676L8     IF FL-FIELD-SENSITIVE(FL-IDX, WS-MASK-SUB) NOT = "Y" THEN
0676L9         GO TO 2086-EXIT
0676M0     END-IF.
0676M1     MOVE "Y" TO WS-ANY-SENSITIVE-SWITCH.
0676M2     MOVE FL-FIELD-OFFSET(FL-IDX, WS-MASK-SUB) TO WS-MASK-START.
0676M3     MOVE FL-FIELD-LENGTH(FL-IDX, WS-MASK-SUB) TO WS-MASK-LENGTH.
0676M4     CALL "DL100MSK" USING RA-BEFORE-VALUE WS-MASK-START
0676M5         WS-MASK-LENGTH WS-MASK-RESULT.
0676M6     CALL "DL100MSK" USING RA-AFTER-VALUE WS-MASK-START
0676M7         WS-MASK-LENGTH WS-MASK-RESULT.
0676M8 2086-EXIT.
0676M9     EXIT.
006766*--------------------------------------------------------------*
006770*    9000-TERMINATE  -  CLOSE FILES, DISPLAY THE RUN COUNTS     *
006780*--------------------------------------------------------------*
006781 9000-TERMINATE.
006782     PERFORM 9100-PRINT-AGING-REPORT
006783         THRU 9100-EXIT.
006784*    THE SENT-FILE LOG TAKES THE REPAIRS ALONE, SO IT IS
006785*    WRITTEN BEFORE THE TRAILER ADDS THE MAIN RUN'S HANDOFF.
006786     PERFORM 9600-WRITE-SENT-LOG
006787         THRU 9600-EXIT.
006793     IF WS-OUT-CTL-ON THEN
006794         PERFORM 9500-FINISH-OUT-TRAILER
006795             THRU 9500-EXIT
006796     END-IF.
006800     CLOSE REJECT-DATA-FILE.
006802     IF WS-ROUTED THEN
006804         MOVE "C" TO WS-ROUTE-OP
006806         PERFORM 3100-ROUTE-FILE-OP
006807             THRU 3100-EXIT
006808             VARYING WS-ROUTE-SUB FROM 1 BY 1
006809             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00680A     ELSE
006810         CLOSE OUT-FILE
006811     END-IF.
006820     CLOSE AUDIT-FILE.
006830     CLOSE STILL-REJECT-FILE.
006835     CLOSE AGE-REPORT-FILE.
006836     IF WS-VAULT-OPEN THEN
006837         CLOSE VAULT-IDX-FILE
006838     END-IF.
006840     DISPLAY "DL110RR - REJECTS READ . . . . " WS-READ-COUNT.
006850     DISPLAY "DL110RR - RECORDS REPAIRED . . " WS-REPAIR-COUNT.
006860     DISPLAY "DL110RR - STILL REJECTED . . . "
006894         DISPLAY "DL110RR - REJECTS PAST AGE LIMIT "
006896             WS-AGED-USED
006898     END-IF.
006899     IF WS-ROUTED THEN
00689A         DISPLAY "DL110RR - NO FEED TO ROUTE TO . "
00689B             WS-UNROUTED-COUNT
00689C     END-IF.
00689D     DISPLAY "DL110RR - FAILED FIELD EDITS . "
00689E         WS-EDIT-REJECT-COUNT.
00689F     DISPLAY "DL110RR - VAULT REJECT ROWS  . "
00689G         WS-VAULT-LOAD-COUNT.
00689H     DISPLAY "DL110RR - NOT ON THE VAULT . . "
00689I         WS-VAULT-MISS-COUNT.
006900 9000-EXIT.
006910     EXIT.
006920*--------------------------------------------------------------*
007740     EXIT.
007750*--------------------------------------------------------------*
007760*    3050-WRITE-OUTPUT  -  WRITE ONE APPENDED OUTPUT RECORD     *
007770*                       AND COUNT IT AS A RECEIVER WOULD, FOR   *
007780*                       THE TRAILER AND THE SENT-FILE LOG       *
007790*--------------------------------------------------------------*
007800 3050-WRITE-OUTPUT.
007802     IF WS-ROUTED THEN
007803         MOVE OUT-RECORD TO WS-ROUTE-RECORD
007804         MOVE WS-CUR-ROUTE-SUB TO WS-ROUTE-SUB
007805         MOVE "W" TO WS-ROUTE-OP
007806         PERFORM 3100-ROUTE-FILE-OP
007807             THRU 3100-EXIT
007808     ELSE
007810         WRITE OUT-RECORD
007815     END-IF.
007850     ADD 1 TO WS-OUT-REC-COUNT.
007860     MOVE 500 TO WS-OUT-TRIM.
007870     PERFORM 3060-TRIM-OUT-BYTE
007890         UNTIL WS-OUT-TRIM = ZERO
007900         OR OUT-RECORD(WS-OUT-TRIM:1) NOT = SPACE.
007910     ADD WS-OUT-TRIM TO WS-OUT-CHAR-COUNT.
007912     IF WS-ROUTED THEN
007914         ADD 1 TO WS-R-OUT-REC-COUNT(WS-CUR-ROUTE-SUB)
007916         ADD WS-OUT-TRIM TO WS-R-OUT-CHAR-COUNT(WS-CUR-ROUTE-SUB)
007918     END-IF.
007920 3050-EXIT.
007930     EXIT.
007940*--------------------------------------------------------------*
007970 3060-TRIM-OUT-BYTE.
007980     SUBTRACT 1 FROM WS-OUT-TRIM.
007990 3060-EXIT.
007991     EXIT.
007992*--------------------------------------------------------------*
007993*    3100-ROUTE-FILE-OP  -  OPEN, EXTEND, WRITE OR CLOSE THE    *
007994*                       ROUTED OUTPUT FILE FOR DL100DT ROW       *
007995*                       WS-ROUTE-SUB.  EVERY WRITE TAKES ITS     *
007996*                       RECORD FROM WS-ROUTE-RECORD.             *
007997*--------------------------------------------------------------*
007998 3100-ROUTE-FILE-OP.
007999     GO TO 3100-ROUTE-01 3100-ROUTE-02 3100-ROUTE-03
00799A           3100-ROUTE-04 3100-ROUTE-05 3100-ROUTE-06
00799B           3100-ROUTE-07 3100-ROUTE-08 3100-ROUTE-09
00799C           3100-ROUTE-10
00799D         DEPENDING ON WS-ROUTE-SUB.
00799E     GO TO 3100-EXIT.
00799F 3100-ROUTE-01.
00799G     IF WS-ROUTE-WRITE THEN
00799H         WRITE RT-RECORD-01 FROM WS-ROUTE-RECORD
00799I     END-IF.
00799J     IF WS-ROUTE-OPEN-NEW THEN
00799K         OPEN OUTPUT ROUTE-FILE-01
00799L     END-IF.
00799M     IF WS-ROUTE-OPEN-EXTEND THEN
00799N         OPEN EXTEND ROUTE-FILE-01
00799O     END-IF.
00799P     IF WS-ROUTE-CLOSE THEN
00799Q         CLOSE ROUTE-FILE-01
00799R     END-IF.
00799S     GO TO 3100-EXIT.
00799T 3100-ROUTE-02.
00799U     IF WS-ROUTE-WRITE THEN
00799V         WRITE RT-RECORD-02 FROM WS-ROUTE-RECORD
00799W     END-IF.
00799X     IF WS-ROUTE-OPEN-NEW THEN
00799Y         OPEN OUTPUT ROUTE-FILE-02
00799Z     END-IF.
0079A0     IF WS-ROUTE-OPEN-EXTEND THEN
0079A1         OPEN EXTEND ROUTE-FILE-02
0079A2     END-IF.
0079A3     IF WS-ROUTE-CLOSE THEN
0079A4         CLOSE ROUTE-FILE-02
0079A5     END-IF.
0079A6     GO TO 3100-EXIT.
0079A7 3100-ROUTE-03.
0079A8     IF WS-ROUTE-WRITE THEN
0079A9         WRITE RT-RECORD-03 FROM WS-ROUTE-RECORD
0079AA     END-IF.
0079AB     IF WS-ROUTE-OPEN-NEW THEN
0079AC         OPEN OUTPUT ROUTE-FILE-03
0079AD     END-IF.
0079AE     IF WS-ROUTE-OPEN-EXTEND THEN
0079AF         OPEN EXTEND ROUTE-FILE-03
0079AG     END-IF.
0079AH     IF WS-ROUTE-CLOSE THEN
0079AI         CLOSE ROUTE-FILE-03
0079AJ     END-IF.
0079AK     GO TO 3100-EXIT.
0079AL 3100-ROUTE-04.
0079AM     IF WS-ROUTE-WRITE THEN
0079AN         WRITE RT-RECORD-04 FROM WS-ROUTE-RECORD
0079AO     END-IF.
0079AP     IF WS-ROUTE-OPEN-NEW THEN
0079AQ         OPEN OUTPUT ROUTE-FILE-04
0079AR     END-IF.
0079AS     IF WS-ROUTE-OPEN-EXTEND THEN
0079AT         OPEN EXTEND ROUTE-FILE-04
0079AU     END-IF.
0079AV     IF WS-ROUTE-CLOSE THEN
0079AW         CLOSE ROUTE-FILE-04
0079AX     END-IF.
0079AY     GO TO 3100-EXIT.
0079AZ 3100-ROUTE-05.
0079B0     IF WS-ROUTE-WRITE THEN
0079B1         WRITE RT-RECORD-05 FROM WS-ROUTE-RECORD
0079B2     END-IF.
0079B3     IF WS-ROUTE-OPEN-NEW THEN
0079B4         OPEN OUTPUT ROUTE-FILE-05
0079B5     END-IF.
0079B6     IF WS-ROUTE-OPEN-EXTEND THEN
0079B7         OPEN EXTEND ROUTE-FILE-05
0079B8     END-IF.
0079B9     IF WS-ROUTE-CLOSE THEN
0079BA         CLOSE ROUTE-FILE-05
0079BB     END-IF.
0079BC     GO TO 3100-EXIT.
0079BD 3100-ROUTE-06.
0079BE     IF WS-ROUTE-WRITE THEN
0079BF         WRITE RT-RECORD-06 FROM WS-ROUTE-RECORD
0079BG     END-IF.
0079BH     IF WS-ROUTE-OPEN-NEW THEN
0079BI         OPEN OUTPUT ROUTE-FILE-06
0079BJ     END-IF.
0079BK     IF WS-ROUTE-OPEN-EXTEND THEN
0079BL         OPEN EXTEND ROUTE-FILE-06
0079BM     END-IF.
0079BN     IF WS-ROUTE-CLOSE THEN
0079BO         CLOSE ROUTE-FILE-06
0079BP     END-IF.
0079BQ     GO TO 3100-EXIT.
0079BR 3100-ROUTE-07.
0079BS     IF WS-ROUTE-WRITE THEN
0079BT         WRITE RT-RECORD-07 FROM WS-ROUTE-RECORD
0079BU     END-IF.
0079BV     IF WS-ROUTE-OPEN-NEW THEN
0079BW         OPEN OUTPUT ROUTE-FILE-07
0079BX     END-IF.
0079BY     IF WS-ROUTE-OPEN-EXTEND THEN
0079BZ         OPEN EXTEND ROUTE-FILE-07
0079C0     END-IF.
0079C1     IF WS-ROUTE-CLOSE THEN
0079C2         CLOSE ROUTE-FILE-07
0079C3     END-IF.
0079C4     GO TO 3100-EXIT.
0079C5 3100-ROUTE-08.
0079C6     IF WS-ROUTE-WRITE THEN
0079C7         WRITE RT-RECORD-08 FROM WS-ROUTE-RECORD
0079C8     END-IF.
0079C9     IF WS-ROUTE-OPEN-NEW THEN
0079CA         OPEN OUTPUT ROUTE-FILE-08
0079CB     END-IF.
0079CC     IF WS-ROUTE-OPEN-EXTEND THEN
0079CD         OPEN EXTEND ROUTE-FILE-08
0079CE     END-IF.
0079CF     IF WS-ROUTE-CLOSE THEN
0079CG         CLOSE ROUTE-FILE-08
0079CH     END-IF.
0079CI     GO TO 3100-EXIT.
0079CJ 3100-ROUTE-09.
0079CK     IF WS-ROUTE-WRITE THEN
0079CL         WRITE RT-RECORD-09 FROM WS-ROUTE-RECORD
0079CM     END-IF.
0079CN     IF WS-ROUTE-OPEN-NEW THEN
0079CO         OPEN OUTPUT ROUTE-FILE-09
0079CP     END-IF.
0079CQ     IF WS-ROUTE-OPEN-EXTEND THEN
0079CR         OPEN EXTEND ROUTE-FILE-09
0079CS     END-IF.
0079CT     IF WS-ROUTE-CLOSE THEN
0079CU         CLOSE ROUTE-FILE-09
0079CV     END-IF.
0079CW     GO TO 3100-EXIT.
0079CX 3100-ROUTE-10.
0079CY     IF WS-ROUTE-WRITE THEN
0079CZ         WRITE RT-RECORD-10 FROM WS-ROUTE-RECORD
0079D0     END-IF.
0079D1     IF WS-ROUTE-OPEN-NEW THEN
0079D2         OPEN OUTPUT ROUTE-FILE-10
0079D3     END-IF.
0079D4     IF WS-ROUTE-OPEN-EXTEND THEN
0079D5         OPEN EXTEND ROUTE-FILE-10
0079D6     END-IF.
0079D7     IF WS-ROUTE-CLOSE THEN
0079D8         CLOSE ROUTE-FILE-10
0079D9     END-IF.
0079DA     GO TO 3100-EXIT.
0079DB 3100-EXIT.
0079DC     EXIT.
008010*--------------------------------------------------------------*
008020*    9500-FINISH-OUT-TRAILER  -  ADD THE MAIN RUN'S HANDOFF     *
008030*                       TOTALS TO THE RECORDS APPENDED HERE     *
008104*    RUN - TONIGHT'S MAIN RUN STOPPED BEFORE WRITING ONE - AND
008106*    ITS TOTALS WOULD INFLATE THE TRAILER.  IT IS REFUSED THE
008108*    WAY THE MAIN RUN REFUSES A STALE INPUT HEADER DATE.
008109     IF WS-ROUTED THEN
00810A         PERFORM 9510-FINISH-ROUTED-TRAILERS
00810B             THRU 9510-EXIT
00810C         GO TO 9500-EXIT
00810D     END-IF.
008110     OPEN INPUT OUTCTL-FILE.
008120     IF WS-OUTCTL-STATUS = "00" THEN
008130         READ OUTCTL-FILE
008320     WRITE OUT-RECORD.
008330 9500-EXIT.
008340     EXIT.
008341*--------------------------------------------------------------*
008342*    9510-FINISH-ROUTED-TRAILERS  -  A ROUTED MAIN RUN LEFT ONE *
008343*                       OUTCTL ROW PER FEED FILE.  EACH TODAY'S *
008344*                       ROW IS ADDED TO ITS OWN FEED'S REPAIR   *
008345*                       COUNTS, THEN EVERY ROUTED FILE GETS ITS *
008346*                       OWN TRAILER.  A FEED WITH NO ROW GETS A *
008347*                       TRAILER COVERING ITS REPAIRS ONLY.      *
008348*--------------------------------------------------------------*
008349 9510-FINISH-ROUTED-TRAILERS.
00834A     OPEN INPUT OUTCTL-FILE.
00834B     IF WS-OUTCTL-STATUS = "00" THEN
00834C         MOVE "N" TO WS-OUTCTL-EOF-SWITCH
00834D         PERFORM 9520-TAKE-ROUTED-HANDOFF
00834E             THRU 9520-EXIT
00834F             UNTIL WS-OUTCTL-EOF
00834G         CLOSE OUTCTL-FILE
00834H     ELSE
00834I         DISPLAY "DL110RR - NO OUTCTL HANDOFF - TRAILERS "
00834J             "COVER THE REPAIRED RECORDS ONLY"
00834K     END-IF.
00834L     PERFORM 9530-WRITE-ROUTED-TRAILER
00834M         THRU 9530-EXIT
00834N         VARYING WS-ROUTE-SUB FROM 1 BY 1
00834O         UNTIL WS-ROUTE-SUB > DT-FEED-COUNT.
00834P 9510-EXIT.
00834Q     EXIT.
00834R*--------------------------------------------------------------*
00834S*    9520-TAKE-ROUTED-HANDOFF  -  ADD ONE OUTCTL ROW TO ITS     *
00834T*                       FEED'S COUNTS                           *
00834U*--------------------------------------------------------------*
00834V 9520-TAKE-ROUTED-HANDOFF.
00834W     READ OUTCTL-FILE
00834X         AT END
00834Y             MOVE "Y" TO WS-OUTCTL-EOF-SWITCH
00834Z     END-READ.
008350     IF WS-OUTCTL-EOF THEN
008351         GO TO 9520-EXIT
008352     END-IF.
008353     IF OC-WRITE-COUNT NOT NUMERIC
008354         OR OC-RUN-DATE NOT = WS-AUDIT-DATE
008355         DISPLAY "DL110RR - STALE OUTCTL HANDOFF "
008356             OC-RUN-DATE " FOR " OC-DEST-TYPE " - IGNORED"
008357         GO TO 9520-EXIT
008358     END-IF.
008359     MOVE ZERO TO WS-OUTCTL-HIT.
00835A     PERFORM 9525-SCAN-HANDOFF-FEED
00835B         THRU 9525-EXIT
00835C         VARYING WS-ROUTE-SUB FROM 1 BY 1
00835D         UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00835E         OR WS-OUTCTL-HIT > ZERO.
00835F     IF WS-OUTCTL-HIT = ZERO THEN
00835G         DISPLAY "DL110RR - OUTCTL ROW FOR UNKNOWN FEED "
00835H             OC-DEST-TYPE " - IGNORED"
00835I         GO TO 9520-EXIT
00835J     END-IF.
00835K     ADD OC-WRITE-COUNT TO WS-R-OUT-REC-COUNT(WS-OUTCTL-HIT).
00835L     ADD OC-SUM-CHARS TO WS-R-OUT-CHAR-COUNT(WS-OUTCTL-HIT).
00835M 9520-EXIT.
00835N     EXIT.
00835O*--------------------------------------------------------------*
00835P*    9525-SCAN-HANDOFF-FEED  -  MATCH ONE DL100DT ROW           *
00835Q*--------------------------------------------------------------*
00835R 9525-SCAN-HANDOFF-FEED.
00835S     IF DT-CODE(WS-ROUTE-SUB) = OC-DEST-TYPE THEN
00835T         MOVE WS-ROUTE-SUB TO WS-OUTCTL-HIT
00835U     END-IF.
00835V 9525-EXIT.
00835W     EXIT.
00835X*--------------------------------------------------------------*
00835Y*    9530-WRITE-ROUTED-TRAILER  -  ONE FEED FILE'S TRAILER      *
00835Z*--------------------------------------------------------------*
008360 9530-WRITE-ROUTED-TRAILER.
008361     MOVE WS-R-OUT-REC-COUNT(WS-ROUTE-SUB) TO WS-CTL-COUNT-DISP.
008362     MOVE WS-R-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO WS-CTL-CHARS-DISP.
008363     MOVE SPACES TO WS-ROUTE-RECORD.
008364     STRING "TRL" WS-CTL-COUNT-DISP WS-CTL-CHARS-DISP
008365         DELIMITED BY SIZE INTO WS-ROUTE-RECORD.
008366     MOVE "W" TO WS-ROUTE-OP.
008367     PERFORM 3100-ROUTE-FILE-OP
008368         THRU 3100-EXIT.
008369 9530-EXIT.
00836A     EXIT.
0836B1*--------------------------------------------------------------*
0836B2*    9600-WRITE-SENT-LOG  -  APPEND THE REPAIRED RECORDS EACH   *
0836B3*                       OUTPUT FILE GAINED TONIGHT TO THE       *
0836B4*                       PERMANENT SENT-FILE LOG (DL100SN) AS    *
0836B5*                       "R" ROWS, WHATEVER THE OUTPUT-CONTROL   *
0836B6*                       MODE - ONE PER ROUTED FILE THAT GAINED  *
0836B7*                       ANY, OR ONE FOR OUTFILE.  A NIGHT WITH  *
0836B8*                       NO REPAIRS LOGS NOTHING.                *
0836B9*--------------------------------------------------------------*
0836BA 9600-WRITE-SENT-LOG.
0836BB     IF WS-OUT-REC-COUNT = ZERO THEN
0836BC         GO TO 9600-EXIT
0836BD     END-IF.
0836BE     OPEN EXTEND SENT-LOG-FILE.
0836BF     IF WS-SENTLOG-STATUS = "35" THEN
0836BG         OPEN OUTPUT SENT-LOG-FILE
0836BH     END-IF.
0836BI     IF WS-SENTLOG-STATUS NOT = "00" THEN
0836BJ         DISPLAY "DL110RR - SENT-FILE LOG (SENTLOG) NOT WRITTEN "
0836BK             "- STATUS " WS-SENTLOG-STATUS
0836BL         GO TO 9600-EXIT
0836BM     END-IF.
0836BN     MOVE SPACES TO SN-RECORD.
0836BO     MOVE WS-AUDIT-DATE TO SN-RUN-DATE.
0836BP     MOVE "R" TO SN-ENTRY-TYPE.
0836BQ     MOVE "DL110RR" TO SN-PROGRAM.
0836BR     MOVE WS-AUDIT-DATE TO SN-LOG-DATE.
0836BS     ACCEPT WS-CURRENT-TIME FROM TIME.
0836BT     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
0836BU         DELIMITED BY SIZE INTO SN-LOG-TIME.
0836BV     IF WS-ROUTED THEN
0836BW         PERFORM 9610-WRITE-ROUTED-SENT
0836BX             THRU 9610-EXIT
0836BY             VARYING WS-ROUTE-SUB FROM 1 BY 1
0836BZ             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
0836C0     ELSE
0836C1         MOVE WS-PARM-DEST TO SN-FEED
0836C2         MOVE WS-OUT-REC-COUNT TO SN-RECORD-COUNT
0836C3         MOVE WS-OUT-CHAR-COUNT TO SN-SUM-CHARS
0836C4         WRITE SN-RECORD
0836C5     END-IF.
0836C6     CLOSE SENT-LOG-FILE.
0836C7 9600-EXIT.
0836C8     EXIT.
0836C9*--------------------------------------------------------------*
0836CA*    9610-WRITE-ROUTED-SENT  -  ONE FEED FILE'S REPAIRS         *
0836CB*--------------------------------------------------------------*
0836CC 9610-WRITE-ROUTED-SENT.
0836CD     IF WS-R-OUT-REC-COUNT(WS-ROUTE-SUB) = ZERO THEN
0836CE         GO TO 9610-EXIT
0836CF     END-IF.
0836CG     MOVE DT-CODE(WS-ROUTE-SUB) TO SN-FEED.
0836CH     MOVE WS-R-OUT-REC-COUNT(WS-ROUTE-SUB) TO SN-RECORD-COUNT.
0836CI     MOVE WS-R-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO SN-SUM-CHARS.
0836CJ     WRITE SN-RECORD.
0836CK 9610-EXIT.
0836CL     EXIT.
