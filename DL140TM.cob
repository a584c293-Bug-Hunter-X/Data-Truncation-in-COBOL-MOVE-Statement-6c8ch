000260*                 - FIELDS THAT RUN PAST THE SOURCE WIDTH,      *
000270*                   FIELD LIMITS WIDER THAN THE FIELD, AND      *
000280*                   OVERLAPPING FIELD OFFSETS                   *
000282*                 - FIELD EDIT RULES (ED ROWS) FOR A FIELD WITH *
000284*                   NO FL ROW, UNKNOWN RULES, DATE FORMATS OR   *
000286*                   CHARACTER CLASSES THE SHARED DL100EDT       *
000288*                   CANNOT USE, AND MORE THAN 4 PER FIELD       *
000290*               AND PRINTS A FORMATTED LISTING OF EVERY FEED'S  *
000300*               RULES FOR REVIEW.  ANY ERROR SETS RETURN CODE   *
000310*               8 SO A PROMOTION STEP CAN BE HELD.              *
000368*  09/03/2026  RDM   A KEY COLUMN THAT IS NEITHER BLANK NOR   *
00036A*                     NUMERIC IS NOW AN ERROR - IT USED TO    *
00036B*                     FOLD TO "NO KEY" AND PASS AS CLEAN.     *
00036C*  10/15/2026  RDM   VALIDATES THE NEW "ED" FIELD CONTENT EDIT *
00036D*                     ROWS AND LISTS EACH FIELD'S RULES UNDER  *
00036E*                     IT.  THE RULES ARE HELD UNTIL THE WHOLE  *
00036F*                     FILE IS READ, AS IN DL100TBL, AND VETTED *
00036G*                     BY THE SAME DL100EDT THE RUN JOBS CALL.  *
00036H*  10/15/2026  RDM   VALIDATES AND LISTS THE NEW SENSITIVE      *
00036I*                     FLAGS ON DT AND FL ROWS, AND NOTES A      *
00036J*                     BUSINESS KEY THAT WILL BE MASKED BECAUSE  *
00036K*                     IT OVERLAPS SENSITIVE DATA.               *
000370*--------------------------------------------------------------*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.         DL140TM.
000840     05  WS-FIELD-SUB            PIC 9(02) COMP.
000850     05  WS-PAIR-SUB             PIC 9(02) COMP.
000860     05  WS-LAYOUT-SUB           PIC 9(02) COMP.
000862     05  WS-EDIT-SUB             PIC 9(02) COMP.
000864     05  WS-RULE-SUB             PIC 9(02) COMP.
000866*--------------------------------------------------------------*
000868*    WORKING STORAGE FOR THE FIELD EDIT RULES.  AN ED ROW MAY   *
00086A*    COME BEFORE ITS FIELD'S FL ROW, SO THE RULES ARE HELD,     *
00086B*    WITH THEIR ROW NUMBERS, UNTIL THE END OF THE FILE.         *
00086C*--------------------------------------------------------------*
00086D 01  WS-EDIT-PENDING.
00086E     05  WS-EP-COUNT             PIC 9(02) COMP VALUE ZERO.
00086F     05  WS-EP-ENTRY OCCURS 50 TIMES.
00086G         10  WS-EP-ROW           PIC 9(05) COMP.
00086H         10  WS-EP-FEED          PIC X(04).
00086I         10  WS-EP-FIELD         PIC X(10).
00086J         10  WS-EP-RULE          PIC X(01).
00086K         10  WS-EP-ARG           PIC X(30).
00086L 01  WS-EDIT-CALL-FIELDS.
00086M     05  WS-EDIT-VALUE           PIC X(500) VALUE SPACES.
00086N     05  WS-EDIT-WIDTH           PIC 9(4) COMP.
00086O     05  WS-EDIT-RESULT          PIC X(01).
00086P     05  WS-EDIT-TEXT            PIC X(60).
00086Q     05  WS-LIST-RULE            PIC X(01).
00086R     05  WS-LIST-ARG             PIC X(30).
000870*--------------------------------------------------------------*
000880*    WORKING STORAGE FOR THE OVERLAP CHECK AND EDIT FIELDS      *
000890*--------------------------------------------------------------*
000990     05  WS-RPT-LIMIT            PIC Z,ZZ9.
001000     05  WS-RPT-OFFSET           PIC Z,ZZ9.
001010     05  WS-RPT-LENGTH           PIC Z,ZZ9.
001012*    THE BUSINESS-KEY OVERLAP CHECK FOR THE SENSITIVE FLAGS
001013 01  WS-KEY-CHECK-FIELDS.
001014     05  WS-KEY-END              PIC 9(04) COMP.
001015     05  WS-FLD-END              PIC 9(04) COMP.
001016     05  WS-KEY-MASKED-SWITCH    PIC X(01).
001017         88  WS-KEY-MASKED                VALUE "Y".
001020*
001030 PROCEDURE DIVISION.
001040*--------------------------------------------------------------*
001820             THRU 2200-EXIT
001830         GO TO 2000-NEXT
001840     END-IF.
001842     IF FD-RECORD-TYPE = "ED" THEN
001844         PERFORM 2300-CHECK-ED-ROW
001846             THRU 2300-EXIT
001848         GO TO 2000-NEXT
00184A     END-IF.
001850     PERFORM 8100-PRINT-ROW-ERROR
001860         THRU 8100-EXIT.
001870     MOVE SPACES TO RP-RECORD.
02598L             WRITE RP-RECORD
02598M         END-IF
002599     END-IF.
00259A     IF FD-SENSITIVE = "Y" THEN
00259B         MOVE "Y" TO DT-SENSITIVE(DT-FEED-COUNT)
00259C     ELSE
00259D         MOVE "N" TO DT-SENSITIVE(DT-FEED-COUNT)
00259E     END-IF.
002600     IF FD-TRUNC-STYLE NOT = "C"
002610         AND FD-TRUNC-STYLE NOT = "W"
002620         AND FD-TRUNC-STYLE NOT = "S"
00296O             WRITE RP-RECORD
00296P         END-IF
00296Q     END-IF.
00296R     PERFORM 2120-CHECK-DT-SENSITIVE
00296S         THRU 2120-EXIT.
002970 2100-EXIT.
002980     EXIT.
002990*--------------------------------------------------------------*
003050     END-IF.
003060 2110-EXIT.
003070     EXIT.
00307A*--------------------------------------------------------------*
00307B*    2120-CHECK-DT-SENSITIVE  -  THE FEED'S SENSITIVE FLAG IS   *
00307C*                       "Y", "N" OR BLANK (NOT SENSITIVE)        *
00307D*--------------------------------------------------------------*
00307E 2120-CHECK-DT-SENSITIVE.
00307F     IF FD-SENSITIVE NOT = "Y"
00307G         AND FD-SENSITIVE NOT = "N"
00307H         AND FD-SENSITIVE NOT = SPACE
00307I         PERFORM 8100-PRINT-ROW-ERROR
00307J             THRU 8100-EXIT
00307K         MOVE SPACES TO RP-RECORD
00307L         STRING "    UNKNOWN SENSITIVE FLAG " FD-SENSITIVE
00307M             " FOR FEED " FD-FEED-CODE
00307N             DELIMITED BY SIZE INTO RP-RECORD
00307O         WRITE RP-RECORD
00307P     END-IF.
00307Q 2120-EXIT.
00307R     EXIT.
003080*--------------------------------------------------------------*
003090*    2200-CHECK-FL-ROW  -  VALIDATE ONE FIELD-LAYOUT ROW AND    *
003100*                       LOAD IT FOR THE CROSS CHECKS             *
003660         TO FL-FIELD-LIMIT(WS-HIT-SUB, WS-FIELD-SUB).
003670     MOVE FD-FIELD-MB
003680         TO FL-FIELD-MB(WS-HIT-SUB, WS-FIELD-SUB).
003682     MOVE ZERO TO FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB).
003683     IF FD-FIELD-SENSITIVE = "Y" THEN
003684         MOVE "Y" TO FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB)
003685     ELSE
003686         MOVE "N" TO FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB)
003687     END-IF.
003690     IF FD-FIELD-OFFSET = ZERO OR FD-FIELD-LENGTH = ZERO THEN
003700         PERFORM 8100-PRINT-ROW-ERROR
003710             THRU 8100-EXIT
003840             DELIMITED BY SIZE INTO RP-RECORD
003850         WRITE RP-RECORD
003860     END-IF.
003861     IF FD-FIELD-SENSITIVE NOT = "Y"
003862         AND FD-FIELD-SENSITIVE NOT = "N"
003863         AND FD-FIELD-SENSITIVE NOT = SPACE
003864         PERFORM 8100-PRINT-ROW-ERROR
003865             THRU 8100-EXIT
003866         MOVE SPACES TO RP-RECORD
003867         STRING "    UNKNOWN SENSITIVE FLAG " FD-FIELD-SENSITIVE
003868             " FOR FIELD " FD-FIELD-NAME " OF FEED " FD-FEED-CODE
003869             DELIMITED BY SIZE INTO RP-RECORD
00386A         WRITE RP-RECORD
00386B     END-IF.
003870 2200-EXIT.
003880     EXIT.
003890*--------------------------------------------------------------*
003950     END-IF.
003960 2210-EXIT.
003970     EXIT.
003971*--------------------------------------------------------------*
003972*    2300-CHECK-ED-ROW  -  VALIDATE ONE FIELD EDIT RULE ROW     *
003973*                       AND HOLD IT FOR THE CROSS CHECKS - ITS   *
003974*                       FIELD MAY NOT HAVE BEEN READ YET         *
003975*--------------------------------------------------------------*
003976 2300-CHECK-ED-ROW.
003977     IF FD-FEED-CODE = SPACES
003978         OR FD-EDIT-FIELD-NAME = SPACES
003979         PERFORM 8100-PRINT-ROW-ERROR
00397A             THRU 8100-EXIT
00397B         MOVE SPACES TO RP-RECORD
00397C         STRING "    ED ROW WITH NO FEED CODE OR FIELD NAME"
00397D             DELIMITED BY SIZE INTO RP-RECORD
00397E         WRITE RP-RECORD
00397F         GO TO 2300-EXIT
00397G     END-IF.
00397H     IF FD-EDIT-RULE NOT = "R"
00397I         AND FD-EDIT-RULE NOT = "N"
00397J         AND FD-EDIT-RULE NOT = "D"
00397K         AND FD-EDIT-RULE NOT = "C"
00397L         PERFORM 8100-PRINT-ROW-ERROR
00397M             THRU 8100-EXIT
00397N         MOVE SPACES TO RP-RECORD
00397O         STRING "    UNKNOWN EDIT RULE " FD-EDIT-RULE
00397P             " FOR FIELD " FD-EDIT-FIELD-NAME
00397Q             " OF FEED " FD-FEED-CODE
00397R             DELIMITED BY SIZE INTO RP-RECORD
00397S         WRITE RP-RECORD
00397T         GO TO 2300-EXIT
00397U     END-IF.
00397V     IF WS-EP-COUNT >= 50 THEN
00397W         PERFORM 8100-PRINT-ROW-ERROR
00397X             THRU 8100-EXIT
00397Y         MOVE SPACES TO RP-RECORD
00397Z         STRING "    MORE THAN 50 EDIT RULES - RULE FOR "
003980             FD-EDIT-FIELD-NAME " NOT LOADED"
003981             DELIMITED BY SIZE INTO RP-RECORD
003982         WRITE RP-RECORD
003983         GO TO 2300-EXIT
003984     END-IF.
003985     ADD 1 TO WS-EP-COUNT.
003986     MOVE WS-ROW-NUMBER TO WS-EP-ROW(WS-EP-COUNT).
003987     MOVE FD-FEED-CODE TO WS-EP-FEED(WS-EP-COUNT).
003988     MOVE FD-EDIT-FIELD-NAME TO WS-EP-FIELD(WS-EP-COUNT).
003989     MOVE FD-EDIT-RULE TO WS-EP-RULE(WS-EP-COUNT).
00398A     MOVE FD-EDIT-ARG TO WS-EP-ARG(WS-EP-COUNT).
00398B 2300-EXIT.
00398C     EXIT.
00398D*--------------------------------------------------------------*
003990*    3000-CROSS-CHECK-FEEDS  -  CHECKS THAT NEED THE WHOLE      *
004000*                       FILE LOADED: A LAYOUT WITH NO DT ROW,    *
004010*                       FIELDS PAST THE SOURCE WIDTH AND         *
004020*                       OVERLAPPING FIELD OFFSETS, AND EDIT      *
004022*                       RULES FOR FIELDS THAT ARE NOT THERE      *
004030*--------------------------------------------------------------*
004040 3000-CROSS-CHECK-FEEDS.
004050     PERFORM 3100-CROSS-CHECK-LAYOUT
004060         THRU 3100-EXIT
004070         VARYING WS-LAYOUT-SUB FROM 1 BY 1
004080         UNTIL WS-LAYOUT-SUB > FL-FEED-COUNT.
004082     PERFORM 3400-CHECK-EDIT-RULE
004084         THRU 3400-EXIT
004086         VARYING WS-EDIT-SUB FROM 1 BY 1
004088         UNTIL WS-EDIT-SUB > WS-EP-COUNT.
004090 3000-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004940     END-IF.
004950 3300-EXIT.
004960     EXIT.
004961*--------------------------------------------------------------*
004962*    3400-CHECK-EDIT-RULE  -  FIND ONE HELD RULE'S FIELD, ASK   *
004963*                       DL100EDT WHETHER THE RULE CAN BE USED ON *
004964*                       A FIELD THAT WIDE, AND ATTACH IT FOR THE *
004965*                       LISTING.  THE WHOLE FILE HAS BEEN READ,  *
004966*                       SO THE ROW COUNTER IS FREE TO CARRY THE  *
004967*                       HELD RULE'S ROW NUMBER TO THE ERROR LINE.*
004968*--------------------------------------------------------------*
004969 3400-CHECK-EDIT-RULE.
00496A     MOVE WS-EP-ROW(WS-EDIT-SUB) TO WS-ROW-NUMBER.
00496B     MOVE ZERO TO WS-HIT-SUB.
00496C     PERFORM 3410-SCAN-LAYOUT-FOR-EDIT
00496D         THRU 3410-EXIT
00496E         VARYING WS-SCAN-SUB FROM 1 BY 1
00496F         UNTIL WS-SCAN-SUB > FL-FEED-COUNT
00496G         OR WS-HIT-SUB > ZERO.
00496H     MOVE ZERO TO WS-FIELD-SUB.
00496I     IF WS-HIT-SUB > ZERO THEN
00496J         PERFORM 3420-SCAN-FIELD-FOR-EDIT
00496K             THRU 3420-EXIT
00496L             VARYING WS-SCAN-SUB FROM 1 BY 1
00496M             UNTIL WS-SCAN-SUB > FL-FIELD-COUNT(WS-HIT-SUB)
00496N             OR WS-FIELD-SUB > ZERO
00496O     END-IF.
00496P     IF WS-FIELD-SUB = ZERO THEN
00496Q         PERFORM 8100-PRINT-ROW-ERROR
00496R             THRU 8100-EXIT
00496S         MOVE SPACES TO RP-RECORD
00496T         STRING "    EDIT RULE FOR FIELD "
00496U             WS-EP-FIELD(WS-EDIT-SUB)
00496V             " OF FEED " WS-EP-FEED(WS-EDIT-SUB)
00496W             " - NO SUCH FL ROW"
00496X             DELIMITED BY SIZE INTO RP-RECORD
00496Y         WRITE RP-RECORD
00496Z         GO TO 3400-EXIT
004970     END-IF.
004971     MOVE FL-FIELD-LENGTH(WS-HIT-SUB, WS-FIELD-SUB)
004972         TO WS-EDIT-WIDTH.
004973     CALL "DL100EDT" USING WS-EDIT-VALUE WS-EDIT-WIDTH
004974         WS-EP-RULE(WS-EDIT-SUB) WS-EP-ARG(WS-EDIT-SUB)
004975         FL-FIELD-MB(WS-HIT-SUB, WS-FIELD-SUB) WS-EDIT-RESULT.
004976     IF WS-EDIT-RESULT = "B" THEN
004977         PERFORM 8100-PRINT-ROW-ERROR
004978             THRU 8100-EXIT
004979         MOVE SPACES TO RP-RECORD
00497A         IF WS-EP-RULE(WS-EDIT-SUB) = "D" THEN
00497B             STRING "    BAD OR TOO WIDE DATE FORMAT FOR FIELD "
00497C                 WS-EP-FIELD(WS-EDIT-SUB)
00497D                 " OF FEED " WS-EP-FEED(WS-EDIT-SUB)
00497E                 DELIMITED BY SIZE INTO RP-RECORD
00497F         ELSE
00497G             STRING "    UNKNOWN CHARACTER CLASS FOR FIELD "
00497H                 WS-EP-FIELD(WS-EDIT-SUB)
00497I                 " OF FEED " WS-EP-FEED(WS-EDIT-SUB)
00497J                 DELIMITED BY SIZE INTO RP-RECORD
00497K         END-IF
00497L         WRITE RP-RECORD
00497M         GO TO 3400-EXIT
00497N     END-IF.
00497O     IF FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB) >= 4 THEN
00497P         PERFORM 8100-PRINT-ROW-ERROR
00497Q             THRU 8100-EXIT
00497R         MOVE SPACES TO RP-RECORD
00497S         STRING "    MORE THAN 4 EDIT RULES FOR FIELD "
00497T             WS-EP-FIELD(WS-EDIT-SUB)
00497U             " OF FEED " WS-EP-FEED(WS-EDIT-SUB)
00497V             DELIMITED BY SIZE INTO RP-RECORD
00497W         WRITE RP-RECORD
00497X         GO TO 3400-EXIT
00497Y     END-IF.
00497Z     ADD 1 TO FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB).
004980     MOVE FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB)
004981         TO WS-RULE-SUB.
004982     MOVE WS-EP-RULE(WS-EDIT-SUB)
004983         TO FL-EDIT-RULE(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB).
004984     MOVE WS-EP-ARG(WS-EDIT-SUB)
004985         TO FL-EDIT-ARG(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB).
004986 3400-EXIT.
004987     EXIT.
004988*--------------------------------------------------------------*
004989*    3410-SCAN-LAYOUT-FOR-EDIT  -  MATCH ONE LAYOUT ROW          *
00498A*--------------------------------------------------------------*
00498B 3410-SCAN-LAYOUT-FOR-EDIT.
00498C     IF FL-CODE(WS-SCAN-SUB) = WS-EP-FEED(WS-EDIT-SUB)
00498D         MOVE WS-SCAN-SUB TO WS-HIT-SUB
00498E     END-IF.
00498F 3410-EXIT.
00498G     EXIT.
00498H*--------------------------------------------------------------*
00498I*    3420-SCAN-FIELD-FOR-EDIT  -  MATCH ONE FIELD OF THE LAYOUT *
00498J*--------------------------------------------------------------*
00498K 3420-SCAN-FIELD-FOR-EDIT.
00498L     IF FL-FIELD-NAME(WS-HIT-SUB, WS-SCAN-SUB)
00498M         = WS-EP-FIELD(WS-EDIT-SUB)
00498N         MOVE WS-SCAN-SUB TO WS-FIELD-SUB
00498O     END-IF.
00498P 3420-EXIT.
00498Q     EXIT.
00498R*--------------------------------------------------------------*
00498S*    8100-PRINT-ROW-ERROR  -  FLAG ONE BAD ROW WITH ITS ROW     *
004990*                       NUMBER; THE CALLER PRINTS THE DETAIL     *
005000*--------------------------------------------------------------*
005010 8100-PRINT-ROW-ERROR.
005530         "  LIMIT " WS-RPT-LIMIT
005540         "  STYLE " DT-TRUNC-STYLE(WS-FEED-SUB)
005550         "  MARKER " DT-MARKER(WS-FEED-SUB)
005555         "  SENSITIVE " DT-SENSITIVE(WS-FEED-SUB)
005560         DELIMITED BY SIZE INTO RP-RECORD.
005570     WRITE RP-RECORD.
005571     IF DT-KEY-LENGTH(WS-FEED-SUB) > ZERO THEN
005610         VARYING WS-SCAN-SUB FROM 1 BY 1
005620         UNTIL WS-SCAN-SUB > FL-FEED-COUNT
005630         OR WS-HIT-SUB > ZERO.
005631     IF DT-KEY-LENGTH(WS-FEED-SUB) > ZERO THEN
005632         PERFORM 9120-CHECK-KEY-MASKED
005633             THRU 9120-EXIT
005634     END-IF.
005640     IF WS-HIT-SUB = ZERO THEN
005650         MOVE "  PROCESSED AS A SINGLE VALUE" TO RP-RECORD
005660         WRITE RP-RECORD
005980         "  LENGTH " WS-RPT-LENGTH
005990         "  LIMIT " WS-RPT-LIMIT
006000         "  MB " FL-FIELD-MB(WS-HIT-SUB, WS-FIELD-SUB)
006005         "  SENSITIVE "
006007         FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB)
006010         DELIMITED BY SIZE INTO RP-RECORD.
006020     WRITE RP-RECORD.
006022     PERFORM 9210-PRINT-ONE-EDIT
006024         THRU 9210-EXIT
006026         VARYING WS-RULE-SUB FROM 1 BY 1
006028         UNTIL WS-RULE-SUB
006029             > FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB).
006030 9200-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------*
006060*    9210-PRINT-ONE-EDIT  -  ONE CONTENT EDIT RULE OF A FIELD,  *
006070*                       SPELLED OUT                              *
006080*--------------------------------------------------------------*
006090 9210-PRINT-ONE-EDIT.
006100     MOVE FL-EDIT-RULE(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB)
006110         TO WS-LIST-RULE.
006120     MOVE FL-EDIT-ARG(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB)
006130         TO WS-LIST-ARG.
006140     MOVE SPACES TO WS-EDIT-TEXT.
006150     IF WS-LIST-RULE = "R" THEN
006160         MOVE "REQUIRED - MAY NOT BE BLANK" TO WS-EDIT-TEXT
006170     END-IF.
006180     IF WS-LIST-RULE = "N" THEN
006190         MOVE "NUMERIC ONLY" TO WS-EDIT-TEXT
006200     END-IF.
006210     IF WS-LIST-RULE = "D" THEN
006220         STRING "VALID DATE " WS-LIST-ARG
006230             DELIMITED BY SIZE INTO WS-EDIT-TEXT
006240     END-IF.
006250     IF WS-LIST-RULE = "C" THEN
006260         IF WS-LIST-ARG(1:1) = "A" THEN
006270             STRING "ALLOWED LETTERS " WS-LIST-ARG(2:29)
006280                 DELIMITED BY SIZE INTO WS-EDIT-TEXT
006290         END-IF
006300         IF WS-LIST-ARG(1:1) = "X" THEN
006310             STRING "ALLOWED LETTERS, DIGITS " WS-LIST-ARG(2:29)
006320                 DELIMITED BY SIZE INTO WS-EDIT-TEXT
006330         END-IF
006340         IF WS-LIST-ARG(1:1) = "9" THEN
006350             STRING "ALLOWED DIGITS " WS-LIST-ARG(2:29)
006360                 DELIMITED BY SIZE INTO WS-EDIT-TEXT
006370         END-IF
006380         IF WS-LIST-ARG(1:1) = "L" THEN
006390             STRING "ALLOWED ONLY " WS-LIST-ARG(2:29)
006400                 DELIMITED BY SIZE INTO WS-EDIT-TEXT
006410         END-IF
006420     END-IF.
006430     MOVE SPACES TO RP-RECORD.
006440     STRING "      EDIT " WS-EDIT-TEXT
006450         DELIMITED BY SIZE INTO RP-RECORD.
006460     WRITE RP-RECORD.
006470 9210-EXIT.
006480     EXIT.
006490*--------------------------------------------------------------*
006500*    9120-CHECK-KEY-MASKED  -  A BUSINESS KEY INSIDE SENSITIVE  *
006510*                       DATA IS MASKED ON THE EXCEPTION, REJECT  *
006520*                       AND DUPLICATE FILES, SO THE DL190IQ      *
006530*                       INQUIRY CANNOT FIND THE FEED'S ACCOUNTS  *
006540*                       - SAY SO ON THE LISTING                  *
006550*--------------------------------------------------------------*
006560 9120-CHECK-KEY-MASKED.
006570     MOVE DT-SENSITIVE(WS-FEED-SUB) TO WS-KEY-MASKED-SWITCH.
006580     ADD DT-KEY-OFFSET(WS-FEED-SUB) DT-KEY-LENGTH(WS-FEED-SUB)
006590         GIVING WS-KEY-END.
006600     SUBTRACT 1 FROM WS-KEY-END.
006610     IF WS-HIT-SUB > ZERO THEN
006620         PERFORM 9130-CHECK-KEY-FIELD
006630             THRU 9130-EXIT
006640             VARYING WS-FIELD-SUB FROM 1 BY 1
006650             UNTIL WS-FIELD-SUB > FL-FIELD-COUNT(WS-HIT-SUB)
006660     END-IF.
006670     IF WS-KEY-MASKED THEN
006680         MOVE "  BUSINESS KEY OVERLAPS SENSITIVE DATA - MASKED"
006690             TO RP-RECORD
006700         WRITE RP-RECORD
006710     END-IF.
006720 9120-EXIT.
006730     EXIT.
006740*--------------------------------------------------------------*
006750*    9130-CHECK-KEY-FIELD  -  DOES ONE SENSITIVE FIELD SHARE    *
006760*                       ANY BYTE WITH THE BUSINESS KEY           *
006770*--------------------------------------------------------------*
006780 9130-CHECK-KEY-FIELD.
006790     IF FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB) NOT = "Y"
006800         GO TO 9130-EXIT
006810     END-IF.
006820     ADD FL-FIELD-OFFSET(WS-HIT-SUB, WS-FIELD-SUB)
006830         FL-FIELD-LENGTH(WS-HIT-SUB, WS-FIELD-SUB)
006840         GIVING WS-FLD-END.
006850     SUBTRACT 1 FROM WS-FLD-END.
006860     IF FL-FIELD-OFFSET(WS-HIT-SUB, WS-FIELD-SUB)
006870             NOT > WS-KEY-END
006880         AND WS-FLD-END NOT < DT-KEY-OFFSET(WS-FEED-SUB)
006890         MOVE "Y" TO WS-KEY-MASKED-SWITCH
006900     END-IF.
006910 9130-EXIT.
006920     EXIT.
