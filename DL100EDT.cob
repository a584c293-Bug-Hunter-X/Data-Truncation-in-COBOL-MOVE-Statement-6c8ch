000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL100EDT                                        *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                                *
000160*  REMARKS.     SHARED FIELD CONTENT EDIT SUBPROGRAM.  APPLIES  *
000170*               ONE FEEDDEF "ED" RULE (DL100FD) TO ONE FIELD    *
000180*               VALUE, SO DL100MN AND DL110RR JUDGE A FIELD THE *
000190*               SAME WAY AND DL100TBL/DL140TM CAN ASK WHETHER A *
000200*               RULE IS USABLE AT ALL.  THE CALLER OWNS THE     *
000210*               STORAGE, AS WITH DL100TRN.                      *
000220*               LK-EDIT-VALUE HOLDS THE FIELD LEFT-JUSTIFIED IN *
000230*               ITS FIRST LK-EDIT-WIDTH BYTES.                  *
000240*               LK-EDIT-RESULT ON RETURN:                       *
000250*                 "Y" - THE VALUE PASSES THE RULE               *
000260*                 "N" - THE VALUE FAILS THE RULE                *
000270*                 "B" - THE RULE ITSELF IS UNUSABLE (UNKNOWN    *
000280*                       RULE, BAD DATE FORMAT OR ONE WIDER THAN *
000290*                       THE FIELD, UNKNOWN CHARACTER CLASS).    *
000300*                       CHECKED BEFORE THE VALUE, SO A CALL     *
000310*                       WITH A BLANK VALUE VALIDATES THE RULE.  *
000320*               A BLANK VALUE PASSES EVERY RULE BUT "R" - A     *
000330*               FIELD THAT MAY NOT BE EMPTY SAYS SO WITH ITS    *
000340*               OWN "R" RULE.                                   *
000350*                                                                *
000360*  MODIFICATION HISTORY.                                        *
000370*  DATE        BY    DESCRIPTION                                *
000380*  ----------  ----  -------------------------------------      *
000390*  10/15/2026  RDM   INITIAL VERSION.                           *
000400*--------------------------------------------------------------*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.         DL100EDT.
000430 AUTHOR.             R. MARCHETTI.
000440 INSTALLATION.       DATA QUALITY SYSTEMS.
000450 DATE-WRITTEN.       10/15/2026.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490*
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520 01  WS-SCAN-FIELDS.
000530     05  WS-SCAN-POS             PIC 9(4) COMP.
000540     05  WS-VALUE-LENGTH         PIC 9(4) COMP.
000550     05  WS-FIRST-POS            PIC 9(4) COMP.
000560     05  WS-HIT-COUNT            PIC 9(4) COMP.
000570     05  WS-BYTE                 PIC X(01).
000580     05  WS-FMT-BYTE             PIC X(01).
000590 01  WS-FORMAT-FIELDS.
000600     05  WS-FMT-LENGTH           PIC 9(4) COMP.
000610     05  WS-YEAR-POS             PIC 9(4) COMP.
000620     05  WS-YEAR-SIZE            PIC 9(4) COMP.
000630     05  WS-MONTH-POS            PIC 9(4) COMP.
000640     05  WS-MONTH-SIZE           PIC 9(4) COMP.
000650     05  WS-DAY-POS              PIC 9(4) COMP.
000660     05  WS-DAY-SIZE             PIC 9(4) COMP.
000670     05  WS-FMT-BAD-SWITCH       PIC X(01).
000680         88  WS-FMT-BAD                   VALUE "Y".
000690     05  WS-YEAR-MASK            PIC X(04) VALUE "YYYY".
000700 01  WS-DATE-FIELDS.
000710     05  WS-YEAR                 PIC 9(04).
000720     05  WS-YY                   PIC 9(02).
000730     05  WS-MONTH                PIC 9(02).
000740     05  WS-DAY                  PIC 9(02).
000750     05  WS-MAX-DAY              PIC 9(02).
000760     05  WS-LEAP-QUOTIENT        PIC 9(04) COMP.
000770     05  WS-LEAP-REM-4           PIC 9(04) COMP.
000780     05  WS-LEAP-REM-100         PIC 9(04) COMP.
000790     05  WS-LEAP-REM-400         PIC 9(04) COMP.
000800 01  WS-MONTH-DAYS-VALUES        PIC X(24)
000810                     VALUE "312831303130313130313031".
000820 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000830     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
000840*
000850 LINKAGE SECTION.
000860 01  LK-EDIT-VALUE               PIC X(500).
000870 01  LK-EDIT-WIDTH               PIC 9(4) COMP.
000880 01  LK-EDIT-RULE                PIC X(01).
000890 01  LK-EDIT-ARG                 PIC X(30).
000900 01  LK-MULTIBYTE-SWITCH         PIC X(01).
000910 01  LK-EDIT-RESULT              PIC X(01).
000920*
000930 PROCEDURE DIVISION USING LK-EDIT-VALUE LK-EDIT-WIDTH
000940         LK-EDIT-RULE LK-EDIT-ARG LK-MULTIBYTE-SWITCH
000950         LK-EDIT-RESULT.
000960*--------------------------------------------------------------*
000970*    0000-MAINLINE                                              *
000980*--------------------------------------------------------------*
000990 0000-MAINLINE.
001000     MOVE "Y" TO LK-EDIT-RESULT.
001010     PERFORM 1000-CHECK-RULE
001020         THRU 1000-EXIT.
001030     IF LK-EDIT-RESULT = "B" THEN
001040         GOBACK
001050     END-IF.
001060     PERFORM 1500-MEASURE-VALUE
001070         THRU 1500-EXIT.
001080     IF LK-EDIT-RULE = "R" THEN
001090         IF WS-VALUE-LENGTH = ZERO THEN
001100             MOVE "N" TO LK-EDIT-RESULT
001110         END-IF
001120         GOBACK
001130     END-IF.
001140     IF WS-VALUE-LENGTH = ZERO THEN
001150         GOBACK
001160     END-IF.
001170     IF LK-EDIT-RULE = "N" THEN
001180         PERFORM 2000-EDIT-NUMERIC
001190             THRU 2000-EXIT
001200     END-IF.
001210     IF LK-EDIT-RULE = "D" THEN
001220         PERFORM 3000-EDIT-DATE
001230             THRU 3000-EXIT
001240     END-IF.
001250     IF LK-EDIT-RULE = "C" THEN
001260         PERFORM 4000-EDIT-CHARACTERS
001270             THRU 4000-EXIT
001280     END-IF.
001290     GOBACK.
001300*--------------------------------------------------------------*
001310*    1000-CHECK-RULE  -  IS THE RULE ONE WE KNOW, WITH AN       *
001320*                       ARGUMENT WE CAN USE?                     *
001330*--------------------------------------------------------------*
001340 1000-CHECK-RULE.
001350     IF LK-EDIT-RULE = "R" OR LK-EDIT-RULE = "N" THEN
001360         GO TO 1000-EXIT
001370     END-IF.
001380     IF LK-EDIT-RULE = "D" THEN
001390         PERFORM 1100-CHECK-DATE-FORMAT
001400             THRU 1100-EXIT
001410         GO TO 1000-EXIT
001420     END-IF.
001430     IF LK-EDIT-RULE = "C" THEN
001440         IF LK-EDIT-ARG(1:1) NOT = "A"
001450             AND LK-EDIT-ARG(1:1) NOT = "X"
001460             AND LK-EDIT-ARG(1:1) NOT = "9"
001470             AND LK-EDIT-ARG(1:1) NOT = "L"
001480             MOVE "B" TO LK-EDIT-RESULT
001490         END-IF
001500         IF LK-EDIT-ARG(1:1) = "L"
001510             AND LK-EDIT-ARG(2:29) = SPACES
001520             MOVE "B" TO LK-EDIT-RESULT
001530         END-IF
001540         GO TO 1000-EXIT
001550     END-IF.
001560     MOVE "B" TO LK-EDIT-RESULT.
001570 1000-EXIT.
001580     EXIT.
001590*--------------------------------------------------------------*
001600*    1100-CHECK-DATE-FORMAT  -  THE FORMAT NEEDS ONE YYYY OR YY, *
001610*                       ONE MM AND ONE DD, EACH IN ONE PIECE;    *
001620*                       ANY OTHER BYTE IS A SEPARATOR THE VALUE  *
001630*                       MUST CARRY AS IS, AND MAY NOT BE A       *
001640*                       LETTER, DIGIT OR EMBEDDED SPACE.  THE    *
001650*                       FORMAT MUST FIT IN THE FIELD.            *
001660*--------------------------------------------------------------*
001670 1100-CHECK-DATE-FORMAT.
001680     MOVE 30 TO WS-FMT-LENGTH.
001690     PERFORM 1110-TRIM-FORMAT-BYTE
001700         THRU 1110-EXIT
001710         UNTIL WS-FMT-LENGTH = ZERO
001720         OR LK-EDIT-ARG(WS-FMT-LENGTH:1) NOT = SPACE.
001730     IF WS-FMT-LENGTH = ZERO
001740         OR WS-FMT-LENGTH > LK-EDIT-WIDTH
001750         MOVE "B" TO LK-EDIT-RESULT
001760         GO TO 1100-EXIT
001770     END-IF.
001780     MOVE ZERO TO WS-YEAR-POS.
001790     MOVE ZERO TO WS-YEAR-SIZE.
001800     MOVE ZERO TO WS-MONTH-POS.
001810     MOVE ZERO TO WS-MONTH-SIZE.
001820     MOVE ZERO TO WS-DAY-POS.
001830     MOVE ZERO TO WS-DAY-SIZE.
001840     MOVE "N" TO WS-FMT-BAD-SWITCH.
001850     PERFORM 1120-SCAN-FORMAT-BYTE
001860         THRU 1120-EXIT
001870         VARYING WS-SCAN-POS FROM 1 BY 1
001880         UNTIL WS-SCAN-POS > WS-FMT-LENGTH.
001890     IF WS-FMT-BAD
001900         OR (WS-YEAR-SIZE NOT = 2 AND WS-YEAR-SIZE NOT = 4)
001910         OR WS-MONTH-SIZE NOT = 2
001920         OR WS-DAY-SIZE NOT = 2
001930         MOVE "B" TO LK-EDIT-RESULT
001940         GO TO 1100-EXIT
001950     END-IF.
001960*    EACH PART IN ONE PIECE - "YYMMYY" HAS FOUR Y'S BUT NO YEAR.
001970     IF LK-EDIT-ARG(WS-YEAR-POS:WS-YEAR-SIZE)
001980             NOT = WS-YEAR-MASK(1:WS-YEAR-SIZE)
001990         OR LK-EDIT-ARG(WS-MONTH-POS:2) NOT = "MM"
002000         OR LK-EDIT-ARG(WS-DAY-POS:2) NOT = "DD"
002010         MOVE "B" TO LK-EDIT-RESULT
002020     END-IF.
002030 1100-EXIT.
002040     EXIT.
002050*--------------------------------------------------------------*
002060*    1110-TRIM-FORMAT-BYTE  -  BACK UP ONE BYTE                 *
002070*--------------------------------------------------------------*
002080 1110-TRIM-FORMAT-BYTE.
002090     SUBTRACT 1 FROM WS-FMT-LENGTH.
002100 1110-EXIT.
002110     EXIT.
002120*--------------------------------------------------------------*
002130*    1120-SCAN-FORMAT-BYTE  -  COUNT ONE FORMAT BYTE INTO ITS   *
002140*                       PART, OR VET IT AS A SEPARATOR           *
002150*--------------------------------------------------------------*
002160 1120-SCAN-FORMAT-BYTE.
002170     MOVE LK-EDIT-ARG(WS-SCAN-POS:1) TO WS-FMT-BYTE.
002180     IF WS-FMT-BYTE = "Y" THEN
002190         IF WS-YEAR-POS = ZERO THEN
002200             MOVE WS-SCAN-POS TO WS-YEAR-POS
002210         END-IF
002220         ADD 1 TO WS-YEAR-SIZE
002230         GO TO 1120-EXIT
002240     END-IF.
002250     IF WS-FMT-BYTE = "M" THEN
002260         IF WS-MONTH-POS = ZERO THEN
002270             MOVE WS-SCAN-POS TO WS-MONTH-POS
002280         END-IF
002290         ADD 1 TO WS-MONTH-SIZE
002300         GO TO 1120-EXIT
002310     END-IF.
002320     IF WS-FMT-BYTE = "D" THEN
002330         IF WS-DAY-POS = ZERO THEN
002340             MOVE WS-SCAN-POS TO WS-DAY-POS
002350         END-IF
002360         ADD 1 TO WS-DAY-SIZE
002370         GO TO 1120-EXIT
002380     END-IF.
002390     IF WS-FMT-BYTE IS ALPHABETIC
002400         OR WS-FMT-BYTE IS NUMERIC
002410         MOVE "Y" TO WS-FMT-BAD-SWITCH
002420     END-IF.
002430 1120-EXIT.
002440     EXIT.
002450*--------------------------------------------------------------*
002460*    1500-MEASURE-VALUE  -  LENGTH OF THE VALUE UP TO ITS LAST  *
002470*                       NON-SPACE BYTE, AND ITS FIRST NON-SPACE  *
002480*                       BYTE.  ZERO LENGTH IS A BLANK FIELD.     *
002490*--------------------------------------------------------------*
002500 1500-MEASURE-VALUE.
002510     MOVE LK-EDIT-WIDTH TO WS-VALUE-LENGTH.
002520     PERFORM 1510-TRIM-VALUE-BYTE
002530         THRU 1510-EXIT
002540         UNTIL WS-VALUE-LENGTH = ZERO
002550         OR LK-EDIT-VALUE(WS-VALUE-LENGTH:1) NOT = SPACE.
002560     MOVE 1 TO WS-FIRST-POS.
002570     IF WS-VALUE-LENGTH > ZERO THEN
002580         PERFORM 1520-SKIP-LEADING-SPACE
002590             THRU 1520-EXIT
002600             UNTIL LK-EDIT-VALUE(WS-FIRST-POS:1) NOT = SPACE
002610     END-IF.
002620 1500-EXIT.
002630     EXIT.
002640*--------------------------------------------------------------*
002650*    1510-TRIM-VALUE-BYTE  -  BACK UP ONE BYTE                  *
002660*--------------------------------------------------------------*
002670 1510-TRIM-VALUE-BYTE.
002680     SUBTRACT 1 FROM WS-VALUE-LENGTH.
002690 1510-EXIT.
002700     EXIT.
002710*--------------------------------------------------------------*
002720*    1520-SKIP-LEADING-SPACE  -  STEP PAST ONE LEADING SPACE    *
002730*--------------------------------------------------------------*
002740 1520-SKIP-LEADING-SPACE.
002750     ADD 1 TO WS-FIRST-POS.
002760 1520-EXIT.
002770     EXIT.
002780*--------------------------------------------------------------*
002790*    2000-EDIT-NUMERIC  -  DIGITS ONLY BETWEEN THE FIRST AND    *
002800*                       LAST NON-SPACE BYTES, SO A RIGHT- OR     *
002810*                       LEFT-JUSTIFIED NUMBER PASSES BUT A SIGN, *
002820*                       POINT OR EMBEDDED SPACE DOES NOT.        *
002830*--------------------------------------------------------------*
002840 2000-EDIT-NUMERIC.
002850     PERFORM 2010-CHECK-DIGIT
002860         THRU 2010-EXIT
002870         VARYING WS-SCAN-POS FROM WS-FIRST-POS BY 1
002880         UNTIL WS-SCAN-POS > WS-VALUE-LENGTH
002890         OR LK-EDIT-RESULT = "N".
002900 2000-EXIT.
002910     EXIT.
002920*--------------------------------------------------------------*
002930*    2010-CHECK-DIGIT  -  TEST ONE BYTE                         *
002940*--------------------------------------------------------------*
002950 2010-CHECK-DIGIT.
002960     IF LK-EDIT-VALUE(WS-SCAN-POS:1) IS NOT NUMERIC THEN
002970         MOVE "N" TO LK-EDIT-RESULT
002980     END-IF.
002990 2010-EXIT.
003000     EXIT.
003010*--------------------------------------------------------------*
003020*    3000-EDIT-DATE  -  THE VALUE MUST MATCH THE FORMAT BYTE    *
003030*                       FOR BYTE FROM THE START OF THE FIELD -   *
003040*                       DIGITS UNDER Y/M/D, THE SEPARATOR        *
003050*                       ELSEWHERE - AND NAME A REAL DAY.  A      *
003060*                       TWO-DIGIT YEAR IS TAKEN AS 20YY FOR THE  *
003070*                       LEAP-YEAR TEST.                          *
003080*--------------------------------------------------------------*
003090 3000-EDIT-DATE.
003100     IF WS-FIRST-POS NOT = 1
003110         OR WS-VALUE-LENGTH NOT = WS-FMT-LENGTH
003120         MOVE "N" TO LK-EDIT-RESULT
003130         GO TO 3000-EXIT
003140     END-IF.
003150     PERFORM 3010-MATCH-FORMAT-BYTE
003160         THRU 3010-EXIT
003170         VARYING WS-SCAN-POS FROM 1 BY 1
003180         UNTIL WS-SCAN-POS > WS-FMT-LENGTH
003190         OR LK-EDIT-RESULT = "N".
003200     IF LK-EDIT-RESULT = "N" THEN
003210         GO TO 3000-EXIT
003220     END-IF.
003230     IF WS-YEAR-SIZE = 4 THEN
003240         MOVE LK-EDIT-VALUE(WS-YEAR-POS:4) TO WS-YEAR
003250     ELSE
003260         MOVE LK-EDIT-VALUE(WS-YEAR-POS:2) TO WS-YY
003270         ADD 2000 WS-YY GIVING WS-YEAR
003280     END-IF.
003290     MOVE LK-EDIT-VALUE(WS-MONTH-POS:2) TO WS-MONTH.
003300     MOVE LK-EDIT-VALUE(WS-DAY-POS:2) TO WS-DAY.
003310     IF WS-MONTH < 1 OR WS-MONTH > 12 THEN
003320         MOVE "N" TO LK-EDIT-RESULT
003330         GO TO 3000-EXIT
003340     END-IF.
003350     MOVE WS-MONTH-DAYS(WS-MONTH) TO WS-MAX-DAY.
003360     IF WS-MONTH = 2 THEN
003370         DIVIDE WS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003380             REMAINDER WS-LEAP-REM-4
003390         DIVIDE WS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003400             REMAINDER WS-LEAP-REM-100
003410         DIVIDE WS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003420             REMAINDER WS-LEAP-REM-400
003430         IF WS-LEAP-REM-4 = ZERO
003440             AND (WS-LEAP-REM-100 NOT = ZERO
003450                 OR WS-LEAP-REM-400 = ZERO)
003460             MOVE 29 TO WS-MAX-DAY
003470         END-IF
003480     END-IF.
003490     IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY THEN
003500         MOVE "N" TO LK-EDIT-RESULT
003510     END-IF.
003520 3000-EXIT.
003530     EXIT.
003540*--------------------------------------------------------------*
003550*    3010-MATCH-FORMAT-BYTE  -  ONE VALUE BYTE AGAINST ONE      *
003560*                       FORMAT BYTE                              *
003570*--------------------------------------------------------------*
003580 3010-MATCH-FORMAT-BYTE.
003590     MOVE LK-EDIT-ARG(WS-SCAN-POS:1) TO WS-FMT-BYTE.
003600     IF WS-FMT-BYTE = "Y" OR WS-FMT-BYTE = "M"
003610         OR WS-FMT-BYTE = "D"
003620         IF LK-EDIT-VALUE(WS-SCAN-POS:1) IS NOT NUMERIC THEN
003630             MOVE "N" TO LK-EDIT-RESULT
003640         END-IF
003650     ELSE
003660         IF LK-EDIT-VALUE(WS-SCAN-POS:1) NOT = WS-FMT-BYTE THEN
003670             MOVE "N" TO LK-EDIT-RESULT
003680         END-IF
003690     END-IF.
003700 3010-EXIT.
003710     EXIT.
003720*--------------------------------------------------------------*
003730*    4000-EDIT-CHARACTERS  -  EVERY BYTE OF THE VALUE MUST BE   *
003740*                       IN THE RULE'S CLASS, IN ITS LIST OF      *
003750*                       EXTRA CHARACTERS, OR A SPACE.            *
003760*--------------------------------------------------------------*
003770 4000-EDIT-CHARACTERS.
003780     PERFORM 4010-CHECK-CHARACTER
003790         THRU 4010-EXIT
003800         VARYING WS-SCAN-POS FROM 1 BY 1
003810         UNTIL WS-SCAN-POS > WS-VALUE-LENGTH
003820         OR LK-EDIT-RESULT = "N".
003830 4000-EXIT.
003840     EXIT.
003850*--------------------------------------------------------------*
003860*    4010-CHECK-CHARACTER  -  TEST ONE BYTE.  ON A MULTIBYTE    *
003870*                       FIELD THE HIGH-ORDER BYTES OF A          *
003880*                       NATIONAL CHARACTER COUNT AS LETTERS.     *
003890*--------------------------------------------------------------*
003900 4010-CHECK-CHARACTER.
003910     MOVE LK-EDIT-VALUE(WS-SCAN-POS:1) TO WS-BYTE.
003920     IF WS-BYTE = SPACE THEN
003930         GO TO 4010-EXIT
003940     END-IF.
003950     IF LK-EDIT-ARG(1:1) = "A" OR LK-EDIT-ARG(1:1) = "X" THEN
003960         IF WS-BYTE IS ALPHABETIC THEN
003970             GO TO 4010-EXIT
003980         END-IF
003990         IF WS-BYTE > "~" AND LK-MULTIBYTE-SWITCH = "Y" THEN
004000             GO TO 4010-EXIT
004010         END-IF
004020     END-IF.
004030     IF LK-EDIT-ARG(1:1) = "X" OR LK-EDIT-ARG(1:1) = "9" THEN
004040         IF WS-BYTE IS NUMERIC THEN
004050             GO TO 4010-EXIT
004060         END-IF
004070     END-IF.
004080     MOVE ZERO TO WS-HIT-COUNT.
004090     INSPECT LK-EDIT-ARG(2:29) TALLYING WS-HIT-COUNT
004100         FOR ALL WS-BYTE.
004110     IF WS-HIT-COUNT = ZERO THEN
004120         MOVE "N" TO LK-EDIT-RESULT
004130     END-IF.
004140 4010-EXIT.
004150     EXIT.
