000260*                 "NF" - NO CONTROL FILE - TABLES LEFT EMPTY    *
000270*                 "ER" - ONE OR MORE ROWS SKIPPED (BAD NUMERIC, *
000280*                        UNKNOWN TYPE, TABLE FULL, FL ROW FOR   *
000290*                        A FEED WITH NO DT ROW, ED RULE FOR A   *
000292*                        FIELD WITH NO FL ROW OR ONE DL100EDT   *
000294*                        CANNOT USE).  THE ROWS THAT            *
000300*                        DID LOAD ARE USABLE; DL140TM GIVES THE *
000310*                        FULL DIAGNOSIS.                        *
000320*                                                                *
00038G*                     "ER" CONTRACT ABOVE ALWAYS PROMISED -   *
00038H*                     THE LOOKUPS GO THROUGH THE DT TABLE, SO *
00038I*                     SUCH A LAYOUT CAN NEVER BE REACHED.     *
00038J*  10/15/2026  RDM   LOADS THE NEW "ED" FIELD CONTENT EDIT     *
00038K*                     ROWS ONTO THEIR DL100FL FIELDS.  THEY   *
00038L*                     ARE HELD UNTIL THE WHOLE FILE IS READ   *
00038M*                     (FILE ORDER IS FREE) AND EACH RULE IS   *
00038N*                     VETTED BY DL100EDT BEFORE IT ATTACHES.  *
00038O*  10/15/2026  RDM   LOADS THE PERSONAL-DATA FLAGS OFF THE DT  *
00038P*                     AND FL ROWS; ANYTHING BUT "Y" LOADS AS  *
00038Q*                     "N".                                    *
000390*--------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.         DL100TBL.
000690     05  WS-HIT-SUB              PIC 9(02) COMP.
000700     05  WS-FIELD-SUB            PIC 9(02) COMP.
000705     05  WS-LAYOUT-SUB           PIC 9(02) COMP.
000706     05  WS-EDIT-SUB             PIC 9(02) COMP.
000707     05  WS-RULE-SUB             PIC 9(02) COMP.
000708*--------------------------------------------------------------*
000709*    EDIT RULES READ BUT NOT YET ATTACHED - AN ED ROW MAY COME  *
00070A*    BEFORE ITS FIELD'S FL ROW, SO THEY WAIT FOR THE END OF THE *
00070B*    FILE.                                                      *
00070C*--------------------------------------------------------------*
00070D 01  WS-EDIT-PENDING.
00070E     05  WS-EP-COUNT             PIC 9(02) COMP.
00070F     05  WS-EP-ENTRY OCCURS 50 TIMES.
00070G         10  WS-EP-FEED          PIC X(04).
00070H         10  WS-EP-FIELD         PIC X(10).
00070I         10  WS-EP-RULE          PIC X(01).
00070J         10  WS-EP-ARG           PIC X(30).
00070K 01  WS-EDIT-CALL-FIELDS.
00070L     05  WS-EDIT-VALUE           PIC X(500) VALUE SPACES.
00070M     05  WS-EDIT-WIDTH           PIC 9(4) COMP.
00070N     05  WS-EDIT-RESULT          PIC X(01).
000710*
000720 LINKAGE SECTION.
000730 COPY DL100DT.
000814*    NOTHING.
000815     MOVE "N" TO WS-EOF-SWITCH.
000816     MOVE "N" TO WS-ROW-ERROR-SWITCH.
000817     MOVE ZERO TO WS-EP-COUNT.
000820     PERFORM 1000-CLEAR-TABLES
000830         THRU 1000-EXIT.
000840     MOVE "00" TO LK-LOAD-STATUS.
001520             THRU 2200-EXIT
001530         GO TO 2000-NEXT
001540     END-IF.
001541     IF FD-RECORD-TYPE = "ED" THEN
001542         PERFORM 2300-HOLD-ED-ROW
001543             THRU 2300-EXIT
001544         GO TO 2000-NEXT
001545     END-IF.
001550     DISPLAY "DL100TBL - UNKNOWN ROW TYPE " FD-RECORD-TYPE
001560         " FOR FEED " FD-FEED-CODE " - ROW SKIPPED".
001570     MOVE "Y" TO WS-ROW-ERROR-SWITCH.
00186F         MOVE ZERO TO DT-KEY-OFFSET(DT-FEED-COUNT)
00186G         MOVE ZERO TO DT-KEY-LENGTH(DT-FEED-COUNT)
00186H     END-IF.
00186I     IF FD-SENSITIVE = "Y"
00186J         MOVE "Y" TO DT-SENSITIVE(DT-FEED-COUNT)
00186K     ELSE
00186L         MOVE "N" TO DT-SENSITIVE(DT-FEED-COUNT)
00186M     END-IF.
001870 2100-EXIT.
001880     EXIT.
001890*--------------------------------------------------------------*
002380         TO FL-FIELD-LIMIT(WS-HIT-SUB, WS-FIELD-SUB).
002390     MOVE FD-FIELD-MB
002400         TO FL-FIELD-MB(WS-HIT-SUB, WS-FIELD-SUB).
002401     MOVE ZERO TO FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB).
002402     IF FD-FIELD-SENSITIVE = "Y"
002403         MOVE "Y"
002404             TO FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB)
002405     ELSE
002406         MOVE "N"
002407             TO FL-FIELD-SENSITIVE(WS-HIT-SUB, WS-FIELD-SUB)
002408     END-IF.
002410 2200-EXIT.
002420     EXIT.
002430*--------------------------------------------------------------*
002490     END-IF.
002500 2210-EXIT.
002510     EXIT.
002511*--------------------------------------------------------------*
002512*    2300-HOLD-ED-ROW  -  KEEP ONE EDIT RULE UNTIL THE WHOLE    *
002513*                       FILE HAS LOADED                          *
002514*--------------------------------------------------------------*
002515 2300-HOLD-ED-ROW.
002516     IF FD-FEED-CODE = SPACES
002517         OR FD-EDIT-FIELD-NAME = SPACES
002518         DISPLAY "DL100TBL - BAD ED ROW FOR FEED "
002519             FD-FEED-CODE " - ROW SKIPPED"
00251A         MOVE "Y" TO WS-ROW-ERROR-SWITCH
00251B         GO TO 2300-EXIT
00251C     END-IF.
00251D     IF WS-EP-COUNT >= 50 THEN
00251E         DISPLAY "DL100TBL - EDIT RULE TABLE FULL - RULE FOR "
00251F             FD-FEED-CODE " " FD-EDIT-FIELD-NAME " NOT LOADED"
00251G         MOVE "Y" TO WS-ROW-ERROR-SWITCH
00251H         GO TO 2300-EXIT
00251I     END-IF.
00251J     ADD 1 TO WS-EP-COUNT.
00251K     MOVE FD-FEED-CODE TO WS-EP-FEED(WS-EP-COUNT).
00251L     MOVE FD-EDIT-FIELD-NAME TO WS-EP-FIELD(WS-EP-COUNT).
00251M     MOVE FD-EDIT-RULE TO WS-EP-RULE(WS-EP-COUNT).
00251N     MOVE FD-EDIT-ARG TO WS-EP-ARG(WS-EP-COUNT).
00251O 2300-EXIT.
00251P     EXIT.
002520*--------------------------------------------------------------*
002530*    3000-CROSS-CHECK-LAYOUTS  -  A FIELD LAYOUT WHOSE FEED     *
002540*                       HAS NO DT ROW CAN NEVER BE REACHED -    *
002620         THRU 3100-EXIT
002630         VARYING WS-LAYOUT-SUB FROM 1 BY 1
002640         UNTIL WS-LAYOUT-SUB > FL-FEED-COUNT.
002641     PERFORM 3200-ATTACH-EDIT-RULE
002642         THRU 3200-EXIT
002643         VARYING WS-EDIT-SUB FROM 1 BY 1
002644         UNTIL WS-EDIT-SUB > WS-EP-COUNT.
002650 3000-EXIT.
002660     EXIT.
002670*--------------------------------------------------------------*
002910     END-IF.
002920 3110-EXIT.
002930     EXIT.
002940*--------------------------------------------------------------*
002950*    3200-ATTACH-EDIT-RULE  -  HANG ONE HELD EDIT RULE ON ITS   *
002960*                       FEED'S FIELD, AFTER DL100EDT HAS SAID   *
002970*                       THE RULE IS USABLE ON A FIELD THAT WIDE *
002980*--------------------------------------------------------------*
002990 3200-ATTACH-EDIT-RULE.
003000     MOVE ZERO TO WS-HIT-SUB.
003010     PERFORM 3210-SCAN-LAYOUT-FOR-EDIT
003020         THRU 3210-EXIT
003030         VARYING WS-SCAN-SUB FROM 1 BY 1
003040         UNTIL WS-SCAN-SUB > FL-FEED-COUNT
003050         OR WS-HIT-SUB > ZERO.
003060     MOVE ZERO TO WS-FIELD-SUB.
003070     IF WS-HIT-SUB > ZERO THEN
003080         PERFORM 3220-SCAN-FIELD-FOR-EDIT
003090             THRU 3220-EXIT
003100             VARYING WS-SCAN-SUB FROM 1 BY 1
003110             UNTIL WS-SCAN-SUB > FL-FIELD-COUNT(WS-HIT-SUB)
003120             OR WS-FIELD-SUB > ZERO
003130     END-IF.
003140     IF WS-FIELD-SUB = ZERO THEN
003150         DISPLAY "DL100TBL - EDIT RULE FOR "
003160             WS-EP-FEED(WS-EDIT-SUB) " "
003170             WS-EP-FIELD(WS-EDIT-SUB) " HAS NO FL ROW"
003180         MOVE "Y" TO WS-ROW-ERROR-SWITCH
003190         GO TO 3200-EXIT
003200     END-IF.
003210     MOVE FL-FIELD-LENGTH(WS-HIT-SUB, WS-FIELD-SUB)
003220         TO WS-EDIT-WIDTH.
003230     CALL "DL100EDT" USING WS-EDIT-VALUE WS-EDIT-WIDTH
003240         WS-EP-RULE(WS-EDIT-SUB) WS-EP-ARG(WS-EDIT-SUB)
003250         FL-FIELD-MB(WS-HIT-SUB, WS-FIELD-SUB) WS-EDIT-RESULT.
003260     IF WS-EDIT-RESULT = "B" THEN
003270         DISPLAY "DL100TBL - UNUSABLE EDIT RULE "
003280             WS-EP-RULE(WS-EDIT-SUB) " FOR "
003290             WS-EP-FEED(WS-EDIT-SUB) " "
003300             WS-EP-FIELD(WS-EDIT-SUB) " - RULE SKIPPED"
003310         MOVE "Y" TO WS-ROW-ERROR-SWITCH
003320         GO TO 3200-EXIT
003330     END-IF.
003340     IF FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB) >= 4 THEN
003350         DISPLAY "DL100TBL - MORE THAN 4 EDIT RULES FOR "
003360             WS-EP-FEED(WS-EDIT-SUB) " "
003370             WS-EP-FIELD(WS-EDIT-SUB) " - RULE SKIPPED"
003380         MOVE "Y" TO WS-ROW-ERROR-SWITCH
003390         GO TO 3200-EXIT
003400     END-IF.
003410     ADD 1 TO FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB).
003420     MOVE FL-EDIT-COUNT(WS-HIT-SUB, WS-FIELD-SUB)
003430         TO WS-RULE-SUB.
003440     MOVE WS-EP-RULE(WS-EDIT-SUB)
003450         TO FL-EDIT-RULE(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB).
003460     MOVE WS-EP-ARG(WS-EDIT-SUB)
003470         TO FL-EDIT-ARG(WS-HIT-SUB, WS-FIELD-SUB, WS-RULE-SUB).
003480 3200-EXIT.
003490     EXIT.
003500*--------------------------------------------------------------*
003510*    3210-SCAN-LAYOUT-FOR-EDIT  -  MATCH ONE LAYOUT ROW          *
003520*--------------------------------------------------------------*
003530 3210-SCAN-LAYOUT-FOR-EDIT.
003540     IF FL-CODE(WS-SCAN-SUB) = WS-EP-FEED(WS-EDIT-SUB)
003550         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003560     END-IF.
003570 3210-EXIT.
003580     EXIT.
003590*--------------------------------------------------------------*
003600*    3220-SCAN-FIELD-FOR-EDIT  -  MATCH ONE FIELD OF THE LAYOUT *
003610*--------------------------------------------------------------*
003620 3220-SCAN-FIELD-FOR-EDIT.
003630     IF FL-FIELD-NAME(WS-HIT-SUB, WS-SCAN-SUB)
003640         = WS-EP-FIELD(WS-EDIT-SUB)
003650         MOVE WS-SCAN-SUB TO WS-FIELD-SUB
003660     END-IF.
003670 3220-EXIT.
003680     EXIT.
