000289*  09/03/2026  RDM   ENDS WITH GOBACK INSTEAD OF STOP RUN SO   *
00028A*                     THE DL180DR NIGHTLY DRIVER CAN CALL IT;  *
00028B*                     A STANDALONE SUBMISSION IS UNCHANGED.    *
00028C*  10/15/2026  RDM   MASK THE OFFENDER PREFIXES OF FEEDS AND   *
00028D*                     FIELDS FEEDDEF MARKS SENSITIVE, SO THE   *
00028E*                     LISTING SHOWS NO CUSTOMER PERSONAL DATA. *
00028F*                     OLDER EXCEPTION ROWS ARE STILL CLEAR.    *
000290*--------------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.         DL120EX.
001230     05  WS-RPT-AVG              PIC ZZ,ZZ9.99.
001240     05  WS-RPT-DAYS             PIC ZZ,ZZ9.
001250     05  WS-RPT-MAXOVER          PIC Z,ZZ9.
001252*--------------------------------------------------------------*
001253*    WORKING STORAGE FOR MASKING SENSITIVE OFFENDER VALUES.     *
001254*    THE FEED DEFINITIONS SAY WHICH FEEDS AND FIELDS ARE        *
001255*    CUSTOMER PERSONAL DATA; DL100MSK MASKS THEM.               *
001256*--------------------------------------------------------------*
001257 01  WS-TBL-STATUS               PIC X(02).
001258 01  WS-MASK-FIELDS.
001259     05  WS-MASK-AREA            PIC X(500).
00125A     05  WS-MASK-START           PIC 9(4) COMP.
00125B     05  WS-MASK-LENGTH          PIC 9(4) COMP.
00125C     05  WS-MASK-RESULT          PIC X(01).
00125D     05  WS-MASK-SENSITIVE       PIC X(01).
00125E     05  WS-MASK-FIELD           PIC 9(02).
00125F COPY DL100DT.
00125G COPY DL100FL.
001260*
001270 PROCEDURE DIVISION.
001280*--------------------------------------------------------------*
001380         THRU 9000-EXIT.
001390     GOBACK.
001400*--------------------------------------------------------------*
001410*    1000-INITIALIZE  -  OPEN THE EXCEPTION FILE AND LOAD THE   *
001415*                       FEED DEFINITIONS FOR THE MASKING         *
001420*--------------------------------------------------------------*
001430 1000-INITIALIZE.
001432     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
001434     IF WS-TBL-STATUS NOT = "00" THEN
001436         DISPLAY "DL120EX - FEED DEFINITION LOAD STATUS "
001438             WS-TBL-STATUS
00143A     END-IF.
001440     OPEN INPUT EXCEPT-FILE.
001450     PERFORM 1200-READ-EXCEPTION
001460         THRU 1200-EXIT.
002740     END-IF.
002750 2300-EXIT.
002760     EXIT.
002761*--------------------------------------------------------------*
002762*    2350-MASK-OFFENDER  -  COPY THE ORIGINAL VALUE AND MASK IT *
002763*                       WHEN THE FEED, OR THE FIELD THE VALUE    *
002764*                       CAME FROM, IS MARKED SENSITIVE.  ROWS    *
002765*                       DL100MN ALREADY MASKED COME OUT THE      *
002766*                       SAME; OLDER CLEAR ROWS ARE MASKED HERE.  *
002767*--------------------------------------------------------------*
002768 2350-MASK-OFFENDER.
002769     MOVE EX-ORIGINAL-VALUE TO WS-MASK-AREA.
00276A     MOVE "N" TO WS-MASK-SENSITIVE.
00276B     SET DT-IDX TO 1.
00276C     SEARCH DT-ENTRY
00276D         AT END
00276E             CONTINUE
00276F         WHEN DT-CODE(DT-IDX) = EX-DEST-TYPE
00276G             MOVE DT-SENSITIVE(DT-IDX) TO WS-MASK-SENSITIVE
00276H     END-SEARCH.
00276I     IF WS-MASK-SENSITIVE NOT = "Y"
00276J         AND EX-FIELD-NUMBER IS NUMERIC
00276K         AND EX-FIELD-NUMBER > ZERO
00276L         PERFORM 2360-FIELD-SENSITIVE
00276M             THRU 2360-EXIT
00276N     END-IF.
00276O     IF WS-MASK-SENSITIVE = "Y" THEN
00276P         MOVE 1 TO WS-MASK-START
00276Q         MOVE 500 TO WS-MASK-LENGTH
00276R         CALL "DL100MSK" USING WS-MASK-AREA WS-MASK-START
00276S             WS-MASK-LENGTH WS-MASK-RESULT
00276T     END-IF.
00276U 2350-EXIT.
00276V     EXIT.
00276W*--------------------------------------------------------------*
00276X*    2360-FIELD-SENSITIVE  -  THE FIELD'S OWN SENSITIVE FLAG    *
00276Y*--------------------------------------------------------------*
00276Z 2360-FIELD-SENSITIVE.
002770     MOVE EX-FIELD-NUMBER TO WS-MASK-FIELD.
002771     SET FL-IDX TO 1.
002772     SEARCH FL-ENTRY
002773         AT END
002774             CONTINUE
002775         WHEN FL-CODE(FL-IDX) = EX-DEST-TYPE
002776             AND WS-MASK-FIELD NOT > FL-FIELD-COUNT(FL-IDX)
002777             MOVE FL-FIELD-SENSITIVE(FL-IDX, WS-MASK-FIELD)
002778                 TO WS-MASK-SENSITIVE
002779     END-SEARCH.
00277A 2360-EXIT.
00277B     EXIT.
00277Z*--------------------------------------------------------------*
002780*    2400-TALLY-OFFENDER  -  COUNT THE ORIGINAL-VALUE PREFIX    *
002790*                       AND THE DISTINCT DATES IT APPEARED ON.   *
002800*                       A FULL TABLE COUNTS WHAT IT COULD NOT    *
002810*                       TRACK SO THE REPORT CAN SAY SO.          *
002820*--------------------------------------------------------------*
002830 2400-TALLY-OFFENDER.
002835     PERFORM 2350-MASK-OFFENDER
002837         THRU 2350-EXIT.
002840     MOVE ZERO TO WS-HIT-SUB.
002850     PERFORM 2410-SCAN-OFFENDER
002860         THRU 2410-EXIT
002910         IF WS-OFF-USED < 300 THEN
002920             ADD 1 TO WS-OFF-USED
002930             MOVE WS-OFF-USED TO WS-HIT-SUB
002940             MOVE WS-MASK-AREA(1:40)
002950                 TO WS-OFF-PREFIX(WS-HIT-SUB)
002960             MOVE ZERO TO WS-OFF-COUNT(WS-HIT-SUB)
002970             MOVE ZERO TO WS-OFF-DAYS(WS-HIT-SUB)
003150*    2410-SCAN-OFFENDER  -  MATCH ONE OFFENDER-TABLE ROW        *
003160*--------------------------------------------------------------*
003170 2410-SCAN-OFFENDER.
003180     IF WS-OFF-PREFIX(WS-SCAN-SUB) = WS-MASK-AREA(1:40)
003190         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003200     END-IF.
003210 2410-EXIT.
