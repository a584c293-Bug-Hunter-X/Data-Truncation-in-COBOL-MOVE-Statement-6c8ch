000300*  DATE        BY    DESCRIPTION                                *
000310*  ----------  ----  -------------------------------------      *
000320*  09/03/2026  RDM   INITIAL VERSION.                           *
000322*  10/15/2026  RDM   MASK THE BEFORE AND AFTER VALUES OF FEEDS  *
000324*                     AND FIELDS FEEDDEF MARKS SENSITIVE, OLDER *
000326*                     CLEAR ROWS INCLUDED.  A KEY DL100MN HAS   *
000328*                     MASKED CANNOT BE ASKED FOR HERE - THE     *
00032A*                     AUTHORIZED DL250VQ VAULT INQUIRY SERVES   *
00032B*                     THOSE ACCOUNTS.                           *
000330*--------------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.         DL190IQ.
001060     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001070     05  WS-RPT-LENGTH           PIC Z,ZZ9.
001080     05  WS-RPT-LIMIT            PIC Z,ZZ9.
001081*--------------------------------------------------------------*
001082*    WORKING STORAGE FOR MASKING SENSITIVE VALUES.  THE FEED    *
001083*    DEFINITIONS SAY WHICH FEEDS AND FIELDS ARE CUSTOMER        *
001084*    PERSONAL DATA; DL100MSK MASKS THEM.                        *
001085*--------------------------------------------------------------*
001086 01  WS-TBL-STATUS               PIC X(02).
001087 01  WS-MASK-FIELDS.
001088     05  WS-MASK-START           PIC 9(4) COMP.
001089     05  WS-MASK-LENGTH          PIC 9(4) COMP.
00108A     05  WS-MASK-RESULT          PIC X(01).
00108B     05  WS-MASK-SENSITIVE       PIC X(01).
00108C COPY DL100DT.
00108D COPY DL100FL.
001090*
001100 PROCEDURE DIVISION.
001110*--------------------------------------------------------------*
001260*                       ACCOUNT, SO IT IS COUNTED AND SKIPPED.   *
001270*--------------------------------------------------------------*
001280 1000-LOAD-INDEX.
001282     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
001284     IF WS-TBL-STATUS NOT = "00" THEN
001286         DISPLAY "DL190IQ - FEED DEFINITION LOAD STATUS "
001288             WS-TBL-STATUS
00128A     END-IF.
001290     OPEN OUTPUT EXCP-IDX-FILE.
001300     OPEN INPUT EXCEPT-FILE.
001310     IF WS-EXCEPT-STATUS NOT = "00" THEN
002880     ADD 1 TO WS-MATCH-COUNT.
002890     MOVE IX-ACTUAL-LENGTH TO WS-RPT-LENGTH.
002900     MOVE IX-LIMIT-USED TO WS-RPT-LIMIT.
002905     PERFORM 2450-MASK-VALUES
002907         THRU 2450-EXIT.
002910     MOVE SPACES TO RP-RECORD.
002920     STRING "  " IX-DATE-WRITTEN
002930         "  FEED " IX-DEST-TYPE
003130         THRU 2300-EXIT.
003140 2400-EXIT.
003150     EXIT.
003151*--------------------------------------------------------------*
003152*    2450-MASK-VALUES  -  MASK BOTH VALUES WHEN THE FEED, OR    *
003153*                       THE FIELD THEY CAME FROM, IS MARKED      *
003154*                       SENSITIVE.  ROWS DL100MN ALREADY MASKED  *
003155*                       COME OUT THE SAME.                       *
003156*--------------------------------------------------------------*
003157 2450-MASK-VALUES.
003158     MOVE "N" TO WS-MASK-SENSITIVE.
003159     SET DT-IDX TO 1.
00315A     SEARCH DT-ENTRY
00315B         AT END
00315C             CONTINUE
00315D         WHEN DT-CODE(DT-IDX) = IX-DEST-TYPE
00315E             MOVE DT-SENSITIVE(DT-IDX) TO WS-MASK-SENSITIVE
00315F     END-SEARCH.
00315G     IF WS-MASK-SENSITIVE NOT = "Y"
00315H         AND IX-FIELD-NUMBER > ZERO
00315I         PERFORM 2460-FIELD-SENSITIVE
00315J             THRU 2460-EXIT
00315K     END-IF.
00315L     IF WS-MASK-SENSITIVE NOT = "Y" THEN
00315M         GO TO 2450-EXIT
00315N     END-IF.
00315O     MOVE 1 TO WS-MASK-START.
00315P     MOVE 500 TO WS-MASK-LENGTH.
00315Q     CALL "DL100MSK" USING IX-ORIGINAL-VALUE WS-MASK-START
00315R         WS-MASK-LENGTH WS-MASK-RESULT.
00315S     CALL "DL100MSK" USING IX-TRUNCATED-VALUE WS-MASK-START
00315T         WS-MASK-LENGTH WS-MASK-RESULT.
00315U 2450-EXIT.
00315V     EXIT.
00315W*--------------------------------------------------------------*
00315X*    2460-FIELD-SENSITIVE  -  THE FIELD'S OWN SENSITIVE FLAG    *
00315Y*--------------------------------------------------------------*
00315Z 2460-FIELD-SENSITIVE.
003160     SET FL-IDX TO 1.
003161     SEARCH FL-ENTRY
003162         AT END
003163             CONTINUE
003164         WHEN FL-CODE(FL-IDX) = IX-DEST-TYPE
003165             AND IX-FIELD-NUMBER NOT > FL-FIELD-COUNT(FL-IDX)
003166             MOVE FL-FIELD-SENSITIVE(FL-IDX, IX-FIELD-NUMBER)
003167                 TO WS-MASK-SENSITIVE
003168     END-SEARCH.
003169 2460-EXIT.
00316A     EXIT.
00316Z*--------------------------------------------------------------*
003170*    9000-TERMINATE  -  THE LOAD AND INQUIRY TOTALS             *
003180*--------------------------------------------------------------*
003190 9000-TERMINATE.
