00034A*                     UNTALLIED BUCKET ON THE REPORT, SO       *
00034B*                     NOTHING MOVES OFF THE LIVE FILES         *
00034C*                     WITHOUT APPEARING ON THE AUDIT.          *
00034D*  10/15/2026  RDM   RUN-HISTORY KEEP/ARCHIVE RECORDS WIDENED   *
00034E*                     TO 147 BYTES FOR THE APPENDED EDIT-RULE  *
00034F*                     REJECT COUNT.                            *
00034G*  10/15/2026  RDM   THE PERSONAL-DATA VAULT (PIIVAULT) IS AGED *
00034H*                     OUT THE SAME WAY, TO VAULTKEEP AND A     *
00034I*                     VAULTARCH ARCHIVE SECURED LIKE THE       *
00034J*                     VAULT, ON ITS OWN OPTIONAL RETENTION     *
00034K*                     PERIOD (AR-VAULT-DAYS), WITH THE ROWS    *
00034L*                     MOVED PER FEED ON THE PURGE AUDIT.       *
000350*--------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.         DL160AR.
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT RUNHIST-ARCH-FILE ASSIGN TO "RUNHARCH"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000612*    THE VAULT AND ITS KEEP AND ARCHIVE FILES HOLD CLEAR
000614*    PERSONAL DATA AND ARE SECURED APART FROM THE REST.
000615     SELECT VAULT-FILE ASSIGN TO "PIIVAULT"
000616         ORGANIZATION IS SEQUENTIAL
000617         FILE STATUS IS WS-VAULT-STATUS.
000618     SELECT VAULT-KEEP-FILE ASSIGN TO "VAULTKEEP"
000619         ORGANIZATION IS SEQUENTIAL.
00061A     SELECT VAULT-ARCH-FILE ASSIGN TO "VAULTARCH"
00061B         ORGANIZATION IS SEQUENTIAL.
000620     SELECT REPORT-FILE ASSIGN TO "ARRPFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640*
000890*
000900 FD  RUNHIST-KEEP-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  HK-RECORD                   PIC X(147).
000930*
000940 FD  RUNHIST-ARCH-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  HA-RECORD                   PIC X(147).
000970*
000971 FD  VAULT-FILE
000972     LABEL RECORDS ARE STANDARD.
000973 COPY DL100VT.
000974*
000975 FD  VAULT-KEEP-FILE
000976     LABEL RECORDS ARE STANDARD.
000977 01  VK-RECORD                   PIC X(1067).
000978*
000979 FD  VAULT-ARCH-FILE
00097A     LABEL RECORDS ARE STANDARD.
00097B 01  VA-RECORD                   PIC X(1067).
00097C*
000980 FD  REPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY DL100RP.
001020 WORKING-STORAGE SECTION.
001030 01  WS-EXCEPT-STATUS            PIC X(02).
001040 01  WS-RUNHIST-STATUS           PIC X(02).
001045 01  WS-VAULT-STATUS             PIC X(02).
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001070         88  WS-EOF                       VALUE "Y".
001250     05  WS-TODAY-SERIAL         PIC 9(09) COMP.
001260     05  WS-RECORD-AGE           PIC S9(09) COMP.
001270     05  WS-RETENTION-DAYS       PIC 9(05) COMP.
001275     05  WS-VAULT-DAYS           PIC 9(05) COMP.
001280 01  WS-CURRENT-DATE-FIELDS.
001290     05  WS-CURRENT-DATE.
001300         10  WS-CURRENT-YY       PIC 9(02).
001450         10  WS-EXC-CHARS        PIC 9(11) COMP.
001460         10  WS-LED-MOVED        PIC 9(09) COMP.
001470         10  WS-LED-CHARS        PIC 9(11) COMP.
001475         10  WS-VLT-MOVED        PIC 9(09) COMP.
001480 01  WS-SUBSCRIPTS.
001490     05  WS-SCAN-SUB             PIC 9(4) COMP.
001500     05  WS-HIT-SUB              PIC 9(4) COMP.
001594     05  WS-EXC-UNT-CHARS        PIC 9(11) COMP VALUE ZERO.
001596     05  WS-LED-UNT-COUNT        PIC 9(09) COMP VALUE ZERO.
001598     05  WS-LED-UNT-CHARS        PIC 9(11) COMP VALUE ZERO.
001599     05  WS-VLT-READ             PIC 9(09) COMP VALUE ZERO.
00159A     05  WS-VLT-KEPT             PIC 9(09) COMP VALUE ZERO.
00159B     05  WS-VLT-ARCHIVED         PIC 9(09) COMP VALUE ZERO.
00159C     05  WS-VLT-UNT-COUNT        PIC 9(09) COMP VALUE ZERO.
001600 01  WS-REPORT-EDIT-FIELDS.
001610     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001620     05  WS-RPT-CHARS            PIC Z,ZZZ,ZZZ,ZZ9.
001740             THRU 2000-EXIT
001750         PERFORM 3000-SIFT-HISTORY
001760             THRU 3000-EXIT
001765         PERFORM 3500-SIFT-VAULT
001767             THRU 3500-EXIT
001770     END-IF.
001780     PERFORM 9000-TERMINATE
001790         THRU 9000-EXIT.
002000             ELSE
002010                 MOVE AR-RETENTION-DAYS TO WS-RETENTION-DAYS
002020             END-IF
002022             MOVE WS-RETENTION-DAYS TO WS-VAULT-DAYS
002024             IF AR-VAULT-DAYS NOT = SPACES
002026                 IF AR-VAULT-DAYS NOT NUMERIC
002027                     MOVE "Y" TO WS-PARM-ERROR-SWITCH
002028                 ELSE
002029                     IF AR-VAULT-DAYS-N > ZERO
00202A                         MOVE AR-VAULT-DAYS-N TO WS-VAULT-DAYS
00202B                     END-IF
00202C                 END-IF
00202D             END-IF
002030     END-READ.
002040     CLOSE PARM-FILE.
002050     IF WS-PARM-ERROR THEN
002260     MOVE ZERO TO WS-EXC-CHARS(WS-SCAN-SUB).
002270     MOVE ZERO TO WS-LED-MOVED(WS-SCAN-SUB).
002280     MOVE ZERO TO WS-LED-CHARS(WS-SCAN-SUB).
002285     MOVE ZERO TO WS-VLT-MOVED(WS-SCAN-SUB).
002290 1050-EXIT.
002300     EXIT.
002310*--------------------------------------------------------------*
003670         THRU 3100-EXIT.
003680 3200-EXIT.
003690     EXIT.
003691*--------------------------------------------------------------*
003692*    3500-SIFT-VAULT  -  SAME SIFT FOR THE PERSONAL-DATA VAULT, *
003693*                       ON THE VAULT RETENTION PERIOD            *
003694*--------------------------------------------------------------*
003695 3500-SIFT-VAULT.
003696     MOVE "N" TO WS-EOF-SWITCH.
003697     OPEN INPUT VAULT-FILE.
003698     IF WS-VAULT-STATUS = "35" THEN
003699         DISPLAY "DL160AR - NO VAULT FILE - SKIPPED"
00369A         GO TO 3500-EXIT
00369B     END-IF.
00369C     OPEN OUTPUT VAULT-KEEP-FILE.
00369D     OPEN OUTPUT VAULT-ARCH-FILE.
00369E     PERFORM 3600-READ-VAULT
00369F         THRU 3600-EXIT.
00369G     PERFORM 3700-SIFT-ONE-VAULT-ROW
00369H         THRU 3700-EXIT
00369I         UNTIL WS-EOF.
00369J     CLOSE VAULT-FILE.
00369K     CLOSE VAULT-KEEP-FILE.
00369L     CLOSE VAULT-ARCH-FILE.
00369M 3500-EXIT.
00369N     EXIT.
00369O*--------------------------------------------------------------*
00369P*    3600-READ-VAULT  -  READ THE NEXT VAULT ROW                *
00369Q*--------------------------------------------------------------*
00369R 3600-READ-VAULT.
00369S     READ VAULT-FILE
00369T         AT END
00369U             MOVE "Y" TO WS-EOF-SWITCH
00369V         NOT AT END
00369W             ADD 1 TO WS-VLT-READ
00369X     END-READ.
00369Y 3600-EXIT.
00369Z     EXIT.
0036A0*--------------------------------------------------------------*
0036A1*    3700-SIFT-ONE-VAULT-ROW  -  KEEP OR ARCHIVE ONE VAULT ROW  *
0036A2*--------------------------------------------------------------*
0036A3 3700-SIFT-ONE-VAULT-ROW.
0036A4     MOVE VT-DATE-WRITTEN TO WS-CONV-DATE.
0036A5     PERFORM 5000-DATE-TO-SERIAL
0036A6         THRU 5000-EXIT.
0036A7     IF NOT WS-DATE-OK THEN
0036A8         ADD 1 TO WS-UNDATED-KEPT
0036A9         ADD 1 TO WS-VLT-KEPT
0036AA         WRITE VK-RECORD FROM VT-RECORD
0036AB         GO TO 3700-NEXT
0036AC     END-IF.
0036AD     SUBTRACT WS-CONV-SERIAL FROM WS-TODAY-SERIAL
0036AE         GIVING WS-RECORD-AGE.
0036AF     IF WS-RECORD-AGE > WS-VAULT-DAYS THEN
0036AG         ADD 1 TO WS-VLT-ARCHIVED
0036AH         WRITE VA-RECORD FROM VT-RECORD
0036AI         MOVE VT-DEST-TYPE TO WS-WORK-CODE
0036AJ         PERFORM 4000-FIND-FEED-ROW
0036AK             THRU 4000-EXIT
0036AL         IF WS-HIT-SUB > ZERO THEN
0036AM             ADD 1 TO WS-VLT-MOVED(WS-HIT-SUB)
0036AN         ELSE
0036AO             ADD 1 TO WS-VLT-UNT-COUNT
0036AP         END-IF
0036AQ     ELSE
0036AR         ADD 1 TO WS-VLT-KEPT
0036AS         WRITE VK-RECORD FROM VT-RECORD
0036AT     END-IF.
0036AU 3700-NEXT.
0036AV     PERFORM 3600-READ-VAULT
0036AW         THRU 3600-EXIT.
0036AX 3700-EXIT.
0036AY     EXIT.
003700*--------------------------------------------------------------*
003710*    4000-FIND-FEED-ROW  -  MATCH OR ADD THE PURGE-TALLY ROW    *
003720*                       FOR WS-WORK-CODE                         *
004630     STRING "RETENTION DAYS . . . . . . . . . . " WS-RPT-DAYS
004640         DELIMITED BY SIZE INTO RP-RECORD.
004650     WRITE RP-RECORD.
004652     MOVE WS-VAULT-DAYS TO WS-RPT-DAYS.
004654     MOVE SPACES TO RP-RECORD.
004656     STRING "VAULT RETENTION DAYS . . . . . . . " WS-RPT-DAYS
004658         DELIMITED BY SIZE INTO RP-RECORD.
00465A     WRITE RP-RECORD.
004660     MOVE SPACES TO RP-RECORD.
004670     STRING "RUN DATE . . . . . . . . . . . . . " WS-TODAY-DATE
004680         DELIMITED BY SIZE INTO RP-RECORD.
004990     STRING "LEDGER ROWS ARCHIVED . . . . . . . " WS-RPT-COUNT
005000         DELIMITED BY SIZE INTO RP-RECORD.
005010     WRITE RP-RECORD.
005012     MOVE WS-VLT-READ TO WS-RPT-COUNT.
005013     MOVE SPACES TO RP-RECORD.
005014     STRING "VAULT ROWS READ  . . . . . . . . . " WS-RPT-COUNT
005015         DELIMITED BY SIZE INTO RP-RECORD.
005016     WRITE RP-RECORD.
005017     MOVE WS-VLT-KEPT TO WS-RPT-COUNT.
005018     MOVE SPACES TO RP-RECORD.
005019     STRING "VAULT ROWS KEPT  . . . . . . . . . " WS-RPT-COUNT
00501A         DELIMITED BY SIZE INTO RP-RECORD.
00501B     WRITE RP-RECORD.
00501C     MOVE WS-VLT-ARCHIVED TO WS-RPT-COUNT.
00501D     MOVE SPACES TO RP-RECORD.
00501E     STRING "VAULT ROWS ARCHIVED  . . . . . . . " WS-RPT-COUNT
00501F         DELIMITED BY SIZE INTO RP-RECORD.
00501G     WRITE RP-RECORD.
005020     IF WS-UNDATED-KEPT > ZERO THEN
005030         MOVE WS-UNDATED-KEPT TO WS-RPT-COUNT
005040         MOVE SPACES TO RP-RECORD
005160         THRU 9100-EXIT
005170         VARYING WS-SCAN-SUB FROM 1 BY 1
005180         UNTIL WS-SCAN-SUB > WS-FEED-USED.
005181*    RECORDS MOVED BUT NOT TALLIED UNDER A FEED ROW (MORE
005182*    DISTINCT CODES ON THE FILE THAN THE TABLE HOLDS) STILL
005183*    APPEAR HERE, SO NOTHING LEAVES THE LIVE FILES WITHOUT
005184*    SHOWING ON THE AUDIT.
005185     IF WS-EXC-UNT-COUNT > ZERO
005186         OR WS-LED-UNT-COUNT > ZERO
005187         OR WS-VLT-UNT-COUNT > ZERO
05180G         MOVE WS-EXC-UNT-COUNT TO WS-RPT-COUNT
05180H         MOVE WS-EXC-UNT-CHARS TO WS-RPT-CHARS
05180I         MOVE SPACES TO RP-RECORD
05180V             "  CHARS " WS-RPT-CHARS
05180W             DELIMITED BY SIZE INTO RP-RECORD
05180X         WRITE RP-RECORD
051810         MOVE WS-VLT-UNT-COUNT TO WS-RPT-COUNT
051811         MOVE SPACES TO RP-RECORD
051812         STRING "          VAULT  " WS-RPT-COUNT
051813             DELIMITED BY SIZE INTO RP-RECORD
051814         WRITE RP-RECORD
05180Y     END-IF.
005190     CLOSE REPORT-FILE.
005200 9000-EXIT.
005450         "  CHARS " WS-RPT-CHARS
005460         DELIMITED BY SIZE INTO RP-RECORD.
005470     WRITE RP-RECORD.
005472     MOVE WS-VLT-MOVED(WS-SCAN-SUB) TO WS-RPT-COUNT.
005474     MOVE SPACES TO RP-RECORD.
005476     STRING "          VAULT  " WS-RPT-COUNT
005478         DELIMITED BY SIZE INTO RP-RECORD.
00547A     WRITE RP-RECORD.
005480 9100-EXIT.
005490     EXIT.
