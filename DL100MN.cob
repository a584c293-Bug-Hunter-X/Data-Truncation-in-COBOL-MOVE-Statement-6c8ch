0005EB*                     PARAMETER SET IS ECHOED AT THE TOP OF    *
0005EC*                     THE SUMMARY REPORT SO A RUN CAN PROVE    *
0005ED*                     WHICH LIMITS IT USED.                    *
0005EE*  10/15/2026  RDM   EVERY LIVE RUN NOW APPENDS A LENGTH        *
0005EF*                     PROFILE PER FEED, AND PER DL100FL FIELD   *
0005EG*                     OF A FIELD-LAYOUT FEED, TO THE PERMANENT  *
0005EH*                     LENPROF FILE (DL100LP): RECORD COUNT,     *
0005EI*                     COUNT OVER THE LIMIT, LONGEST AND A TEN-  *
0005EJ*                     BYTE LENGTH HISTOGRAM OF EVERY RECORD,    *
0005EK*                     CUT OR NOT, FOR THE DL200LP LIMIT-        *
0005EL*                     RECOMMENDATION REPORT.  THE IN-FLIGHT     *
0005EM*                     PROFILE IS SAVED ON A PROFCKPT COMPANION  *
0005EN*                     TO THE CHECKPOINT SO A RESTARTED RUN      *
0005EO*                     STILL PROFILES THE WHOLE JOB.             *
0005EP*  10/15/2026  RDM   A CONSOLIDATED RUN NOW ROUTES EACH FEED'S  *
0005EQ*                     RECORDS TO THAT FEED'S OWN OUTPUT FILE    *
0005ER*                     (DD OUTRT01-OUTRT10, ONE PER FEED-        *
0005ES*                     DEFINITION ROW) INSTEAD OF ONE OUTFILE    *
0005ET*                     THAT OPERATIONS HAD TO SPLIT.  EVERY      *
0005EU*                     ROUTED FILE GETS ITS OWN HEADER AND       *
0005EV*                     TRAILER, OR ITS OWN ROW ON THE OUTCTL     *
0005EW*                     HANDOFF (NOW CARRYING THE FEED CODE)      *
0005EX*                     FOR DL110RR TO FINISH, AND THE PER-FEED   *
005EX1*                     CONTROL TOTALS ARE CHECKPOINTED.          *
005EX2*  10/15/2026  RDM   A FIELD-LAYOUT FEED'S FIELDS ARE NOW RUN   *
005EX3*                     THROUGH THEIR FEEDDEF "ED" CONTENT EDIT   *
005EX4*                     RULES (SHARED DL100EDT) BEFORE ANY        *
005EX5*                     TRUNCATION.  A FAILURE GOES DOWN THE      *
005EX6*                     REJECT PATH WITH A REASON NAMING THE      *
005EX7*                     FIELD AND RULE, AND IS COUNTED ON ITS OWN *
005EX8*                     ON THE SUMMARY, THE CHECKPOINT AND THE    *
005EX9*                     RUN-HISTORY LEDGER (STILL INSIDE THE      *
005EXA*                     REJECT COUNT, SO THE BALANCE UNCHANGED).  *
005EXB*  10/15/2026  RDM   FIELDS FEEDDEF MARKS AS CUSTOMER PERSONAL  *
005EXC*                     DATA (OR A WHOLE FEED SO MARKED) ARE NOW  *
005EXD*                     MASKED BYTE FOR BYTE (SHARED DL100MSK) ON *
005EXE*                     THE EXCEPTION, REJECT, RAW REJECT AND     *
005EXF*                     DUPLICATE FILES, BUSINESS KEY INCLUDED    *
005EXG*                     WHERE IT OVERLAPS THEM.  THE CLEAR BYTES  *
005EXH*                     GO ONLY TO THE PERMANENT, SEPARATELY      *
005EXI*                     SECURED PIIVAULT FILE (DL100VT), WHERE    *
005EXJ*                     DL110RR FINDS THEM AGAIN FOR REPAIR.      *
005EXK*  10/15/2026  RDM   PARTITIONED RUNS: WHEN THE PARTDEF CONTROL *
005EXL*                     FILE (DL100PD, SHARED LOADER DL100PTN)    *
005EXM*                     SPLITS THE STEP BY FEED OR BUSINESS-KEY   *
005EXN*                     RANGE, THE CARD'S PM-PARTITION NAMES THE  *
005EXO*                     PARTITION THIS JOB PROCESSES.  EACH       *
005EXP*                     PARTITION READS THE WHOLE INPUT (SO THE   *
005EXQ*                     TRAILER CHECK AND RECORD NUMBERS HOLD),   *
005EXR*                     PROCESSES ONLY ITS OWN RECORDS, AND KEEPS *
005EXS*                     ITS OWN CHECKPOINT, AUDIT AND REPORT      *
005EXT*                     FILES (BOUND PER PARTITION BY THE JOB).   *
005EXU*                     ITS OUTPUT, VAULT, LEDGER AND PROFILE     *
005EXV*                     ROWS GO TO WORK FILES (PARTOUT, PARTVLT,  *
005FR1*                     PARTHIST, PARTPROF) WITH A CONTROL ROW    *
005FR2*                     (DL100PC) FOR THE DL260MB MERGE-AND-      *
005FR3*                     BALANCE STEP, WHICH ALONE ADDS THEM TO    *
005FR4*                     THE PERMANENT FILES.                      *
005FR5*  10/15/2026  RDM   EVERY OUTPUT FILE A LIVE RUN FINISHES IS   *
005FR6*                     LOGGED WITH ITS RECORD AND CHARACTER      *
005FR7*                     TOTALS ON THE PERMANENT SENTLOG FILE      *
005FR8*                     (DL100SN), IN EVERY OUTPUT-CONTROL MODE,  *
005FR9*                     FOR THE DL270RC RECEIPT RECONCILIATION.   *
005FRA*                     THE RAW REJECT RECORD NOW CARRIES THE     *
005FRB*                     REASON IT WAS REJECTED                    *
005FRC*                     (RD-REJECT-REASON).                       *
000540*--------------------------------------------------------------*
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.         DL100MN.
000690     SELECT OUT-FILE ASSIGN TO "OUTFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000705         FILE STATUS IS WS-OUT-STATUS.
000706*    IN A PARTITIONED RUN THE SCHEDULER BINDS THE AUDIT,
000707*    CHECKPOINT AND REPORT DD NAMES BELOW TO THAT
000708*    PARTITION'S OWN DATASETS, SO CONCURRENT PARTITIONS NEVER
000709*    SHARE A FILE.
000710     SELECT EXCEPT-FILE ASSIGN TO "EXCPFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000725         FILE STATUS IS WS-EXCEPT-STATUS.
00079E         FILE STATUS IS WS-DUPS-STATUS.
00079F     SELECT OUTCTL-FILE ASSIGN TO "OUTCTL"
00079G         ORGANIZATION IS LINE SEQUENTIAL.
0079G1     SELECT SENT-LOG-FILE ASSIGN TO "SENTLOG"
0079G2         ORGANIZATION IS LINE SEQUENTIAL
0079G3         FILE STATUS IS WS-SENTLOG-STATUS.
00079H     SELECT PROFILE-FILE ASSIGN TO "PROFLIB"
00079I         ORGANIZATION IS LINE SEQUENTIAL
00079J         FILE STATUS IS WS-PROFILE-STATUS.
00079K     SELECT LENPROF-FILE ASSIGN TO "LENPROF"
00079L         ORGANIZATION IS LINE SEQUENTIAL
00079M         FILE STATUS IS WS-LENPROF-STATUS.
00079N     SELECT PROFCKPT-FILE ASSIGN TO "PROFCKPT"
00079O         ORGANIZATION IS LINE SEQUENTIAL
00079P         FILE STATUS IS WS-PROFCKPT-STATUS.
00079Q     SELECT VAULT-FILE ASSIGN TO "PIIVAULT"
00079R         ORGANIZATION IS SEQUENTIAL
00079S         FILE STATUS IS WS-VAULT-STATUS.
00079T*    A CONSOLIDATED RUN'S ROUTED OUTPUT FILES, ONE PER DL100DT
00079U*    TABLE ROW: DD OUTRT01 FOR THE FIRST FEED ON THE FEED-
00079V*    DEFINITION FILE, OUTRT02 FOR THE SECOND, AND SO ON.
00079W     SELECT ROUTE-FILE-01 ASSIGN TO "OUTRT01"
00079X         ORGANIZATION IS LINE SEQUENTIAL
00079Y         FILE STATUS IS WS-ROUTE-STATUS.
00079Z     SELECT ROUTE-FILE-02 ASSIGN TO "OUTRT02"
0007A0         ORGANIZATION IS LINE SEQUENTIAL
0007A1         FILE STATUS IS WS-ROUTE-STATUS.
0007A2     SELECT ROUTE-FILE-03 ASSIGN TO "OUTRT03"
0007A3         ORGANIZATION IS LINE SEQUENTIAL
0007A4         FILE STATUS IS WS-ROUTE-STATUS.
0007A5     SELECT ROUTE-FILE-04 ASSIGN TO "OUTRT04"
0007A6         ORGANIZATION IS LINE SEQUENTIAL
0007A7         FILE STATUS IS WS-ROUTE-STATUS.
0007A8     SELECT ROUTE-FILE-05 ASSIGN TO "OUTRT05"
0007A9         ORGANIZATION IS LINE SEQUENTIAL
0007AA         FILE STATUS IS WS-ROUTE-STATUS.
0007AB     SELECT ROUTE-FILE-06 ASSIGN TO "OUTRT06"
0007AC         ORGANIZATION IS LINE SEQUENTIAL
0007AD         FILE STATUS IS WS-ROUTE-STATUS.
0007AE     SELECT ROUTE-FILE-07 ASSIGN TO "OUTRT07"
0007AF         ORGANIZATION IS LINE SEQUENTIAL
0007AG         FILE STATUS IS WS-ROUTE-STATUS.
0007AH     SELECT ROUTE-FILE-08 ASSIGN TO "OUTRT08"
0007AI         ORGANIZATION IS LINE SEQUENTIAL
0007AJ         FILE STATUS IS WS-ROUTE-STATUS.
0007AK     SELECT ROUTE-FILE-09 ASSIGN TO "OUTRT09"
0007AL         ORGANIZATION IS LINE SEQUENTIAL
0007AM         FILE STATUS IS WS-ROUTE-STATUS.
0007AN     SELECT ROUTE-FILE-10 ASSIGN TO "OUTRT10"
0007AO         ORGANIZATION IS LINE SEQUENTIAL
0007AP         FILE STATUS IS WS-ROUTE-STATUS.
0007AQ*    A PARTITIONED RUN'S WORK OUTPUT (DL100PW) AND CONTROL ROW
0007AR*    (DL100PC), FOR DL260MB TO MERGE AND BALANCE.
0007AS     SELECT PART-OUT-FILE ASSIGN TO "PARTOUT"
0007AT         ORGANIZATION IS LINE SEQUENTIAL
0007AU         FILE STATUS IS WS-PART-OUT-STATUS.
0007AV     SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
0007AW         ORGANIZATION IS LINE SEQUENTIAL
0007AX         FILE STATUS IS WS-PART-CTL-STATUS.
0007AY*    A PARTITION'S VAULT, LEDGER AND LENGTH-PROFILE ROWS GO TO
0007AZ*    ITS OWN WORK FILES, NEVER TO PIIVAULT, RUNHIST OR LENPROF -
0007B0*    DL260MB ADDS THE ONE MERGED SET TO THE PERMANENT FILES.
0007B1     SELECT PART-VLT-FILE ASSIGN TO "PARTVLT"
0007B2         ORGANIZATION IS SEQUENTIAL
0007B3         FILE STATUS IS WS-PART-VLT-STATUS.
0007B4     SELECT PART-HIST-FILE ASSIGN TO "PARTHIST"
0007B5         ORGANIZATION IS LINE SEQUENTIAL
0007B6         FILE STATUS IS WS-PART-HIST-STATUS.
0007B7     SELECT PART-PROF-FILE ASSIGN TO "PARTPROF"
0007B8         ORGANIZATION IS LINE SEQUENTIAL
0007B9         FILE STATUS IS WS-PART-PROF-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
001091*
001092 FD  RUNHIST-FILE
001093     LABEL RECORDS ARE STANDARD.
001094 01  RUNHIST-RECORD              PIC X(147).
001095*
001096 FD  REJECT-DATA-FILE
001097     LABEL RECORDS ARE STANDARD.
00109B     LABEL RECORDS ARE STANDARD.
00109C COPY DL100DU.
00109D*
0109D1 FD  VAULT-FILE
0109D2     LABEL RECORDS ARE STANDARD.
0109D3 01  VAULT-RECORD                PIC X(1067).
0109D4*
00109E FD  OUTCTL-FILE
00109F     LABEL RECORDS ARE STANDARD.
00109G COPY DL100OC.
00109H*
00109I*    THE PERMANENT SENT-FILE LOG - EXTENDED, NEVER REWRITTEN.
00109J FD  SENT-LOG-FILE
00109K     LABEL RECORDS ARE STANDARD.
00109L COPY DL100SN.
00109M*
00109N*    THE LENGTH-PROFILE ROWS ARE BUILT IN WORKING STORAGE
00109O*    (DL100LP) AND WRITTEN TO WHICHEVER FILE IS DUE THEM, AS
00109P*    ARE THE LEDGER (DL100RH) AND VAULT (DL100VT) ROWS.
00109Q FD  LENPROF-FILE
00109R     LABEL RECORDS ARE STANDARD.
00109S 01  LENPROF-RECORD              PIC X(527).
00109T*
00109U FD  PROFCKPT-FILE
00109V     LABEL RECORDS ARE STANDARD.
00109W 01  PROFCKPT-RECORD             PIC X(527).
00109X*
00109Y*    THE ROUTED OUTPUT FILES ALL TAKE THEIR RECORD FROM
00109Z*    WS-ROUTE-RECORD, SO ONE WRITE PARAGRAPH SERVES THEM ALL.
0010A0 FD  ROUTE-FILE-01
0010A1     LABEL RECORDS ARE STANDARD.
0010A2 01  RT-RECORD-01                PIC X(500).
0010A3 FD  ROUTE-FILE-02
0010A4     LABEL RECORDS ARE STANDARD.
0010A5 01  RT-RECORD-02                PIC X(500).
0010A6 FD  ROUTE-FILE-03
0010A7     LABEL RECORDS ARE STANDARD.
0010A8 01  RT-RECORD-03                PIC X(500).
0010A9 FD  ROUTE-FILE-04
0010AA     LABEL RECORDS ARE STANDARD.
0010AB 01  RT-RECORD-04                PIC X(500).
0010AC FD  ROUTE-FILE-05
0010AD     LABEL RECORDS ARE STANDARD.
0010AE 01  RT-RECORD-05                PIC X(500).
0010AF FD  ROUTE-FILE-06
0010AG     LABEL RECORDS ARE STANDARD.
0010AH 01  RT-RECORD-06                PIC X(500).
0010AI FD  ROUTE-FILE-07
0010AJ     LABEL RECORDS ARE STANDARD.
0010AK 01  RT-RECORD-07                PIC X(500).
0010AL FD  ROUTE-FILE-08
0010AM     LABEL RECORDS ARE STANDARD.
0010AN 01  RT-RECORD-08                PIC X(500).
0010AO FD  ROUTE-FILE-09
0010AP     LABEL RECORDS ARE STANDARD.
0010AQ 01  RT-RECORD-09                PIC X(500).
0010AR FD  ROUTE-FILE-10
0010AS     LABEL RECORDS ARE STANDARD.
0010AT 01  RT-RECORD-10                PIC X(500).
0010AU*
0010AV FD  PART-OUT-FILE
0010AW     LABEL RECORDS ARE STANDARD.
0010AX COPY DL100PW.
0010AY*
0010AZ FD  PART-CTL-FILE
0010B0     LABEL RECORDS ARE STANDARD.
0010B1 COPY DL100PC.
0010B2*
0010B3 FD  PART-VLT-FILE
0010B4     LABEL RECORDS ARE STANDARD.
0010B5 01  PART-VLT-RECORD             PIC X(1067).
0010B6*
0010B7 FD  PART-HIST-FILE
0010B8     LABEL RECORDS ARE STANDARD.
0010B9 01  PART-HIST-RECORD            PIC X(147).
0010BA*
0010BB FD  PART-PROF-FILE
0010BC     LABEL RECORDS ARE STANDARD.
0010BD 01  PART-PROF-RECORD            PIC X(527).
001100*
001110 WORKING-STORAGE SECTION.
001111*--------------------------------------------------------------*
0011BF     05  WS-OUT-TRIM             PIC 9(4) COMP.
0011BG     05  WS-CTL-COUNT-DISP       PIC 9(09).
0011BH     05  WS-CTL-CHARS-DISP       PIC 9(11).
0011BI*--------------------------------------------------------------*
0011BJ*    WORKING STORAGE FOR PER-FEED OUTPUT ROUTING.  A            *
0011BK*    CONSOLIDATED RUN WRITES EACH FEED'S RECORDS TO THAT        *
0011BL*    FEED'S OWN FILE; WS-ROUTE-SUB IS THE FEED'S DL100DT ROW    *
0011BM*    AND PICKS BOTH THE FILE AND ITS DD NAME.  WS-ROUTE-OP      *
0011BN*    SAYS WHAT 3100-ROUTE-FILE-OP IS TO DO TO THAT FILE.        *
0011BO*--------------------------------------------------------------*
0011BP 01  WS-ROUTE-FIELDS.
0011BQ     05  WS-ROUTE-SWITCH         PIC X(01) VALUE "N".
0011BR         88  WS-ROUTED                    VALUE "Y".
0011BS     05  WS-ROUTE-SUB            PIC 9(02) COMP.
0011BT     05  WS-ROUTE-OP             PIC X(01).
0011BU         88  WS-ROUTE-OPEN-NEW            VALUE "O".
0011BV         88  WS-ROUTE-OPEN-EXTEND         VALUE "E".
0011BW         88  WS-ROUTE-WRITE               VALUE "W".
0011BX         88  WS-ROUTE-CLOSE               VALUE "C".
0011BY     05  WS-ROUTE-RECORD         PIC X(500).
0011BZ 01  WS-ROUTE-DD-NAMES.
0011C0     05  WS-RT-DD-01            PIC X(08) VALUE "OUTRT01".
0011C1     05  WS-RT-DD-02            PIC X(08) VALUE "OUTRT02".
0011C2     05  WS-RT-DD-03            PIC X(08) VALUE "OUTRT03".
0011C3     05  WS-RT-DD-04            PIC X(08) VALUE "OUTRT04".
0011C4     05  WS-RT-DD-05            PIC X(08) VALUE "OUTRT05".
0011C5     05  WS-RT-DD-06            PIC X(08) VALUE "OUTRT06".
0011C6     05  WS-RT-DD-07            PIC X(08) VALUE "OUTRT07".
0011C7     05  WS-RT-DD-08            PIC X(08) VALUE "OUTRT08".
0011C8     05  WS-RT-DD-09            PIC X(08) VALUE "OUTRT09".
0011C9     05  WS-RT-DD-10            PIC X(08) VALUE "OUTRT10".
0011CA 01  WS-ROUTE-DD-TABLE REDEFINES WS-ROUTE-DD-NAMES.
0011CB     05  WS-RT-DD                PIC X(08) OCCURS 10 TIMES.
0011CC*--------------------------------------------------------------*
0011CD*    WORKING STORAGE FOR A PARTITIONED RUN.  PM-PARTITION NAMES  *
0011CE*    THE PARTITION; THE PARTDEF TABLE (DL100PT) SAYS WHICH       *
0011CF*    RECORDS IT OWNS.  A RECORD OWNED BY ANOTHER PARTITION IS    *
0011CG*    READ AND COUNTED (SKIP COUNT/CHARS) BUT NOT PROCESSED, SO   *
0011CH*    WS-RECORD-ID STAYS THE WHOLE FILE'S RECORD NUMBER AND THIS  *
0011CI*    RUN'S OWN RECORDS ARE WS-RECORD-ID LESS THE SKIP COUNT.     *
0011CJ*--------------------------------------------------------------*
0011CK 01  WS-PART-FIELDS.
0011CL     05  WS-PART-SWITCH          PIC X(01) VALUE "N".
0011CM         88  WS-PARTITIONED               VALUE "Y".
0011CN     05  WS-PART-NUMBER          PIC 9(01) VALUE ZERO.
0011CO     05  WS-PART-OWNER           PIC 9(01).
0011CP     05  WS-PART-STATE           PIC X(01).
0011CQ     05  WS-PART-SCAN            PIC 9(02) COMP.
0011CR     05  WS-PART-FEED-SUB        PIC 9(02) COMP.
0011CS     05  WS-PART-LOAD-STATUS     PIC X(02).
0011CT     05  WS-PART-OUT-STATUS      PIC X(02).
0011CU     05  WS-PART-CTL-STATUS      PIC X(02).
011CU1     05  WS-PART-VLT-STATUS      PIC X(02).
011CU2     05  WS-PART-HIST-STATUS     PIC X(02).
011CU3     05  WS-PART-PROF-STATUS     PIC X(02).
011CU4     05  WS-PART-SKIP-COUNT      PIC 9(09) COMP VALUE ZERO.
011CU5     05  WS-PART-SKIP-CHARS      PIC 9(11) COMP VALUE ZERO.
011CU6     05  WS-PART-OWN-COUNT       PIC 9(09) COMP VALUE ZERO.
011CU7     05  WS-PART-FILE-CHARS      PIC 9(11) COMP VALUE ZERO.
011CU8     05  WS-PART-OUT-LINES       PIC 9(09) COMP VALUE ZERO.
011CU9     05  WS-PART-EXCP-ROWS       PIC 9(09) COMP VALUE ZERO.
011CUA     05  WS-PART-VAULT-ROWS      PIC 9(09) COMP VALUE ZERO.
011CUB COPY DL100PT.
001196 01  WS-RUN-MODE-SWITCH          PIC X(01) VALUE "L".
001197     88  WS-PREVIEW-MODE                   VALUE "P".
001198 01  WS-FEED-MODE-SW             PIC X(01) VALUE "N".
001285     05  WS-RECORD-LENGTH        PIC 9(4) COMP.
001286     05  WS-FIELD-CONTENT-TOTAL  PIC 9(11) COMP.
001287     05  WS-PAD-LENGTH           PIC 9(4) COMP.
00128A     05  WS-EDIT-RULE-SUB        PIC 9(02) COMP.
00128B     05  WS-EDIT-RESULT          PIC X(01).
00128C     05  WS-EDIT-FAIL-SWITCH     PIC X(01).
00128D         88  WS-EDIT-FAILED               VALUE "Y".
00128E     05  WS-EDIT-WORD            PIC X(10).
00128F 01  WS-FLD-AREA-1               PIC X(500).
00128G 01  WS-FLD-AREA-2               PIC X(500).
00128H*--------------------------------------------------------------*
00128I*    WORKING STORAGE FOR PERSONAL-DATA MASKING.  WS-MASK-AREA   *
00128J*    HOLDS THE VALUE BEING MASKED IN ITS RECORD LAYOUT;         *
00128K*    WS-MASKED-KEY IS THE BUSINESS KEY AS THE AUDIT FILES GET   *
00128L*    IT.  WS-BUSINESS-KEY ITSELF STAYS CLEAR FOR THE VAULT.     *
00128M*--------------------------------------------------------------*
00128N 01  WS-MASK-FIELDS.
00128O     05  WS-MASK-AREA            PIC X(500).
00128P     05  WS-MASK-START           PIC 9(4) COMP.
00128Q     05  WS-MASK-LENGTH          PIC 9(4) COMP.
00128R     05  WS-MASK-RESULT          PIC X(01).
00128S     05  WS-MASK-SUB             PIC 9(02) COMP.
00128T     05  WS-MASKED-SWITCH        PIC X(01).
00128U         88  WS-MASKED                    VALUE "Y".
00128V     05  WS-KEY-MASKED-SWITCH    PIC X(01).
00128W         88  WS-KEY-MASKED                VALUE "Y".
00128X     05  WS-MASKED-KEY           PIC X(30).
00128Y     05  WS-VAULT-COUNT          PIC 9(09) COMP VALUE ZERO.
001290*--------------------------------------------------------------*
001291*    WORKING STORAGE FOR THE CONSOLIDATED FEED MODE AND THE     *
001292*    PER-FEED STATISTICS.  THE STATS ROWS LINE UP ONE FOR ONE   *
00129O         10  WS-F-WRITTEN        PIC 9(09) COMP.
0129O1         10  WS-F-DUP-COUNT      PIC 9(09) COMP.
0129O2         10  WS-F-SUM-DUP        PIC 9(11) COMP.
0129O3         10  WS-F-OUT-REC-COUNT  PIC 9(09) COMP.
0129O4         10  WS-F-OUT-CHAR-COUNT PIC 9(11) COMP.
0129O5         10  WS-F-EDIT-COUNT     PIC 9(09) COMP.
0129R1*--------------------------------------------------------------*
0129R2*    WORKING STORAGE FOR DEDUP MODE.  THE SEEN TABLE HOLDS THE  *
0129R3*    CONTENT OF EVERY RECORD PROCESSED SO FAR (PER FEED IN      *
0129RO         10  WS-SEEN-LENGTH      PIC 9(4) COMP.
0129RP         10  WS-SEEN-ID          PIC 9(09).
0129RQ         10  WS-SEEN-VALUE       PIC X(500).
0129S0*--------------------------------------------------------------*
0129S1*    WORKING STORAGE FOR THE LENGTH PROFILE.  ONE ROW PER       *
0129S2*    DL100DT TABLE ENTRY PLUS AN ELEVENTH FOR A RUN WITH NO     *
0129S3*    DESTINATION TYPE; SLOT 1 IS THE RECORD AS A SINGLE VALUE   *
0129S4*    AND SLOTS 2-6 ARE DL100FL FIELDS 1-5.  EVERY RECORD THAT   *
0129S5*    REACHES THE LENGTH CHECK IS PROFILED, CUT OR NOT.          *
0129S6*--------------------------------------------------------------*
0129S7 01  WS-PROFILE-FIELDS.
0129S8     05  WS-PROF-FEED            PIC 9(02) COMP.
0129S9     05  WS-PROF-SLOT            PIC 9(02) COMP.
0129SA     05  WS-PROF-BUCKET          PIC 9(02) COMP.
0129SB     05  WS-PROF-WORK            PIC 9(4) COMP.
0129SC     05  WS-PROF-LIMIT           PIC 9(4) COMP.
0129SD     05  WS-PROF-WIDTH           PIC 9(4) COMP.
0129SE     05  WS-PROF-NAME            PIC X(10).
0129SF     05  WS-PROF-EOF-SW          PIC X(01).
0129SG         88  WS-PROF-EOF                  VALUE "Y".
0129SH     05  WS-PROF-TARGET-SW       PIC X(01).
0129SI         88  WS-PROF-TO-LEDGER            VALUE "L".
0129SJ         88  WS-PROF-TO-CKPT              VALUE "C".
129SJ1         88  WS-PROF-TO-PART              VALUE "P".
129SJ2 COPY DL100LP.
129SK1 COPY DL100RH.
129SK2 COPY DL100VT.
129SK3 01  WS-PROFILE-TABLE.
129SK4     05  WS-PROF-FEED-ROW OCCURS 11 TIMES.
129SK5         10  WS-PROF-SLOT-ROW OCCURS 6 TIMES.
129SK6             15  WS-PS-NAME      PIC X(10) VALUE SPACES.
129SK7             15  WS-PS-LIMIT     PIC 9(4) COMP VALUE ZERO.
129SK8             15  WS-PS-WIDTH     PIC 9(4) COMP VALUE ZERO.
129SK9             15  WS-PS-COUNT     PIC 9(09) COMP VALUE ZERO.
129SKA             15  WS-PS-OVER      PIC 9(09) COMP VALUE ZERO.
129SKB             15  WS-PS-MAX       PIC 9(4) COMP VALUE ZERO.
129SKC             15  WS-PS-SUM       PIC 9(11) COMP VALUE ZERO.
129SKD             15  WS-PS-BUCKET    PIC 9(09) COMP VALUE ZERO
129SKE                                 OCCURS 50 TIMES.
00129Q*--------------------------------------------------------------*
00129R*    WORKING STORAGE FOR THE EXCEPTION FILE                     *
00129S*--------------------------------------------------------------*
001396 01  WS-EXCEPT-STATUS            PIC X(02).
001397 01  WS-REJECT-STATUS            PIC X(02).
001398 01  WS-RUNHIST-STATUS           PIC X(02).
013981 01  WS-SENTLOG-STATUS           PIC X(02).
001399 01  WS-REJDATA-STATUS           PIC X(02).
00139A 01  WS-TBL-STATUS               PIC X(02).
00139B 01  WS-DUPS-STATUS              PIC X(02).
00139C 01  WS-LENPROF-STATUS           PIC X(02).
00139D 01  WS-PROFCKPT-STATUS          PIC X(02).
00139E 01  WS-ROUTE-STATUS             PIC X(02).
00139F 01  WS-VAULT-STATUS             PIC X(02).
001400 01  WS-CKPT-FIELDS.
001410     05  WS-CKPT-INTERVAL        PIC 9(06) COMP VALUE ZERO.
001420     05  WS-CKPT-REMAINDER       PIC 9(06) COMP.
001490 01  WS-STATISTICS.
001500     05  WS-TRUNC-COUNT          PIC 9(09) COMP VALUE ZERO.
001510     05  WS-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
001511     05  WS-EDIT-REJECT-COUNT    PIC 9(09) COMP VALUE ZERO.
001515     05  WS-WRITTEN-COUNT        PIC 9(09) COMP VALUE ZERO.
001520     05  WS-MAX-LENGTH           PIC 9(04) COMP VALUE ZERO.
001530     05  WS-SUM-LENGTH           PIC 9(11) COMP VALUE ZERO.
001605     05  WS-RPT-MAXOVER          PIC Z,ZZ9.
001606     05  WS-RPT-SPILL            PIC ZZZ,ZZZ,ZZ9.
001607     05  WS-RPT-DUP              PIC ZZZ,ZZZ,ZZ9.
00160B     05  WS-RPT-EDIT             PIC ZZZ,ZZZ,ZZ9.
00160C     05  WS-RPT-PARM-LIMIT       PIC Z,ZZ9.
00160D     05  WS-RPT-PARM-CKPT        PIC ZZZ,ZZ9.
00160E     05  WS-RPT-PARM-PCT         PIC ZZ9.
001610*--------------------------------------------------------------*
001620*    WORKING STORAGE FOR THE INPUT/OUTPUT RECONCILIATION        *
001630*--------------------------------------------------------------*
002149     END-IF.
002150     PERFORM 1350-OPEN-OUTPUT-FILES
002160         THRU 1350-EXIT.
002161*    A PARTITION POSTS ITSELF RUNNING, SO AN ABEND LEAVES A
002162*    ROW THAT DL180DR WILL NOT TAKE AS COMPLETE.
002163     IF WS-PARTITIONED AND WS-FILES-OPEN THEN
002164         MOVE "R" TO WS-PART-STATE
002165         PERFORM 9700-WRITE-PART-CONTROL
002166             THRU 9700-EXIT
002167     END-IF.
002168     IF NOT WS-EOF THEN
002170         PERFORM 1200-READ-INPUT
002175             THRU 1200-EXIT
002180     END-IF.
002418         PERFORM 1120-RESOLVE-PROFILE
002419             THRU 1120-EXIT
00241A     END-IF.
0241A1*    A PARTITIONED RUN SETTLES ITS PARTITION BEFORE THE REST
0241A2*    OF THE CARD IS VALIDATED, SO EVEN A PARAMETER-ERROR REPORT
0241A3*    GOES TO THE PARTITION'S OWN FILES.
0241A4     IF PM-PARTITION NOT = SPACE
0241A5         AND PM-PARTITION NOT = "0"
0241A6         PERFORM 1170-VALIDATE-PARTITION
0241A7             THRU 1170-EXIT
0241A8     END-IF.
00241B     PERFORM 1130-VALIDATE-PARAMETERS
00241C         THRU 1130-EXIT.
00241D     IF WS-PARM-ERROR THEN
002421     IF PM-FEED-MODE = "C" THEN
002422         MOVE PM-FEED-MODE TO WS-FEED-MODE-SW
002423         DISPLAY "DL100MN - CONSOLIDATED FEED MODE"
024231*        EACH FEED'S RECORDS GO TO THAT FEED'S OWN OUTPUT FILE
024232*        SO EVERY RECEIVER GETS ONLY ITS OWN DATA.
024233         MOVE "Y" TO WS-ROUTE-SWITCH
024234         DISPLAY "DL100MN - OUTPUT ROUTED PER FEED"
024235     END-IF.
024241*    A PARTITION'S OUTPUT GOES TO ITS WORK FILE INSTEAD; DL260MB
024242*    ROUTES THE MERGED RECORDS TO THE FEED FILES.
024243     IF WS-PARTITIONED THEN
024244         MOVE "N" TO WS-ROUTE-SWITCH
024245         DISPLAY "DL100MN - PARTITION " WS-PART-NUMBER " OF "
024246             PT-PART-COUNT " - OUTPUT HELD FOR THE MERGE"
024247     END-IF.
002425     IF PM-RUN-MODE = "P" THEN
002426         MOVE PM-RUN-MODE TO WS-RUN-MODE-SWITCH
002427         DISPLAY "DL100MN - PREVIEW MODE - "
02435Z     END-IF.
024360 1131-EXIT.
024361     EXIT.
024362*--------------------------------------------------------------*
024363*    1170-VALIDATE-PARTITION  -  TAKE THE CARD'S PARTITION.    *
024364*                       THE PARTDEF TABLE IS LOADED AND THE     *
024365*                       PARTITION CHECKED AGAINST IT.  ANY      *
024366*                       FAULT IS A PARAMETER ERROR.             *
024368*--------------------------------------------------------------*
024369 1170-VALIDATE-PARTITION.
02436A     IF PM-PARTITION NOT NUMERIC THEN
02436B         MOVE "PARTITION NUMBER NOT NUMERIC"
02436C             TO WS-PARM-ERROR-TEXT
02436D         PERFORM 1131-FLAG-PARM-ERROR
02436E             THRU 1131-EXIT
02436F         GO TO 1170-EXIT
02436G     END-IF.
02436H     MOVE PM-PARTITION TO WS-PART-NUMBER.
02436I     MOVE "Y" TO WS-PART-SWITCH.
02436L     CALL "DL100PTN" USING PT-TABLE WS-PART-LOAD-STATUS.
02436M     IF WS-PART-LOAD-STATUS NOT = "00" THEN
02436N         MOVE "PARTITION GIVEN BUT NO USABLE PARTDEF"
02436O             TO WS-PARM-ERROR-TEXT
02436P         PERFORM 1131-FLAG-PARM-ERROR
02436Q             THRU 1131-EXIT
02436R         GO TO 1170-EXIT
02436S     END-IF.
02436T     IF WS-PART-NUMBER > PT-PART-COUNT THEN
02436U         MOVE SPACES TO WS-PARM-ERROR-TEXT
02436V         STRING "PARTITION " WS-PART-NUMBER " NOT ON PARTDEF"
02436W             DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
02436X         PERFORM 1131-FLAG-PARM-ERROR
02436Y             THRU 1131-EXIT
02436Z     END-IF.
024370     IF PT-BY-FEED AND PM-FEED-MODE NOT = "C" THEN
024371         MOVE "FEED PARTITIONS NEED CONSOLIDATED MODE"
024372             TO WS-PARM-ERROR-TEXT
024373         PERFORM 1131-FLAG-PARM-ERROR
024374             THRU 1131-EXIT
024375     END-IF.
024376     IF PM-RUN-MODE = "P" THEN
024377         MOVE "A PREVIEW RUN CANNOT BE PARTITIONED"
024378             TO WS-PARM-ERROR-TEXT
024379         PERFORM 1131-FLAG-PARM-ERROR
02437A             THRU 1131-EXIT
02437B     END-IF.
02437C 1170-EXIT.
02437D     EXIT.
002440*--------------------------------------------------------------*
002450*    1150-LOOKUP-DEST-TYPE  -  RESOLVE SOURCE WIDTH AND LIMIT   *
002460*                       FROM THE DESTINATION-TYPE CODE           *
0028PK                     MOVE CK-OUT-CHAR-COUNT
0028PL                         TO WS-OUT-CHAR-COUNT
0028PM                 END-IF
0028PP                 IF CK-EDIT-COUNT IS NUMERIC THEN
0028PQ                     MOVE CK-EDIT-COUNT TO WS-EDIT-REJECT-COUNT
0028PR                 END-IF
028PR1                 IF CK-PART-SKIP-COUNT IS NUMERIC THEN
028PR2                     MOVE CK-PART-SKIP-COUNT
028PR3                         TO WS-PART-SKIP-COUNT
028PR4                     MOVE CK-PART-SKIP-CHARS
028PR5                         TO WS-PART-SKIP-CHARS
028PR6                     MOVE CK-PART-OUT-LINES
028PR7                         TO WS-PART-OUT-LINES
028PR8                     MOVE CK-PART-EXCP-ROWS
028PR9                         TO WS-PART-EXCP-ROWS
028PRA                     MOVE CK-PART-VAULT-ROWS
028PRB                         TO WS-PART-VAULT-ROWS
028PRC                 END-IF
0028P1                 PERFORM 1320-RESTORE-FEED-STATS
0028P2                     THRU 1320-EXIT
0028P3                     VARYING WS-CKPT-FEED-SUB FROM 1 BY 1
0028P5         END-READ
0028P6         CLOSE CHECKPOINT-FILE
0028P7     END-IF.
0028PN     PERFORM 1330-RESTORE-PROFILE
0028PO         THRU 1330-EXIT.
0028P8 1295-EXIT.
0028P9     EXIT.
00285C*--------------------------------------------------------------*
00308E     IF WS-PREVIEW-MODE THEN
00308F         GO TO 1350-EXIT
00308G     END-IF.
00308H*    A ROUTED RUN OPENS ONE OUTPUT FILE PER FEED INSTEAD OF
00308I*    OUTFILE.  IF ANY OF THEM WILL NOT OPEN THE RUN STOPS
00308J*    BEFORE READING ANYTHING, AS FOR A BAD PARAMETER CARD.
00308K     IF WS-ROUTED THEN
00308L         PERFORM 1360-OPEN-ROUTED-FILE
00308M             THRU 1360-EXIT
00308N             VARYING WS-ROUTE-SUB FROM 1 BY 1
00308O             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00308P         IF WS-PARM-ERROR THEN
00308Q             MOVE "C" TO WS-ROUTE-OP
00308R             PERFORM 3100-ROUTE-FILE-OP
00308S                 THRU 3100-EXIT
00308T                 VARYING WS-ROUTE-SUB FROM 1 BY 1
00308U                 UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
00308V             MOVE "Y" TO WS-EOF-SWITCH
00308W             GO TO 1350-EXIT
00308X         END-IF
00308Y     END-IF.
00308Z     IF WS-SKIP-COUNT > ZERO THEN
030871         IF NOT WS-ROUTED AND NOT WS-PARTITIONED THEN
030872             OPEN EXTEND OUT-FILE
030873             IF WS-OUT-STATUS = "35" THEN
030874                 OPEN OUTPUT OUT-FILE
030875             END-IF
030911         END-IF
003092         OPEN EXTEND EXCEPT-FILE
003093         IF WS-EXCEPT-STATUS = "35" THEN
003094             OPEN OUTPUT EXCEPT-FILE
00309H                 OPEN OUTPUT DUPS-FILE
00309I             END-IF
00309J         END-IF
00309K     ELSE
00309L         IF NOT WS-ROUTED AND NOT WS-PARTITIONED THEN
00309M             OPEN OUTPUT OUT-FILE
00309N*            A FRESH OUTPUT FILE GETS ITS TRANSMISSION HEADER
00309O*            FIRST; A RESTART EXTENDS A FILE THAT ALREADY HAS
00309P*            ONE.
00309Q             IF WS-OUT-CTL-ON THEN
00309R                 MOVE SPACES TO OUT-RECORD
00309S                 STRING "HDR" WS-DEST-TYPE WS-EXCEPTION-DATE
00309T                     DELIMITED BY SIZE INTO OUT-RECORD
00309U                 WRITE OUT-RECORD
00309V             END-IF
00309W         END-IF
00310A         OPEN OUTPUT EXCEPT-FILE
00310B         OPEN OUTPUT REJECT-FILE
00310C         OPEN OUTPUT REJECT-DATA-FILE
00310F             OPEN OUTPUT DUPS-FILE
00310G         END-IF
003104     END-IF.
003105*    A PARTITION WRITES ITS OUTPUT TO ITS OWN WORK FILE, WITH NO
003106*    HEADER - DL260MB PUTS THE CONTROLS ON THE MERGED FILE.  ITS
00310D*    VAULT ROWS GO TO A WORK FILE TOO, CARRIED ON BY A RESTART
00310H*    AND STARTED FRESH WITH THE PARTITION; PIIVAULT ITSELF IS
00310I*    NOT OPENED UNTIL DL260MB ADDS THE MERGED ROWS TO IT.
00310J     IF WS-PARTITIONED THEN
00310K         IF WS-SKIP-COUNT > ZERO THEN
00310L             OPEN EXTEND PART-OUT-FILE
00310M             IF WS-PART-OUT-STATUS = "35" THEN
00310N                 OPEN OUTPUT PART-OUT-FILE
00310O             END-IF
00310P             OPEN EXTEND PART-VLT-FILE
00310Q             IF WS-PART-VLT-STATUS = "35" THEN
00310R                 OPEN OUTPUT PART-VLT-FILE
00310S             END-IF
00310T         ELSE
00310U             OPEN OUTPUT PART-OUT-FILE
00310V             OPEN OUTPUT PART-VLT-FILE
00310W         END-IF
00310X     ELSE
00310Y*        THE VAULT IS PERMANENT - EVERY RUN, FRESH OR RESTARTED,
00310Z*        ADDS TO IT AND DL160AR AGES IT OUT.
003117         OPEN EXTEND VAULT-FILE
00311A         IF WS-VAULT-STATUS = "35" THEN
00311B             OPEN OUTPUT VAULT-FILE
00311C         END-IF
00311D     END-IF.
00311E     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
00311F 1350-EXIT.
00311G     EXIT.
03106A*--------------------------------------------------------------*
03106B*    1360-OPEN-ROUTED-FILE  -  OPEN ONE FEED'S ROUTED OUTPUT    *
03106C*                       FILE (DD OUTRT + ITS TABLE ROW).  A     *
03106D*                       RESTART EXTENDS IT; A FRESH RUN STARTS  *
03106E*                       IT OVER WITH ITS OWN TRANSMISSION       *
03106F*                       HEADER.  EVERY FEED GETS A FILE, EVEN   *
03106G*                       ONE WITH NO DATA TONIGHT, SO NO         *
03106H*                       RECEIVER IS LEFT WITH YESTERDAY'S.      *
03106I*--------------------------------------------------------------*
03106J 1360-OPEN-ROUTED-FILE.
03106N     IF WS-SKIP-COUNT > ZERO THEN
03106O         MOVE "E" TO WS-ROUTE-OP
03106P         PERFORM 3100-ROUTE-FILE-OP
03106Q             THRU 3100-EXIT
03106R         IF WS-ROUTE-STATUS NOT = "35" THEN
03106S             GO TO 1360-CHECK-OPEN
03106T         END-IF
03106U     END-IF.
03106V     MOVE "O" TO WS-ROUTE-OP.
03106W     PERFORM 3100-ROUTE-FILE-OP
03106X         THRU 3100-EXIT.
03106Y     IF WS-ROUTE-STATUS = "00"
03106Z         AND WS-OUT-CTL-ON
031070         MOVE SPACES TO WS-ROUTE-RECORD
031071         STRING "HDR" DT-CODE(WS-ROUTE-SUB) WS-EXCEPTION-DATE
031072             DELIMITED BY SIZE INTO WS-ROUTE-RECORD
031073         MOVE "W" TO WS-ROUTE-OP
031074         PERFORM 3100-ROUTE-FILE-OP
031075             THRU 3100-EXIT
031076     END-IF.
031077 1360-CHECK-OPEN.
031078     IF WS-ROUTE-STATUS NOT = "00" THEN
031079         MOVE SPACES TO WS-PARM-ERROR-TEXT
03107A         STRING "ROUTED OUTPUT " WS-RT-DD(WS-ROUTE-SUB)
03107B             " WILL NOT OPEN"
03107C             DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
03107D         PERFORM 1131-FLAG-PARM-ERROR
03107E             THRU 1131-EXIT
03107F     END-IF.
03107G 1360-EXIT.
03107H     EXIT.
003107*--------------------------------------------------------------*
003108*    2000-PROCESS-RECORD  -  LENGTH CHECK AND TRUNCATE          *
003109*--------------------------------------------------------------*
0031A2         THRU 2008-EXIT.
003115     PERFORM 2010-COMPUTE-CONTENT-LENGTH
003116         THRU 2010-EXIT.
003118*    A PARTITION LEAVES ANOTHER PARTITION'S RECORD ALONE - IT
003119*    COUNTS TOWARD THE TRAILER CHECK AND THE CHECKPOINT ONLY.
00311H     IF WS-PARTITIONED THEN
00311I         PERFORM 2500-CHECK-PARTITION
00311J             THRU 2500-EXIT
00311K         IF WS-PART-OWNER NOT = WS-PART-NUMBER THEN
00311L             ADD 1 TO WS-PART-SKIP-COUNT
00311M             ADD WS-LENGTH TO WS-PART-SKIP-CHARS
00311N             GO TO 2000-CHECKPOINT
00311O         END-IF
00311P     END-IF.
00311Q     IF WS-LENGTH > WS-MAX-LENGTH THEN
00311R         MOVE WS-LENGTH TO WS-MAX-LENGTH
003120     END-IF.
003150     ADD WS-LENGTH TO WS-SUM-INPUT-LENGTH.
003151     IF WS-FEED-IDX > ZERO THEN
003175         MOVE "UNKNOWN FEED TYPE CODE ON RECORD"
003176             TO WS-REJECT-REASON
003177     END-IF.
003178     MOVE "N" TO WS-EDIT-FAIL-SWITCH.
003179     IF WS-VALID AND WS-FIELD-MODE THEN
00317A         PERFORM 1920-APPLY-EDIT-RULES
00317B             THRU 1920-EXIT
00317C     END-IF.
003180     IF WS-VALID THEN
003181         MOVE "N" TO WS-DUP-SWITCH
003182         IF WS-DEDUP-MODE THEN
003222         IF WS-FEED-IDX > ZERO THEN
003224             ADD 1 TO WS-F-REJECT-COUNT(WS-FEED-IDX)
003226         END-IF
003227         IF WS-EDIT-FAILED THEN
003228             ADD 1 TO WS-EDIT-REJECT-COUNT
003229             IF WS-FEED-IDX > ZERO THEN
00322A                 ADD 1 TO WS-F-EDIT-COUNT(WS-FEED-IDX)
00322B             END-IF
00322C         END-IF
003230         PERFORM 1950-WRITE-REJECT
003240             THRU 1950-EXIT
003250     END-IF.
003251 2000-CHECKPOINT.
003260     IF WS-CKPT-INTERVAL > ZERO
003261         AND NOT WS-PREVIEW-MODE THEN
003270         DIVIDE WS-RECORD-ID BY WS-CKPT-INTERVAL
003310             PERFORM 2200-WRITE-CHECKPOINT
003320                 THRU 2200-EXIT
003330         END-IF
003331     END-IF.
003332     SUBTRACT WS-PART-SKIP-COUNT FROM WS-RECORD-ID
003333         GIVING WS-PART-OWN-COUNT.
003341     IF WS-PART-OWN-COUNT > 99
003342         AND (WS-MAX-REJECT-PCT > ZERO
003343             OR WS-MAX-TRUNC-PCT > ZERO)
003344         PERFORM 2300-CHECK-THRESHOLDS
0033C4             VARYING WS-SCAN-SUB FROM 1 BY 1
0033C5             UNTIL WS-SCAN-SUB > WS-KEY-LENGTH
0033B5     END-IF.
0033BA*    THE AUDIT FILES GET THE KEY MASKED WHEREVER IT OVERLAPS
0033BB*    THE FEED'S PERSONAL DATA.
0033BC     PERFORM 2380-MASK-BUSINESS-KEY
0033BD         THRU 2380-EXIT.
0033BE 2008-EXIT.
0033BF     EXIT.
0033C6*--------------------------------------------------------------*
0033C7*    2009-SANITIZE-KEY-BYTE  -  SUBSTITUTE "." FOR ANY KEY      *
0033C8*                       BYTE A LINE SEQUENTIAL FILE CANNOT       *
034A56         MOVE WS-RECORD-ID TO DU-RECORD-ID
034A57         MOVE WS-SEEN-ID(WS-SEEN-HIT) TO DU-MATCHED-ID
034A58         MOVE WS-DEST-TYPE TO DU-DEST-TYPE
034A5A         MOVE WS-AREA-1 TO WS-MASK-AREA
034A5B         PERFORM 2400-MASK-RECORD
034A5C             THRU 2400-EXIT
034A5M         MOVE WS-MASK-AREA TO DU-ORIGINAL-VALUE
034A5N         WRITE DU-RECORD
034A5O         IF WS-MASKED THEN
034A5P             MOVE "DU" TO VT-SOURCE
034A5Q             MOVE ZERO TO VT-FIELD-NUMBER
034A5R             MOVE SPACES TO VT-FIELD-NAME
034A5S             MOVE WS-AREA-1 TO VT-ORIGINAL-VALUE
034A5T             MOVE SPACES TO VT-TRUNCATED-VALUE
034A5U             PERFORM 2450-WRITE-VAULT
034A5V                 THRU 2450-EXIT
034A5W         END-IF
034A61     END-IF.
034A62 2045-EXIT.
034A63     EXIT.
003590     END-IF.
003600 1910-EXIT.
003610     EXIT.
003611*--------------------------------------------------------------*
003612*    1920-APPLY-EDIT-RULES  -  RUN EACH FIELD OF A FIELD-LAYOUT *
003613*                       FEED THROUGH ITS FEEDDEF CONTENT EDIT    *
003614*                       RULES.  THE FIRST FAILURE MAKES THE      *
003615*                       RECORD A REJECT WHOSE REASON NAMES THE   *
003616*                       FIELD AND THE RULE.                      *
003617*--------------------------------------------------------------*
003618 1920-APPLY-EDIT-RULES.
003619     PERFORM 1925-EDIT-ONE-FIELD
00361A         THRU 1925-EXIT
00361B         VARYING WS-FIELD-SUB FROM 1 BY 1
00361C         UNTIL WS-FIELD-SUB > FL-FIELD-COUNT(FL-IDX)
00361D         OR WS-EDIT-FAILED.
00361E     IF WS-EDIT-FAILED THEN
00361F         MOVE "N" TO WS-VALID-SWITCH
00361G     END-IF.
00361H 1920-EXIT.
00361I     EXIT.
00361J*--------------------------------------------------------------*
00361K*    1925-EDIT-ONE-FIELD  -  CUT ONE FIELD OUT OF THE RECORD    *
00361L*                       AND APPLY ITS RULES IN FEEDDEF ORDER     *
00361M*--------------------------------------------------------------*
00361N 1925-EDIT-ONE-FIELD.
00361O     IF FL-EDIT-COUNT(FL-IDX, WS-FIELD-SUB) = ZERO THEN
00361P         GO TO 1925-EXIT
00361Q     END-IF.
00361R     MOVE FL-FIELD-OFFSET(FL-IDX, WS-FIELD-SUB)
00361S         TO WS-FIELD-OFFSET.
00361T     MOVE FL-FIELD-LENGTH(FL-IDX, WS-FIELD-SUB)
00361U         TO WS-FIELD-LENGTH.
00361V     MOVE SPACES TO WS-FLD-AREA-1.
00361W     MOVE WS-AREA-1(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
00361X         TO WS-FLD-AREA-1(1:WS-FIELD-LENGTH).
00361Y     PERFORM 1930-APPLY-ONE-RULE
00361Z         THRU 1930-EXIT
003620         VARYING WS-EDIT-RULE-SUB FROM 1 BY 1
003621         UNTIL WS-EDIT-RULE-SUB
003622             > FL-EDIT-COUNT(FL-IDX, WS-FIELD-SUB)
003623         OR WS-EDIT-FAILED.
003624 1925-EXIT.
003625     EXIT.
003626*--------------------------------------------------------------*
003627*    1930-APPLY-ONE-RULE  -  ONE RULE THROUGH DL100EDT          *
003628*--------------------------------------------------------------*
003629 1930-APPLY-ONE-RULE.
00362A     CALL "DL100EDT" USING WS-FLD-AREA-1 WS-FIELD-LENGTH
00362B         FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00362C         FL-EDIT-ARG(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00362D         FL-FIELD-MB(FL-IDX, WS-FIELD-SUB)
00362E         WS-EDIT-RESULT.
00362F     IF WS-EDIT-RESULT NOT = "N" THEN
00362G         GO TO 1930-EXIT
00362H     END-IF.
00362I     MOVE "Y" TO WS-EDIT-FAIL-SWITCH.
00362J     MOVE "CHAR SET" TO WS-EDIT-WORD.
00362K     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00362L         = "R"
00362M         MOVE "REQUIRED" TO WS-EDIT-WORD
00362N     END-IF.
00362O     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00362P         = "N"
00362Q         MOVE "NUMERIC" TO WS-EDIT-WORD
00362R     END-IF.
00362S     IF FL-EDIT-RULE(FL-IDX, WS-FIELD-SUB, WS-EDIT-RULE-SUB)
00362T         = "D"
00362U         MOVE "VALID DATE" TO WS-EDIT-WORD
00362V     END-IF.
00362W     MOVE SPACES TO WS-REJECT-REASON.
00362X     STRING "FIELD " DELIMITED BY SIZE
00362Y         FL-FIELD-NAME(FL-IDX, WS-FIELD-SUB) DELIMITED BY SPACE
00362Z         " FAILED EDIT - " WS-EDIT-WORD DELIMITED BY SIZE
003630         INTO WS-REJECT-REASON.
003631 1930-EXIT.
003632     EXIT.
003633*--------------------------------------------------------------*
003634*    1950-WRITE-REJECT  -  LOG A REJECTED RECORD.  REJCFILE IS    *
003635*              LINE SEQUENTIAL LIKE THE REST OF THE AUDIT-FILE    *
003636*              FAMILY, SO THE ORIGINAL VALUE IS SANITIZED FIRST - *
003637*              THE LOW-VALUES/CONTROL BYTES THAT EARNED THE       *
003660         MOVE WS-EXCEPTION-DATE      TO RJ-DATE-WRITTEN
003670         MOVE WS-RECORD-ID           TO RJ-RECORD-ID
003680         MOVE WS-REJECT-REASON       TO RJ-REASON
003685         MOVE WS-MASKED-KEY          TO RJ-BUSINESS-KEY
003695         MOVE SPACES                 TO RJ-ORIGINAL-VALUE
003696         PERFORM 1955-SANITIZE-REJECT-BYTE
003697             THRU 1955-EXIT
003698             VARYING WS-SCAN-SUB FROM 1 BY 1
003699             UNTIL WS-SCAN-SUB > WS-SOURCE-WIDTH
00369A         MOVE RJ-ORIGINAL-VALUE      TO WS-MASK-AREA
00369B         PERFORM 2400-MASK-RECORD
00369C             THRU 2400-EXIT
00369D         MOVE WS-MASK-AREA           TO RJ-ORIGINAL-VALUE
003710         WRITE RJ-RECORD
003711         MOVE WS-RECORD-ID           TO RD-RECORD-ID
003712         MOVE WS-DEST-TYPE           TO RD-DEST-TYPE
003713         MOVE WS-AREA-1              TO WS-MASK-AREA
003716         PERFORM 2400-MASK-RECORD
003717             THRU 2400-EXIT
003718         MOVE WS-MASK-AREA           TO RD-ORIGINAL-VALUE
003719         MOVE WS-EXCEPTION-DATE      TO RD-FIRST-SEEN-DATE
00371A         MOVE ZERO                   TO RD-ATTEMPT-COUNT
00371B         MOVE WS-MASKED-KEY          TO RD-BUSINESS-KEY
00371C         MOVE "N"                    TO RD-MASKED-SWITCH
00371D         MOVE WS-REJECT-REASON       TO RD-REJECT-REASON
00371E*        THE RAW IMAGE IS WHAT DL110RR REPAIRS, SO ITS CLEAR
00371F*        BYTES GO TO THE VAULT UNDER THE KEY DL110RR WILL ASK
00371G*        FOR - FIRST-SEEN DATE, FEED AND RECORD ID.
00371H         IF WS-MASKED OR WS-KEY-MASKED THEN
00371I             MOVE "Y"                TO RD-MASKED-SWITCH
00371J             MOVE "RJ"               TO VT-SOURCE
00371K             MOVE ZERO               TO VT-FIELD-NUMBER
00371L             MOVE SPACES             TO VT-FIELD-NAME
00371M             MOVE WS-AREA-1          TO VT-ORIGINAL-VALUE
00371N             MOVE SPACES             TO VT-TRUNCATED-VALUE
00371O             PERFORM 2450-WRITE-VAULT
00371P                 THRU 2450-EXIT
00371Q         END-IF
00371R         WRITE RD-RECORD
00371S     END-IF.
003720     ADD WS-LENGTH TO WS-SUM-REJECT-LENGTH.
003722     IF WS-FEED-IDX > ZERO THEN
003724         ADD WS-LENGTH TO WS-F-SUM-REJECT(WS-FEED-IDX)
003761*--------------------------------------------------------------*
003762*    2050-TRUNCATE-AND-WRITE  -  LENGTH CHECK, TRUNCATE, WRITE  *
003763*--------------------------------------------------------------*
003764 2050-TRUNCATE-AND-WRITE.
003765     MOVE 1 TO WS-PROF-SLOT.
003766     MOVE WS-LIMIT TO WS-PROF-LIMIT.
003767     MOVE WS-SOURCE-WIDTH TO WS-PROF-WIDTH.
003768     MOVE SPACES TO WS-PROF-NAME.
003769     PERFORM 2070-PROFILE-LENGTH
00376A         THRU 2070-EXIT.
003781*    EVERY RECORD OF A SPILL FEED - OVERSIZE OR NOT - GOES OUT
003782*    IN SEGMENT FORMAT, SO THE RECEIVER NEVER HAS TO GUESS
003783*    WHETHER TWELVE LEADING DIGITS ARE A TAG OR NOTE TEXT.
004016         TO WS-FLD-AREA-1(1:WS-FIELD-LENGTH).
004017     PERFORM 2061-COMPUTE-FIELD-LENGTH
004018         THRU 2061-EXIT.
004019     ADD 1 TO WS-FIELD-SUB GIVING WS-PROF-SLOT.
00401A     MOVE WS-FIELD-LIMIT TO WS-PROF-LIMIT.
00401B     MOVE WS-FIELD-LENGTH TO WS-PROF-WIDTH.
00401C     MOVE FL-FIELD-NAME(FL-IDX, WS-FIELD-SUB) TO WS-PROF-NAME.
00401D     PERFORM 2070-PROFILE-LENGTH
00401E         THRU 2070-EXIT.
00401F     CALL "DL100TRN" USING WS-FLD-AREA-1 WS-FLD-AREA-2
004020         WS-FIELD-LIMIT WS-LENGTH WS-FLD-MB-SWITCH
004021         WS-TRUNCATED-SWITCH WS-FIELD-LENGTH WS-OUTPUT-LENGTH
00402F         WS-TRUNC-STYLE WS-MARKER.
004046         OR WS-FLD-AREA-1(WS-LENGTH:1) NOT = SPACE.
004047 2061-EXIT.
004048     EXIT.
04048A*--------------------------------------------------------------*
04048B*    2070-PROFILE-LENGTH  -  ADD ONE CONTENT LENGTH (WS-LENGTH) *
04048C*                       TO THE FEED'S LENGTH PROFILE, IN THE     *
04048D*                       SLOT, LIMIT AND WIDTH THE CALLER SET.    *
04048E*                       A RUN WITH NO DESTINATION TYPE USES THE  *
04048F*                       ELEVENTH ROW.                            *
04048G*--------------------------------------------------------------*
04048H 2070-PROFILE-LENGTH.
04048I     IF WS-FEED-IDX > ZERO THEN
04048J         MOVE WS-FEED-IDX TO WS-PROF-FEED
04048K     ELSE
04048L         MOVE 11 TO WS-PROF-FEED
04048M     END-IF.
04048N     MOVE WS-PROF-NAME TO WS-PS-NAME(WS-PROF-FEED, WS-PROF-SLOT).
04048O     MOVE WS-PROF-LIMIT
04048P         TO WS-PS-LIMIT(WS-PROF-FEED, WS-PROF-SLOT).
04048Q     MOVE WS-PROF-WIDTH
04048R         TO WS-PS-WIDTH(WS-PROF-FEED, WS-PROF-SLOT).
04048S     ADD 1 TO WS-PS-COUNT(WS-PROF-FEED, WS-PROF-SLOT).
04048T     ADD WS-LENGTH TO WS-PS-SUM(WS-PROF-FEED, WS-PROF-SLOT).
04048U     IF WS-LENGTH > WS-PS-MAX(WS-PROF-FEED, WS-PROF-SLOT) THEN
04048V         MOVE WS-LENGTH TO WS-PS-MAX(WS-PROF-FEED, WS-PROF-SLOT)
04048W     END-IF.
04048X     IF WS-LENGTH > WS-PROF-LIMIT THEN
04048Y         ADD 1 TO WS-PS-OVER(WS-PROF-FEED, WS-PROF-SLOT)
04048Z     END-IF.
040490*    BUCKET N HOLDS LENGTHS 10*(N-1)+1 THRU 10*N; AN EMPTY
040491*    VALUE GOES IN BUCKET 1 WITH THE SHORTEST.
04049A     ADD 9 TO WS-LENGTH GIVING WS-PROF-WORK.
04049B     DIVIDE WS-PROF-WORK BY 10 GIVING WS-PROF-BUCKET.
04049C     IF WS-PROF-BUCKET = ZERO THEN
04049D         MOVE 1 TO WS-PROF-BUCKET
04049E     END-IF.
04049F     IF WS-PROF-BUCKET > 50 THEN
04049G         MOVE 50 TO WS-PROF-BUCKET
04049H     END-IF.
04049I     ADD 1 TO WS-PS-BUCKET(WS-PROF-FEED, WS-PROF-SLOT,
04049J         WS-PROF-BUCKET).
04049K 2070-EXIT.
04049L     EXIT.
004049*--------------------------------------------------------------*
004050*    2100-WRITE-EXCEPTION  -  LOG A WHOLE-RECORD TRUNCATION     *
004051*                       EVENT.  FIELD NUMBER ZERO SAYS THE CUT   *
004057     MOVE ZERO               TO EX-FIELD-NUMBER.
004058     MOVE SPACES             TO EX-FIELD-NAME.
004059     MOVE WS-LENGTH          TO EX-ACTUAL-LENGTH.
00405G     MOVE WS-LIMIT           TO EX-LIMIT-USED.
00405H*    THE TRUNCATED VALUE IS A PREFIX OF THE ORIGINAL, SO THE
00405I*    ORIGINAL GOES SECOND AND ITS MASK SWITCH STANDS FOR BOTH.
00405J     MOVE WS-AREA-2          TO WS-MASK-AREA.
00405K     PERFORM 2400-MASK-RECORD
00405L         THRU 2400-EXIT.
00405M     MOVE WS-MASK-AREA       TO EX-TRUNCATED-VALUE.
00405N     MOVE WS-AREA-1          TO WS-MASK-AREA.
00405O     PERFORM 2400-MASK-RECORD
00405P         THRU 2400-EXIT.
00405Q     MOVE WS-MASK-AREA       TO EX-ORIGINAL-VALUE.
00405R     MOVE WS-MASKED-KEY      TO EX-BUSINESS-KEY.
00405S     WRITE EX-RECORD.
00405T     ADD 1 TO WS-PART-EXCP-ROWS.
00405U     IF WS-MASKED OR WS-KEY-MASKED THEN
00405V         MOVE "EX"           TO VT-SOURCE
00405W         MOVE ZERO           TO VT-FIELD-NUMBER
00405X         MOVE SPACES         TO VT-FIELD-NAME
00405Y         MOVE WS-AREA-1      TO VT-ORIGINAL-VALUE
00405Z         MOVE WS-AREA-2      TO VT-TRUNCATED-VALUE
004060         PERFORM 2450-WRITE-VAULT
004061             THRU 2450-EXIT
004062     END-IF.
004064 2100-EXIT.
004065     EXIT.
004066*--------------------------------------------------------------*
004078     MOVE WS-FIELD-LIMIT     TO EX-LIMIT-USED.
004079     MOVE WS-FLD-AREA-1      TO EX-ORIGINAL-VALUE.
004080     MOVE WS-FLD-AREA-2      TO EX-TRUNCATED-VALUE.
00408A     MOVE WS-MASKED-KEY      TO EX-BUSINESS-KEY.
00408B*    THE FIELD STANDS ALONE IN ITS WORK AREAS, SO A SENSITIVE
00408C*    FIELD (OR FEED) IS MASKED FROM END TO END.
00408D     MOVE "N" TO WS-MASKED-SWITCH.
00408E     IF FL-FIELD-SENSITIVE(FL-IDX, WS-FIELD-SUB) = "Y" THEN
00408F         MOVE "Y" TO WS-MASKED-SWITCH
00408Y     END-IF.
00408Z     IF WS-FEED-IDX > ZERO THEN
004090         IF DT-SENSITIVE(WS-FEED-IDX) = "Y" THEN
004091             MOVE "Y" TO WS-MASKED-SWITCH
004092         END-IF
004093     END-IF.
004094     IF WS-MASKED THEN
004095         MOVE 1 TO WS-MASK-START
004096         MOVE 500 TO WS-MASK-LENGTH
004097         CALL "DL100MSK" USING EX-ORIGINAL-VALUE WS-MASK-START
004098             WS-MASK-LENGTH WS-MASK-RESULT
004099         CALL "DL100MSK" USING EX-TRUNCATED-VALUE WS-MASK-START
00409A             WS-MASK-LENGTH WS-MASK-RESULT
00409B     END-IF.
00409C     WRITE EX-RECORD.
00409D     ADD 1 TO WS-PART-EXCP-ROWS.
00409E     IF WS-MASKED OR WS-KEY-MASKED THEN
00409F         MOVE "EX"           TO VT-SOURCE
00409G         MOVE WS-FIELD-SUB   TO VT-FIELD-NUMBER
00409H         MOVE FL-FIELD-NAME(FL-IDX, WS-FIELD-SUB)
00409I                             TO VT-FIELD-NAME
00409J         MOVE WS-FLD-AREA-1  TO VT-ORIGINAL-VALUE
00409K         MOVE WS-FLD-AREA-2  TO VT-TRUNCATED-VALUE
00409L         PERFORM 2450-WRITE-VAULT
00409M             THRU 2450-EXIT
00409N     END-IF.
00409O 2130-EXIT.
00409P     EXIT.
00409Q*--------------------------------------------------------------*
00409R*    2380-MASK-BUSINESS-KEY  -  BUILD THE AUDIT-FILE COPY OF    *
00409S*                       THE BUSINESS KEY: LAID BACK AT ITS       *
00409T*                       OFFSET IN A RECORD-SHAPED AREA, MASKED   *
00409U*                       THE WAY THE RECORD WOULD BE, AND CUT     *
00409V*                       OUT AGAIN.  A KEY CLEAR OF THE FEED'S    *
00409W*                       PERSONAL DATA COMES THROUGH UNCHANGED.   *
00409X*--------------------------------------------------------------*
00409Y 2380-MASK-BUSINESS-KEY.
00409Z     MOVE WS-BUSINESS-KEY TO WS-MASKED-KEY.
0040A0     MOVE "N" TO WS-KEY-MASKED-SWITCH.
0040A1     IF WS-KEY-LENGTH = ZERO
0040A2         OR WS-KEY-OFFSET = ZERO
0040A3         OR WS-KEY-OFFSET + WS-KEY-LENGTH - 1 > 500
0040A4         GO TO 2380-EXIT
0040A5     END-IF.
0040A6     MOVE SPACES TO WS-MASK-AREA.
0040A7     MOVE WS-BUSINESS-KEY(1:WS-KEY-LENGTH)
0040A8         TO WS-MASK-AREA(WS-KEY-OFFSET:WS-KEY-LENGTH).
0040A9     PERFORM 2400-MASK-RECORD
0040AA         THRU 2400-EXIT.
0040AB     IF WS-MASKED THEN
0040AC         MOVE WS-MASK-AREA(WS-KEY-OFFSET:WS-KEY-LENGTH)
0040AD             TO WS-MASKED-KEY
0040AE         MOVE "Y" TO WS-KEY-MASKED-SWITCH
0040AF     END-IF.
0040AG 2380-EXIT.
0040AH     EXIT.
0040AI*--------------------------------------------------------------*
0040AJ*    2400-MASK-RECORD  -  MASK THE CURRENT FEED'S PERSONAL DATA *
0040AK*                       IN WS-MASK-AREA, WHICH HOLDS A VALUE IN  *
0040AL*                       THE FEED'S RECORD LAYOUT: THE WHOLE      *
0040AM*                       VALUE FOR A FEED MARKED SENSITIVE, ELSE  *
0040AN*                       EACH DL100FL FIELD MARKED SENSITIVE.     *
0040AO*                       WS-MASKED SAYS WHETHER ANY BYTE CHANGED. *
0040AP*                       A RECORD WHOSE FEED IS UNKNOWN HAS NO    *
0040AQ*                       DEFINITION TO GO BY AND IS LEFT ALONE.   *
0040AR*--------------------------------------------------------------*
0040AS 2400-MASK-RECORD.
0040AT     MOVE "N" TO WS-MASKED-SWITCH.
0040AU     IF WS-FEED-IDX = ZERO THEN
0040AV         GO TO 2400-EXIT
0040AW     END-IF.
0040AX     IF DT-SENSITIVE(WS-FEED-IDX) = "Y" THEN
0040AY         MOVE 1 TO WS-MASK-START
0040AZ         MOVE 500 TO WS-MASK-LENGTH
0040B0         CALL "DL100MSK" USING WS-MASK-AREA WS-MASK-START
0040B1             WS-MASK-LENGTH WS-MASK-RESULT
0040B2         IF WS-MASK-RESULT = "Y" THEN
0040B3             MOVE "Y" TO WS-MASKED-SWITCH
0040B4         END-IF
0040B5         GO TO 2400-EXIT
0040B6     END-IF.
0040B7     IF WS-FIELD-MODE THEN
0040B8         PERFORM 2410-MASK-ONE-FIELD
0040B9             THRU 2410-EXIT
0040BA             VARYING WS-MASK-SUB FROM 1 BY 1
0040BB             UNTIL WS-MASK-SUB > FL-FIELD-COUNT(FL-IDX)
0040BC     END-IF.
0040BD 2400-EXIT.
0040BE     EXIT.
0040BF*--------------------------------------------------------------*
0040BG*    2410-MASK-ONE-FIELD  -  MASK ONE FIELD'S BYTES IF FEEDDEF  *
0040BH*                       MARKS IT SENSITIVE                       *
0040BI*--------------------------------------------------------------*
0040BJ 2410-MASK-ONE-FIELD.
0040BK     IF FL-FIELD-SENSITIVE(FL-IDX, WS-MASK-SUB) NOT = "Y" THEN
0040BL         GO TO 2410-EXIT
0040BM     END-IF.
0040BN     MOVE FL-FIELD-OFFSET(FL-IDX, WS-MASK-SUB) TO WS-MASK-START.
0040BO     MOVE FL-FIELD-LENGTH(FL-IDX, WS-MASK-SUB) TO WS-MASK-LENGTH.
0040BP     CALL "DL100MSK" USING WS-MASK-AREA WS-MASK-START
0040BQ         WS-MASK-LENGTH WS-MASK-RESULT.
0040BR     IF WS-MASK-RESULT = "Y" THEN
0040BS         MOVE "Y" TO WS-MASKED-SWITCH
0040BT     END-IF.
0040BU 2410-EXIT.
0040BV     EXIT.
0040BW*--------------------------------------------------------------*
0040BX*    2450-WRITE-VAULT  -  PUT THE CLEAR BYTES BEHIND A MASKED   *
0040BY*                       OUTPUT RECORD ON THE PIIVAULT FILE (A    *
0040BZ*                       PARTITION'S OWN PARTVLT FILE IN A        *
0040C0*                       PARTITIONED RUN).  THE CALLER HAS SET    *
0040C1*                       THE SOURCE, FIELD AND VALUES; THE REST   *
0040C2*                       IS THE RECORD'S OWN.                     *
0040C3*--------------------------------------------------------------*
0040C4 2450-WRITE-VAULT.
0040C5     MOVE WS-EXCEPTION-DATE  TO VT-DATE-WRITTEN.
0040C6     MOVE WS-DEST-TYPE       TO VT-DEST-TYPE.
0040C7     MOVE WS-RECORD-ID       TO VT-RECORD-ID.
0040C8     MOVE WS-BUSINESS-KEY    TO VT-BUSINESS-KEY.
0040C9     IF WS-PARTITIONED THEN
0040CA         WRITE PART-VLT-RECORD FROM VT-RECORD
0040CB     ELSE
0040CC         WRITE VAULT-RECORD FROM VT-RECORD
0040CD     END-IF.
0040CE     ADD 1 TO WS-VAULT-COUNT.
0040CF     ADD 1 TO WS-PART-VAULT-ROWS.
0040CG 2450-EXIT.
0040CH     EXIT.
0040CI*--------------------------------------------------------------*
0040CJ*    2500-CHECK-PARTITION  -  FIND THE PARTITION THAT OWNS     *
0040CK*                       THIS RECORD.  BY FEED: THE PARTITION     *
0040CL*                       LISTING THE FEED.                        *
0040CM*                       BY KEY: THE HIGHEST PARTITION WHOSE LOW  *
0040CN*                       KEY THE BUSINESS KEY REACHES.  PARTITION *
0040CO*                       1 TAKES EVERYTHING ELSE - UNLISTED AND   *
0040CP*                       UNKNOWN FEEDS, AND RECORDS WITH NO KEY.  *
0040CQ*--------------------------------------------------------------*
0040CR 2500-CHECK-PARTITION.
0040CS     MOVE 1 TO WS-PART-OWNER.
0040CT     IF PT-BY-FEED THEN
0040CU         IF WS-FEED-IDX > ZERO THEN
0040CV             PERFORM 2510-SCAN-PART-FEED
0040CW                 THRU 2510-EXIT
0040CX                 VARYING WS-PART-SCAN FROM 1 BY 1
0040CY                 UNTIL WS-PART-SCAN > PT-PART-COUNT
0040CZ                 AFTER WS-PART-FEED-SUB FROM 1 BY 1
0040D0                 UNTIL WS-PART-FEED-SUB > 10
0040D1         END-IF
0040D2         GO TO 2500-EXIT
0040D3     END-IF.
0040D4     IF WS-BUSINESS-KEY = SPACES THEN
0040D5         GO TO 2500-EXIT
0040D6     END-IF.
0040D7     PERFORM 2520-SCAN-PART-KEY
0040D8         THRU 2520-EXIT
0040D9         VARYING WS-PART-SCAN FROM 2 BY 1
0040DA         UNTIL WS-PART-SCAN > PT-PART-COUNT.
0040DB 2500-EXIT.
0040DC     EXIT.
0040DD*--------------------------------------------------------------*
0040DE*    2510-SCAN-PART-FEED  -  ONE FEED SLOT OF ONE PARTITION    *
0040DF*--------------------------------------------------------------*
0040DG 2510-SCAN-PART-FEED.
0040DH     IF PT-FEED-CODE(WS-PART-SCAN, WS-PART-FEED-SUB)
0040DI         = WS-IN-FEED-CODE
0040DJ         MOVE WS-PART-SCAN TO WS-PART-OWNER
0040DK     END-IF.
0040DL 2510-EXIT.
0040DM     EXIT.
0040DN*--------------------------------------------------------------*
0040DO*    2520-SCAN-PART-KEY  -  ONE PARTITION'S LOW KEY.  THE LOW  *
0040DP*                       KEYS ASCEND, SO THE LAST ONE REACHED     *
0040DQ*                       WINS.                                    *
0040DR*--------------------------------------------------------------*
0040DS 2520-SCAN-PART-KEY.
0040DT     IF WS-BUSINESS-KEY NOT < PT-LOW-KEY(WS-PART-SCAN) THEN
0040DU         MOVE WS-PART-SCAN TO WS-PART-OWNER
0040DV     END-IF.
0040DW 2520-EXIT.
0040DX     EXIT.
004110*--------------------------------------------------------------*
004120*    2200-WRITE-CHECKPOINT  -  RECORD HOW FAR WE HAVE GOTTEN    *
004130*--------------------------------------------------------------*
00416I     MOVE WS-SUM-DUP-LENGTH TO CK-SUM-DUP-LENGTH.
00416J     MOVE WS-OUT-REC-COUNT TO CK-OUT-REC-COUNT.
00416K     MOVE WS-OUT-CHAR-COUNT TO CK-OUT-CHAR-COUNT.
00416L     MOVE WS-EDIT-REJECT-COUNT TO CK-EDIT-COUNT.
0416L1     MOVE WS-PART-SKIP-COUNT TO CK-PART-SKIP-COUNT.
0416L2     MOVE WS-PART-SKIP-CHARS TO CK-PART-SKIP-CHARS.
0416L3     MOVE WS-PART-OUT-LINES TO CK-PART-OUT-LINES.
0416L4     MOVE WS-PART-EXCP-ROWS TO CK-PART-EXCP-ROWS.
0416L5     MOVE WS-PART-VAULT-ROWS TO CK-PART-VAULT-ROWS.
004169     PERFORM 2210-SAVE-FEED-STATS
00416A         THRU 2210-EXIT
00416B         VARYING WS-CKPT-FEED-SUB FROM 1 BY 1
00416C         UNTIL WS-CKPT-FEED-SUB > 10.
004170     WRITE CK-RECORD.
004180     CLOSE CHECKPOINT-FILE.
004181     PERFORM 2220-WRITE-PROFILE-CKPT
004182         THRU 2220-EXIT.
004190 2200-EXIT.
004200     EXIT.
004201*--------------------------------------------------------------*
004202*    2220-WRITE-PROFILE-CKPT  -  SAVE THE LENGTH PROFILE SO    *
004203*                       FAR ON THE PROFCKPT COMPANION, IN THE   *
004204*                       LEDGER LAYOUT, SO A RESTART CAN PICK    *
004205*                       IT BACK UP WITH THE CHECKPOINT TOTALS.  *
004206*--------------------------------------------------------------*
004207 2220-WRITE-PROFILE-CKPT.
004208     MOVE "C" TO WS-PROF-TARGET-SW.
004209     OPEN OUTPUT PROFCKPT-FILE.
00420A     PERFORM 9330-WRITE-PROFILE-FEED
00420B         THRU 9330-EXIT
00420C         VARYING WS-PROF-FEED FROM 1 BY 1
00420D         UNTIL WS-PROF-FEED > 11.
00420E     CLOSE PROFCKPT-FILE.
00420F 2220-EXIT.
00420G     EXIT.
004210*--------------------------------------------------------------*
004220*    9000-TERMINATE  -  CLOSE FILES, CLEAR THE CHECKPOINT       *
004230*--------------------------------------------------------------*
004231 9000-TERMINATE.
004232*    A PARTITION READ THE WHOLE FILE BUT PROCESSED ONLY ITS OWN
004233*    RECORDS - THE OTHERS COUNT TOWARD THE TRAILER CHECK, NOT
004234*    TOWARD THIS RUN'S STATISTICS OR LEDGER.
004235     SUBTRACT WS-PART-SKIP-COUNT FROM WS-RECORD-ID
004236         GIVING WS-PART-OWN-COUNT.
004237     ADD WS-SUM-INPUT-LENGTH WS-PART-SKIP-CHARS
004238         GIVING WS-PART-FILE-CHARS.
004241     IF WS-HDR-TRL-CHECK
004242         AND NOT WS-TRANSMIT-FAILED
004243         AND NOT WS-THRESHOLD-BREACHED
00426G         AND NOT WS-PARM-ERROR
004263         PERFORM 9300-WRITE-RUN-HISTORY
004264             THRU 9300-EXIT
004265         PERFORM 9320-WRITE-LENGTH-PROFILE
004266             THRU 9320-EXIT
004267     END-IF.
004270     CLOSE IN-FILE.
004271*    THE OUTPUT AND AUDIT FILES ARE ONLY OPEN WHEN 1350 RAN -
004272*    A PREVIEW RUN AND A RUN REJECTED AT THE HEADER CHECK
00427C         AND WS-OUT-CTL-ON
00427D         AND NOT WS-THRESHOLD-BREACHED
00427E         AND NOT WS-TRANSMIT-FAILED
04227E         AND NOT WS-PARM-ERROR
4227E1         AND NOT WS-PARTITIONED
00427F         IF WS-OUT-CTL-FULL THEN
00427G             PERFORM 9500-WRITE-OUT-TRAILER
00427H                 THRU 9500-EXIT
00427K                 THRU 9600-EXIT
00427L         END-IF
00427M     END-IF.
00427N*    EVERY FINISHED OUTPUT FILE GOES ON THE SENT-FILE LOG,
00427O*    WHATEVER THE OUTPUT-CONTROL MODE, SO THE RECEIPT
00427P*    RECONCILIATION KNOWS OF IT.  A PARTITION'S WORK OUTPUT IS
00427Q*    NOT SENT - THE MERGE LOGS THE MERGED FILES.
00427R     IF WS-FILES-OPEN
00427S         AND NOT WS-THRESHOLD-BREACHED
00427T         AND NOT WS-TRANSMIT-FAILED
00427U         AND NOT WS-PARM-ERROR
00427V         AND NOT WS-PARTITIONED
00427W         PERFORM 9650-WRITE-SENT-LOG
00427X             THRU 9650-EXIT
00427Y     END-IF.
00427Z     IF WS-FILES-OPEN THEN
004280         IF WS-ROUTED THEN
004281             MOVE "C" TO WS-ROUTE-OP
004282             PERFORM 3100-ROUTE-FILE-OP
004283                 THRU 3100-EXIT
004284                 VARYING WS-ROUTE-SUB FROM 1 BY 1
004286                 UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
004287         ELSE
004288             IF WS-PARTITIONED THEN
004289                 CLOSE PART-OUT-FILE
00428A             ELSE
00428B                 CLOSE OUT-FILE
00428C             END-IF
00428D         END-IF
004290         CLOSE EXCEPT-FILE
004300         CLOSE REJECT-FILE
00430M         CLOSE REJECT-DATA-FILE
0430M1         IF WS-PARTITIONED THEN
430M11             CLOSE PART-VLT-FILE
430M12         ELSE
430M13             CLOSE VAULT-FILE
430M14         END-IF
00430N         IF WS-DEDUP-MODE THEN
00430O             CLOSE DUPS-FILE
00430P         END-IF
004320             MOVE ZERO TO CK-RECORD
004330             WRITE CK-RECORD
004340             CLOSE CHECKPOINT-FILE
004341             OPEN OUTPUT PROFCKPT-FILE
004342             CLOSE PROFCKPT-FILE
004343         END-IF
004344     END-IF.
004345*    A PARTITION LEAVES ITS CONTROL ROW: COMPLETE, OR FAILED AND
004346*    WAITING FOR ITS RESTART.
004347     IF WS-PARTITIONED THEN
004348         IF WS-THRESHOLD-BREACHED
004349             OR WS-TRANSMIT-FAILED
00434A             OR WS-PARM-ERROR
00434B             MOVE "F" TO WS-PART-STATE
00434C         ELSE
00434D             MOVE "C" TO WS-PART-STATE
00434E         END-IF
00434F         PERFORM 9700-WRITE-PART-CONTROL
00434G             THRU 9700-EXIT
00434H     END-IF.
004350 9000-EXIT.
004360     EXIT.
004370*--------------------------------------------------------------*
004380*    9100-PRINT-SUMMARY  -  END-OF-RUN TRUNCATION STATISTICS    *
004390*--------------------------------------------------------------*
004400 9100-PRINT-SUMMARY.
004410     IF WS-PART-OWN-COUNT > ZERO THEN
004420         DIVIDE WS-SUM-INPUT-LENGTH BY WS-PART-OWN-COUNT
004430             GIVING WS-AVG-LENGTH ROUNDED
004440     END-IF.
004450     MOVE WS-PART-OWN-COUNT TO WS-RPT-TOTAL.
004460     MOVE WS-TRUNC-COUNT TO WS-RPT-TRUNC.
004470     MOVE WS-REJECT-COUNT TO WS-RPT-REJECT.
004480     MOVE WS-MAX-LENGTH TO WS-RPT-MAXLEN.
004620     STRING "TOTAL RECORDS READ . . . . . . . " WS-RPT-TOTAL
004630         DELIMITED BY SIZE INTO RP-RECORD.
004640     WRITE RP-RECORD.
004641     IF WS-PARTITIONED THEN
004642         MOVE WS-PART-SKIP-COUNT TO WS-RPT-TOTAL
004643         MOVE SPACES TO RP-RECORD
004644         STRING "LEFT TO OTHER PARTITIONS . . . . " WS-RPT-TOTAL
004645             DELIMITED BY SIZE INTO RP-RECORD
004646         WRITE RP-RECORD
004647     END-IF.
004650     MOVE SPACES TO RP-RECORD.
004660     STRING "RECORDS TRUNCATED . . . . . . . . " WS-RPT-TRUNC
004670         DELIMITED BY SIZE INTO RP-RECORD.
004690     MOVE SPACES TO RP-RECORD.
004700     STRING "RECORDS REJECTED . . . . . . . . . " WS-RPT-REJECT
004710         DELIMITED BY SIZE INTO RP-RECORD.
004711     WRITE RP-RECORD.
004715     MOVE WS-EDIT-REJECT-COUNT TO WS-RPT-EDIT.
004716     MOVE SPACES TO RP-RECORD.
004717     STRING "    BY FIELD EDIT RULES . . . . .  " WS-RPT-EDIT
004718         DELIMITED BY SIZE INTO RP-RECORD.
004719     WRITE RP-RECORD.
004721     IF WS-DEDUP-MODE THEN
004722         MOVE WS-DUP-COUNT TO WS-RPT-DUP
004723         MOVE SPACES TO RP-RECORD
00472D             WRITE RP-RECORD
00472E         END-IF
00472F     END-IF.
00472G     IF WS-VAULT-COUNT > ZERO THEN
00472H         MOVE WS-VAULT-COUNT TO WS-RPT-DUP
00472I         MOVE SPACES TO RP-RECORD
00472J         STRING "MASKED ROWS TO VAULT (THIS STEP) . " WS-RPT-DUP
00472K             DELIMITED BY SIZE INTO RP-RECORD
00472L         WRITE RP-RECORD
00472M     END-IF.
004730     MOVE SPACES TO RP-RECORD.
004740     STRING "LONGEST LENGTH SEEN . . . . . . . " WS-RPT-MAXLEN
004750         DELIMITED BY SIZE INTO RP-RECORD.
004880     STRING "TOTAL CHARACTERS READ . . . . . . " WS-RPT-INCHARS
004890         DELIMITED BY SIZE INTO RP-RECORD.
004900     WRITE RP-RECORD.
004901     IF WS-PARTITIONED THEN
004902         MOVE WS-PART-SKIP-CHARS TO WS-RPT-INCHARS
004903         MOVE SPACES TO RP-RECORD
004904         STRING "CHARACTERS LEFT TO OTHER PARTITIONS "
004905             WS-RPT-INCHARS
004906             DELIMITED BY SIZE INTO RP-RECORD
004907         WRITE RP-RECORD
004908     END-IF.
004910     MOVE SPACES TO RP-RECORD.
004920     STRING "CHARACTERS WRITTEN TO OUTPUT . . . " WS-RPT-OUTCHARS
004930         DELIMITED BY SIZE INTO RP-RECORD.
005140     IF WS-MAX-REJECT-PCT > ZERO THEN
005150         MULTIPLY WS-REJECT-COUNT BY 100
005160             GIVING WS-PCT-WORK
005170         DIVIDE WS-PCT-WORK BY WS-PART-OWN-COUNT
005180             GIVING WS-ACTUAL-PCT
005190         IF WS-ACTUAL-PCT > WS-MAX-REJECT-PCT THEN
005200             MOVE "Y" TO WS-THRESHOLD-SWITCH
005300         AND WS-MAX-TRUNC-PCT > ZERO
005310         MULTIPLY WS-TRUNC-COUNT BY 100
005320             GIVING WS-PCT-WORK
005330         DIVIDE WS-PCT-WORK BY WS-PART-OWN-COUNT
005340             GIVING WS-ACTUAL-PCT
005350         IF WS-ACTUAL-PCT > WS-MAX-TRUNC-PCT THEN
005360             MOVE "Y" TO WS-THRESHOLD-SWITCH
005615     MOVE ZERO TO WS-F-WRITTEN(WS-CKPT-FEED-SUB).
005616     MOVE ZERO TO WS-F-DUP-COUNT(WS-CKPT-FEED-SUB).
005617     MOVE ZERO TO WS-F-SUM-DUP(WS-CKPT-FEED-SUB).
00561A     MOVE ZERO TO WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB).
00561B     MOVE ZERO TO WS-F-OUT-REC-COUNT(WS-CKPT-FEED-SUB).
00561C     MOVE ZERO TO WS-F-OUT-CHAR-COUNT(WS-CKPT-FEED-SUB).
005620 1050-EXIT.
005630     EXIT.
005640*--------------------------------------------------------------*
0652A5                 TO WS-F-SUM-DUP(WS-CKPT-FEED-SUB)
0652A6         END-IF
006530     END-IF.
006531     IF CK-R-OUT-REC-COUNT(WS-CKPT-FEED-SUB) IS NUMERIC THEN
006532         MOVE CK-R-OUT-REC-COUNT(WS-CKPT-FEED-SUB)
006533             TO WS-F-OUT-REC-COUNT(WS-CKPT-FEED-SUB)
006534         MOVE CK-R-OUT-CHAR-COUNT(WS-CKPT-FEED-SUB)
006535             TO WS-F-OUT-CHAR-COUNT(WS-CKPT-FEED-SUB)
006536     END-IF.
006537     IF CK-F-EDIT-COUNT(WS-CKPT-FEED-SUB) IS NUMERIC THEN
006538         MOVE CK-F-EDIT-COUNT(WS-CKPT-FEED-SUB)
006539             TO WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB)
00653A     END-IF.
006540 1320-EXIT.
006550     EXIT.
006551*--------------------------------------------------------------*
006552*    1330-RESTORE-PROFILE  -  PICK THE IN-FLIGHT LENGTH PROFILE *
006553*                       BACK UP FROM THE PROFCKPT COMPANION.  A  *
006554*                       CHECKPOINT WITHOUT ONE (TAKEN BEFORE THE *
006555*                       PROFILE EXISTED) LEAVES THE PROFILE TO   *
006556*                       COVER THE RESTARTED TAIL ONLY.           *
006557*--------------------------------------------------------------*
006558 1330-RESTORE-PROFILE.
006559     MOVE "N" TO WS-PROF-EOF-SW.
00655A     OPEN INPUT PROFCKPT-FILE.
00655B     IF WS-PROFCKPT-STATUS NOT = "00" THEN
00655C         DISPLAY "DL100MN - NO PROFILE CHECKPOINT - LENGTH "
00655D             "PROFILE COVERS THE RESTART ONLY"
00655E         GO TO 1330-EXIT
00655F     END-IF.
00655G     PERFORM 1335-RESTORE-PROFILE-ROW
00655H         THRU 1335-EXIT
00655I         UNTIL WS-PROF-EOF.
00655J     CLOSE PROFCKPT-FILE.
00655K 1330-EXIT.
00655L     EXIT.
00655M*--------------------------------------------------------------*
00655N*    1335-RESTORE-PROFILE-ROW  -  ONE SAVED PROFILE ROW BACK    *
00655O*                       INTO ITS FEED ROW AND SLOT               *
00655P*--------------------------------------------------------------*
00655Q 1335-RESTORE-PROFILE-ROW.
00655R     READ PROFCKPT-FILE INTO LP-RECORD
00655S         AT END
00655T             MOVE "Y" TO WS-PROF-EOF-SW
00655U             GO TO 1335-EXIT
00655V     END-READ.
00655W     IF LP-RECORD-COUNT NOT NUMERIC
00655X         OR LP-FIELD-NUMBER NOT NUMERIC
00655Y         OR LP-FIELD-NUMBER > 5
00655Z         GO TO 1335-EXIT
006560     END-IF.
006561     MOVE 11 TO WS-PROF-FEED.
006562     IF LP-DEST-TYPE NOT = SPACES THEN
006563         MOVE ZERO TO WS-PROF-FEED
006564         PERFORM 1336-SCAN-PROFILE-FEED
006565             THRU 1336-EXIT
006566             VARYING WS-SCAN-FEED FROM 1 BY 1
006567             UNTIL WS-SCAN-FEED > DT-FEED-COUNT
006568             OR WS-PROF-FEED > ZERO
006569         IF WS-PROF-FEED = ZERO THEN
00656A             GO TO 1335-EXIT
00656B         END-IF
00656C     END-IF.
00656D     ADD 1 TO LP-FIELD-NUMBER GIVING WS-PROF-SLOT.
00656E     MOVE LP-FIELD-NAME TO WS-PS-NAME(WS-PROF-FEED, WS-PROF-SLOT).
00656F     MOVE LP-LIMIT-USED
00656G         TO WS-PS-LIMIT(WS-PROF-FEED, WS-PROF-SLOT).
00656H     MOVE LP-FIELD-WIDTH
00656I         TO WS-PS-WIDTH(WS-PROF-FEED, WS-PROF-SLOT).
00656J     MOVE LP-RECORD-COUNT
00656K         TO WS-PS-COUNT(WS-PROF-FEED, WS-PROF-SLOT).
00656L     MOVE LP-OVER-LIMIT-COUNT
00656M         TO WS-PS-OVER(WS-PROF-FEED, WS-PROF-SLOT).
00656N     MOVE LP-MAX-LENGTH TO WS-PS-MAX(WS-PROF-FEED, WS-PROF-SLOT).
00656O     MOVE LP-SUM-LENGTH TO WS-PS-SUM(WS-PROF-FEED, WS-PROF-SLOT).
00656P     PERFORM 1337-RESTORE-BUCKET
00656Q         THRU 1337-EXIT
00656R         VARYING WS-PROF-BUCKET FROM 1 BY 1
00656S         UNTIL WS-PROF-BUCKET > 50.
00656T 1335-EXIT.
00656U     EXIT.
00656V*--------------------------------------------------------------*
00656W*    1336-SCAN-PROFILE-FEED  -  MATCH A SAVED ROW'S FEED CODE   *
00656X*                       TO ITS DL100DT TABLE ROW                 *
00656Y*--------------------------------------------------------------*
00656Z 1336-SCAN-PROFILE-FEED.
006570     IF DT-CODE(WS-SCAN-FEED) = LP-DEST-TYPE
006571         MOVE WS-SCAN-FEED TO WS-PROF-FEED
006572     END-IF.
006573 1336-EXIT.
006574     EXIT.
006575*--------------------------------------------------------------*
006576*    1337-RESTORE-BUCKET  -  ONE LENGTH BUCKET BACK             *
006577*--------------------------------------------------------------*
006578 1337-RESTORE-BUCKET.
006579     MOVE LP-LENGTH-BUCKET(WS-PROF-BUCKET)
00657A         TO WS-PS-BUCKET(WS-PROF-FEED, WS-PROF-SLOT,
00657B             WS-PROF-BUCKET).
00657C 1337-EXIT.
00657D     EXIT.
00657E*--------------------------------------------------------------*
00657F*    2210-SAVE-FEED-STATS  -  PUT ONE PER-FEED STATS ROW INTO   *
006580*                       THE CHECKPOINT RECORD                    *
006590*--------------------------------------------------------------*
006600 2210-SAVE-FEED-STATS.
006766         TO CK-F-DUP-COUNT(WS-CKPT-FEED-SUB).
006767     MOVE WS-F-SUM-DUP(WS-CKPT-FEED-SUB)
006768         TO CK-F-SUM-DUP(WS-CKPT-FEED-SUB).
006769     MOVE WS-F-OUT-REC-COUNT(WS-CKPT-FEED-SUB)
00676A         TO CK-R-OUT-REC-COUNT(WS-CKPT-FEED-SUB).
00676B     MOVE WS-F-OUT-CHAR-COUNT(WS-CKPT-FEED-SUB)
00676C         TO CK-R-OUT-CHAR-COUNT(WS-CKPT-FEED-SUB).
00676D     MOVE WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB)
00676E         TO CK-F-EDIT-COUNT(WS-CKPT-FEED-SUB).
006770 2210-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------*
007140         "  PADDING " WS-RPT-PADCHARS
007150         DELIMITED BY SIZE INTO RP-RECORD.
007160     WRITE RP-RECORD.
00716A     IF WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB) > ZERO THEN
00716B         MOVE WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB) TO WS-RPT-EDIT
00716C         MOVE SPACES TO RP-RECORD
00716D         STRING "        REJECTS FAILING FIELD EDITS " WS-RPT-EDIT
00716E             DELIMITED BY SIZE INTO RP-RECORD
00716F         WRITE RP-RECORD
00716G     END-IF.
00716H     IF WS-ROUTED AND WS-FILES-OPEN THEN
00716I         MOVE SPACES TO RP-RECORD
00716J         STRING "        ROUTED TO " WS-RT-DD(WS-CKPT-FEED-SUB)
00716K             DELIMITED BY SIZE INTO RP-RECORD
00716L         WRITE RP-RECORD
00716M     END-IF.
007170 9150-EXIT.
007180     EXIT.
007190*--------------------------------------------------------------*
007810*                       RECORD(S) TO THE PERMANENT RUN-HISTORY   *
007820*                       LEDGER: ONE RECORD FOR A SINGLE-FEED     *
007830*                       RUN, ONE PER ACTIVE DESTINATION TYPE     *
007840*                       FOR A CONSOLIDATED RUN.  A PARTITION     *
007841*                       WRITES TO ITS PARTHIST WORK FILE.        *
007850*--------------------------------------------------------------*
007860 9300-WRITE-RUN-HISTORY.
007861*    A PARTITION'S ROWS GO TO ITS OWN PARTHIST WORK FILE, NEVER
007862*    TO RUNHIST - DL260MB WRITES THE ONE SET OF ROWS TO THE
007863*    PERMANENT LEDGER.
007864     IF WS-PARTITIONED THEN
007865         OPEN OUTPUT PART-HIST-FILE
007866     ELSE
007870         OPEN EXTEND RUNHIST-FILE
007880         IF WS-RUNHIST-STATUS = "35" THEN
007890             OPEN OUTPUT RUNHIST-FILE
007900         END-IF
007901     END-IF.
007910     IF WS-CONSOLIDATED THEN
007920         PERFORM 9310-WRITE-FEED-HISTORY
007930             THRU 9310-EXIT
007980         MOVE WS-RUN-TIME TO RH-RUN-TIME
007990         MOVE WS-DEST-TYPE TO RH-DEST-TYPE
008000         MOVE WS-LIMIT TO RH-LIMIT-USED
008010         MOVE WS-PART-OWN-COUNT TO RH-READ-COUNT
008020         MOVE WS-TRUNC-COUNT TO RH-TRUNC-COUNT
008030         MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
008040         MOVE WS-SUM-INPUT-LENGTH TO RH-SUM-INPUT
008104         MOVE WS-SUM-PAD-LENGTH TO RH-SUM-PAD
008106         MOVE WS-DUP-COUNT TO RH-DUP-COUNT
008108         MOVE WS-SUM-DUP-LENGTH TO RH-SUM-DUP
008109         MOVE WS-EDIT-REJECT-COUNT TO RH-EDIT-COUNT
008110         IF WS-PARTITIONED THEN
008111             WRITE PART-HIST-RECORD FROM RH-RECORD
008112         ELSE
008113             WRITE RUNHIST-RECORD FROM RH-RECORD
008114         END-IF
008120     END-IF.
008130     IF WS-PARTITIONED THEN
008131         CLOSE PART-HIST-FILE
008132     ELSE
008133         CLOSE RUNHIST-FILE
008134     END-IF.
008140 9300-EXIT.
008150     EXIT.
008160*--------------------------------------------------------------*
008404     MOVE WS-F-SUM-PAD(WS-CKPT-FEED-SUB) TO RH-SUM-PAD.
008406     MOVE WS-F-DUP-COUNT(WS-CKPT-FEED-SUB) TO RH-DUP-COUNT.
008408     MOVE WS-F-SUM-DUP(WS-CKPT-FEED-SUB) TO RH-SUM-DUP.
008409     MOVE WS-F-EDIT-COUNT(WS-CKPT-FEED-SUB) TO RH-EDIT-COUNT.
008410     IF WS-PARTITIONED THEN
008411         WRITE PART-HIST-RECORD FROM RH-RECORD
008412     ELSE
008413         WRITE RUNHIST-RECORD FROM RH-RECORD
008414     END-IF.
008420 9310-EXIT.
008430     EXIT.
008431*--------------------------------------------------------------*
008432*    9320-WRITE-LENGTH-PROFILE  -  APPEND THIS RUN'S LENGTH     *
008433*                       PROFILE TO THE PERMANENT LENPROF FILE:   *
008434*                       ONE ROW PER FEED PROCESSED AS A SINGLE   *
008435*                       VALUE, ONE PER FIELD OF A FIELD-LAYOUT   *
008436*                       FEED.  THE SAME CONDITIONS AS THE RUN-   *
008437*                       HISTORY LEDGER APPLY, AND A PARTITION    *
008438*                       WRITES TO ITS PARTPROF WORK FILE.        *
008439*--------------------------------------------------------------*
00843A 9320-WRITE-LENGTH-PROFILE.
00843B*    A PARTITION'S PROFILE GOES TO ITS OWN PARTPROF WORK FILE,
00843C*    NEVER TO LENPROF - DL260MB ADDS THE MERGED ROWS THERE.
00843D     IF WS-PARTITIONED THEN
00843E         MOVE "P" TO WS-PROF-TARGET-SW
00843F         OPEN OUTPUT PART-PROF-FILE
00843G     ELSE
00843H         MOVE "L" TO WS-PROF-TARGET-SW
00843I         OPEN EXTEND LENPROF-FILE
00843J         IF WS-LENPROF-STATUS = "35" THEN
00843K             OPEN OUTPUT LENPROF-FILE
00843L         END-IF
00843M     END-IF.
00843N     PERFORM 9330-WRITE-PROFILE-FEED
00843O         THRU 9330-EXIT
00843P         VARYING WS-PROF-FEED FROM 1 BY 1
00843Q         UNTIL WS-PROF-FEED > 11.
00843R     IF WS-PARTITIONED THEN
00843S         CLOSE PART-PROF-FILE
00843T     ELSE
00843U         CLOSE LENPROF-FILE
00843V     END-IF.
00843W 9320-EXIT.
00843X     EXIT.
00843Y*--------------------------------------------------------------*
00843Z*    9330-WRITE-PROFILE-FEED  -  THE PROFILE ROWS OF ONE FEED   *
008440*--------------------------------------------------------------*
008441 9330-WRITE-PROFILE-FEED.
008442     PERFORM 9340-WRITE-PROFILE-ROW
008443         THRU 9340-EXIT
008444         VARYING WS-PROF-SLOT FROM 1 BY 1
008445         UNTIL WS-PROF-SLOT > 6.
008446 9330-EXIT.
008447     EXIT.
008448*--------------------------------------------------------------*
008449*    9340-WRITE-PROFILE-ROW  -  ONE PROFILE ROW, TO THE LEDGER  *
00844A*                       (A PARTITION'S PARTPROF WORK FILE) OR    *
00844B*                       THE CHECKPOINT COMPANION.  EMPTY SLOTS   *
00844C*                       ARE SKIPPED.                             *
00844D*--------------------------------------------------------------*
00844E 9340-WRITE-PROFILE-ROW.
00844F     IF WS-PS-COUNT(WS-PROF-FEED, WS-PROF-SLOT) = ZERO THEN
00844G         GO TO 9340-EXIT
00844H     END-IF.
00844I     MOVE WS-EXCEPTION-DATE TO LP-RUN-DATE.
00844J     MOVE WS-RUN-TIME TO LP-RUN-TIME.
00844K     IF WS-PROF-FEED > 10 THEN
00844L         MOVE SPACES TO LP-DEST-TYPE
00844M         MOVE WS-TRUNC-STYLE TO LP-TRUNC-STYLE
00844N     ELSE
00844O         MOVE DT-CODE(WS-PROF-FEED) TO LP-DEST-TYPE
00844P         MOVE DT-TRUNC-STYLE(WS-PROF-FEED) TO LP-TRUNC-STYLE
00844Q     END-IF.
00844R     SUBTRACT 1 FROM WS-PROF-SLOT GIVING LP-FIELD-NUMBER.
00844S     MOVE WS-PS-NAME(WS-PROF-FEED, WS-PROF-SLOT) TO LP-FIELD-NAME.
00844T     MOVE WS-PS-LIMIT(WS-PROF-FEED, WS-PROF-SLOT)
00844U         TO LP-LIMIT-USED.
00844V     MOVE WS-PS-WIDTH(WS-PROF-FEED, WS-PROF-SLOT)
00844W         TO LP-FIELD-WIDTH.
00844X     MOVE WS-RESTART-FLAG TO LP-RESTART-FLAG.
00844Y     MOVE WS-PS-COUNT(WS-PROF-FEED, WS-PROF-SLOT)
00844Z         TO LP-RECORD-COUNT.
008450     MOVE WS-PS-OVER(WS-PROF-FEED, WS-PROF-SLOT)
008451         TO LP-OVER-LIMIT-COUNT.
008452     MOVE WS-PS-MAX(WS-PROF-FEED, WS-PROF-SLOT) TO LP-MAX-LENGTH.
008453     MOVE WS-PS-SUM(WS-PROF-FEED, WS-PROF-SLOT) TO LP-SUM-LENGTH.
008454     PERFORM 9345-SAVE-BUCKET
008455         THRU 9345-EXIT
008456         VARYING WS-PROF-BUCKET FROM 1 BY 1
008457         UNTIL WS-PROF-BUCKET > 50.
008458     IF WS-PROF-TO-CKPT THEN
008459         WRITE PROFCKPT-RECORD FROM LP-RECORD
00845A     END-IF.
00845B     IF WS-PROF-TO-PART THEN
00845C         WRITE PART-PROF-RECORD FROM LP-RECORD
00845D     END-IF.
00845E     IF WS-PROF-TO-LEDGER THEN
00845F         WRITE LENPROF-RECORD FROM LP-RECORD
00845G     END-IF.
00845H 9340-EXIT.
00845I     EXIT.
00845J*--------------------------------------------------------------*
00845K*    9345-SAVE-BUCKET  -  ONE LENGTH BUCKET ONTO THE ROW        *
00845L*--------------------------------------------------------------*
00845M 9345-SAVE-BUCKET.
00845N     MOVE WS-PS-BUCKET(WS-PROF-FEED, WS-PROF-SLOT, WS-PROF-BUCKET)
00845O         TO LP-LENGTH-BUCKET(WS-PROF-BUCKET).
00845P 9345-EXIT.
00845Q     EXIT.
00845R*--------------------------------------------------------------*
00845S*    1400-READ-HEADER  -  CONSUME AND VERIFY THE TRANSMISSION   *
008460*                       HEADER.  A MISSING OR INVALID HEADER,    *
008470*                       A FEED ID THAT DOES NOT MATCH THE RUN,   *
008480*                       OR A CREATION DATE OLDER THAN TODAY      *
009380             DELIMITED BY SIZE INTO WS-TRANSMIT-REASON
009390         GO TO 9400-FAIL
009400     END-IF.
009410     IF WS-PART-FILE-CHARS NOT = WS-TRL-EXPECT-CHARS THEN
009420         MOVE "Y" TO WS-TRANSMIT-FAIL-SW
009430         MOVE WS-PART-FILE-CHARS TO WS-RPT-INCHARS
009440         MOVE WS-TRL-EXPECT-CHARS TO WS-RPT-TRL-CHARS
009450         MOVE SPACES TO WS-TRANSMIT-REASON
009460         STRING "CHARACTERS READ " WS-RPT-INCHARS
009540 9400-EXIT.
009550     EXIT.
009560*--------------------------------------------------------------*
009570*    3050-WRITE-OUTPUT  -  WRITE ONE OUTPUT RECORD AND COUNT    *
009580*                       IT THE WAY THE RECEIVER WILL: ONE DATA  *
009590*                       RECORD PLUS ITS TRIMMED CONTENT LENGTH, *
009600*                       FOR THE TRAILER, THE HANDOFF AND THE    *
009610*                       SENT-FILE LOG.                          *
009620*--------------------------------------------------------------*
009630 3050-WRITE-OUTPUT.
009631*    A ROUTED RUN WRITES THE RECORD TO ITS OWN FEED'S FILE.  AN
009632*    UNKNOWN FEED CODE IS REJECTED BEFORE IT GETS THIS FAR.
009633*    A PARTITION WRITES TO ITS WORK FILE, TAGGED WITH THE RECORD
009634*    NUMBER AND FEED FOR THE MERGE.  THE MERGE COUNTS THE
009635*    TRANSMISSION CONTROLS ON THE MERGED FILES.
009636     IF WS-PARTITIONED THEN
009637         MOVE WS-RECORD-ID TO PW-RECORD-ID
009638         MOVE WS-DEST-TYPE TO PW-DEST-TYPE
009639         MOVE OUT-RECORD TO PW-DATA
00963A         WRITE PW-RECORD
00963B         ADD 1 TO WS-PART-OUT-LINES
00963C         GO TO 3050-EXIT
00963D     END-IF.
00963E     IF WS-ROUTED THEN
00963F         MOVE OUT-RECORD TO WS-ROUTE-RECORD
00963G         MOVE WS-FEED-IDX TO WS-ROUTE-SUB
00963H         MOVE "W" TO WS-ROUTE-OP
00963I         PERFORM 3100-ROUTE-FILE-OP
00963J             THRU 3100-EXIT
00963K     ELSE
009640         WRITE OUT-RECORD
009641     END-IF.
009680     ADD 1 TO WS-OUT-REC-COUNT.
009690     MOVE 500 TO WS-OUT-TRIM.
009700     PERFORM 3060-TRIM-OUT-BYTE
009720         UNTIL WS-OUT-TRIM = ZERO
009730         OR OUT-RECORD(WS-OUT-TRIM:1) NOT = SPACE.
009740     ADD WS-OUT-TRIM TO WS-OUT-CHAR-COUNT.
009741     IF WS-FEED-IDX > ZERO THEN
009742         ADD 1 TO WS-F-OUT-REC-COUNT(WS-FEED-IDX)
009743         ADD WS-OUT-TRIM TO WS-F-OUT-CHAR-COUNT(WS-FEED-IDX)
009744     END-IF.
009750 3050-EXIT.
009760     EXIT.
009770*--------------------------------------------------------------*
009800 3060-TRIM-OUT-BYTE.
009810     SUBTRACT 1 FROM WS-OUT-TRIM.
009820 3060-EXIT.
009821     EXIT.
009822*--------------------------------------------------------------*
009823*    3100-ROUTE-FILE-OP  -  OPEN, EXTEND, WRITE OR CLOSE THE    *
009824*                       ROUTED OUTPUT FILE FOR DL100DT ROW       *
009825*                       WS-ROUTE-SUB.  EVERY WRITE TAKES ITS     *
009826*                       RECORD FROM WS-ROUTE-RECORD.             *
009827*--------------------------------------------------------------*
009828 3100-ROUTE-FILE-OP.
009829     GO TO 3100-ROUTE-01 3100-ROUTE-02 3100-ROUTE-03
00982A           3100-ROUTE-04 3100-ROUTE-05 3100-ROUTE-06
00982B           3100-ROUTE-07 3100-ROUTE-08 3100-ROUTE-09
00982C           3100-ROUTE-10
00982D         DEPENDING ON WS-ROUTE-SUB.
00982E     GO TO 3100-EXIT.
00982F 3100-ROUTE-01.
00982G     IF WS-ROUTE-WRITE THEN
00982H         WRITE RT-RECORD-01 FROM WS-ROUTE-RECORD
00982I     END-IF.
00982J     IF WS-ROUTE-OPEN-NEW THEN
00982K         OPEN OUTPUT ROUTE-FILE-01
00982L     END-IF.
00982M     IF WS-ROUTE-OPEN-EXTEND THEN
00982N         OPEN EXTEND ROUTE-FILE-01
00982O     END-IF.
00982P     IF WS-ROUTE-CLOSE THEN
00982Q         CLOSE ROUTE-FILE-01
00982R     END-IF.
00982S     GO TO 3100-EXIT.
00982T 3100-ROUTE-02.
00982U     IF WS-ROUTE-WRITE THEN
00982V         WRITE RT-RECORD-02 FROM WS-ROUTE-RECORD
00982W     END-IF.
00982X     IF WS-ROUTE-OPEN-NEW THEN
00982Y         OPEN OUTPUT ROUTE-FILE-02
00982Z     END-IF.
009830     IF WS-ROUTE-OPEN-EXTEND THEN
009831         OPEN EXTEND ROUTE-FILE-02
009832     END-IF.
009833     IF WS-ROUTE-CLOSE THEN
009834         CLOSE ROUTE-FILE-02
009835     END-IF.
009836     GO TO 3100-EXIT.
009837 3100-ROUTE-03.
009838     IF WS-ROUTE-WRITE THEN
009839         WRITE RT-RECORD-03 FROM WS-ROUTE-RECORD
00983A     END-IF.
00983B     IF WS-ROUTE-OPEN-NEW THEN
00983C         OPEN OUTPUT ROUTE-FILE-03
00983D     END-IF.
00983E     IF WS-ROUTE-OPEN-EXTEND THEN
00983F         OPEN EXTEND ROUTE-FILE-03
00983G     END-IF.
00983H     IF WS-ROUTE-CLOSE THEN
00983I         CLOSE ROUTE-FILE-03
00983J     END-IF.
00983K     GO TO 3100-EXIT.
00983L 3100-ROUTE-04.
00983M     IF WS-ROUTE-WRITE THEN
00983N         WRITE RT-RECORD-04 FROM WS-ROUTE-RECORD
00983O     END-IF.
00983P     IF WS-ROUTE-OPEN-NEW THEN
00983Q         OPEN OUTPUT ROUTE-FILE-04
00983R     END-IF.
00983S     IF WS-ROUTE-OPEN-EXTEND THEN
00983T         OPEN EXTEND ROUTE-FILE-04
00983U     END-IF.
00983V     IF WS-ROUTE-CLOSE THEN
00983W         CLOSE ROUTE-FILE-04
00983X     END-IF.
00983Y     GO TO 3100-EXIT.
00983Z 3100-ROUTE-05.
009840     IF WS-ROUTE-WRITE THEN
009841         WRITE RT-RECORD-05 FROM WS-ROUTE-RECORD
009842     END-IF.
009843     IF WS-ROUTE-OPEN-NEW THEN
009844         OPEN OUTPUT ROUTE-FILE-05
009845     END-IF.
009846     IF WS-ROUTE-OPEN-EXTEND THEN
009847         OPEN EXTEND ROUTE-FILE-05
009848     END-IF.
009849     IF WS-ROUTE-CLOSE THEN
00984A         CLOSE ROUTE-FILE-05
00984B     END-IF.
00984C     GO TO 3100-EXIT.
00984D 3100-ROUTE-06.
00984E     IF WS-ROUTE-WRITE THEN
00984F         WRITE RT-RECORD-06 FROM WS-ROUTE-RECORD
00984G     END-IF.
00984H     IF WS-ROUTE-OPEN-NEW THEN
00984I         OPEN OUTPUT ROUTE-FILE-06
00984J     END-IF.
00984K     IF WS-ROUTE-OPEN-EXTEND THEN
00984L         OPEN EXTEND ROUTE-FILE-06
00984M     END-IF.
00984N     IF WS-ROUTE-CLOSE THEN
00984O         CLOSE ROUTE-FILE-06
00984P     END-IF.
00984Q     GO TO 3100-EXIT.
00984R 3100-ROUTE-07.
00984S     IF WS-ROUTE-WRITE THEN
00984T         WRITE RT-RECORD-07 FROM WS-ROUTE-RECORD
00984U     END-IF.
00984V     IF WS-ROUTE-OPEN-NEW THEN
00984W         OPEN OUTPUT ROUTE-FILE-07
00984X     END-IF.
00984Y     IF WS-ROUTE-OPEN-EXTEND THEN
00984Z         OPEN EXTEND ROUTE-FILE-07
009850     END-IF.
009851     IF WS-ROUTE-CLOSE THEN
009852         CLOSE ROUTE-FILE-07
009853     END-IF.
009854     GO TO 3100-EXIT.
009855 3100-ROUTE-08.
009856     IF WS-ROUTE-WRITE THEN
009857         WRITE RT-RECORD-08 FROM WS-ROUTE-RECORD
009858     END-IF.
009859     IF WS-ROUTE-OPEN-NEW THEN
00985A         OPEN OUTPUT ROUTE-FILE-08
00985B     END-IF.
00985C     IF WS-ROUTE-OPEN-EXTEND THEN
00985D         OPEN EXTEND ROUTE-FILE-08
00985E     END-IF.
00985F     IF WS-ROUTE-CLOSE THEN
00985G         CLOSE ROUTE-FILE-08
00985H     END-IF.
00985I     GO TO 3100-EXIT.
00985J 3100-ROUTE-09.
00985K     IF WS-ROUTE-WRITE THEN
00985L         WRITE RT-RECORD-09 FROM WS-ROUTE-RECORD
00985M     END-IF.
00985N     IF WS-ROUTE-OPEN-NEW THEN
00985O         OPEN OUTPUT ROUTE-FILE-09
00985P     END-IF.
00985Q     IF WS-ROUTE-OPEN-EXTEND THEN
00985R         OPEN EXTEND ROUTE-FILE-09
00985S     END-IF.
00985T     IF WS-ROUTE-CLOSE THEN
00985U         CLOSE ROUTE-FILE-09
00985V     END-IF.
00985W     GO TO 3100-EXIT.
00985X 3100-ROUTE-10.
00985Y     IF WS-ROUTE-WRITE THEN
00985Z         WRITE RT-RECORD-10 FROM WS-ROUTE-RECORD
009860     END-IF.
009861     IF WS-ROUTE-OPEN-NEW THEN
009862         OPEN OUTPUT ROUTE-FILE-10
009863     END-IF.
009864     IF WS-ROUTE-OPEN-EXTEND THEN
009865         OPEN EXTEND ROUTE-FILE-10
009866     END-IF.
009867     IF WS-ROUTE-CLOSE THEN
009868         CLOSE ROUTE-FILE-10
009869     END-IF.
00986A     GO TO 3100-EXIT.
00986B 3100-EXIT.
00986C     EXIT.
00986D*--------------------------------------------------------------*
00986E*    9500-WRITE-OUT-TRAILER  -  CLOSE THE OUTPUT FILE'S         *
00986F*                       TRANSMISSION CONTROLS WITH THE TRAILER  *
009870*                       A RECEIVER RUNNING OUR OWN CHECK WILL   *
009880*                       VERIFY AGAINST.                         *
009890*--------------------------------------------------------------*
009900 9500-WRITE-OUT-TRAILER.
009901*    A ROUTED RUN CLOSES EACH FEED'S FILE WITH ITS OWN TRAILER.
009902     IF WS-ROUTED THEN
009903         PERFORM 9510-WRITE-ROUTED-TRAILER
009904             THRU 9510-EXIT
009905             VARYING WS-ROUTE-SUB FROM 1 BY 1
009906             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
009907         GO TO 9500-EXIT
009908     END-IF.
009910     MOVE WS-OUT-REC-COUNT TO WS-CTL-COUNT-DISP.
009920     MOVE WS-OUT-CHAR-COUNT TO WS-CTL-CHARS-DISP.
009930     MOVE SPACES TO OUT-RECORD.
009960     WRITE OUT-RECORD.
009970 9500-EXIT.
009980     EXIT.
009981*--------------------------------------------------------------*
009982*    9510-WRITE-ROUTED-TRAILER  -  ONE FEED'S TRAILER, FROM     *
009983*                       THAT FEED'S OWN COUNTS                  *
009984*--------------------------------------------------------------*
009985 9510-WRITE-ROUTED-TRAILER.
009986     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO WS-CTL-COUNT-DISP.
009987     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO WS-CTL-CHARS-DISP.
009988     MOVE SPACES TO WS-ROUTE-RECORD.
009989     STRING "TRL" WS-CTL-COUNT-DISP WS-CTL-CHARS-DISP
00998A         DELIMITED BY SIZE INTO WS-ROUTE-RECORD.
00998B     MOVE "W" TO WS-ROUTE-OP.
00998C     PERFORM 3100-ROUTE-FILE-OP
00998D         THRU 3100-EXIT.
00998E 9510-EXIT.
00998F     EXIT.
009990*--------------------------------------------------------------*
010000*    9600-WRITE-CTL-HANDOFF  -  LEAVE THE RUNNING TOTALS FOR    *
010010*                       DL110RR, WHICH WRITES THE TRAILER       *
010030*--------------------------------------------------------------*
010040 9600-WRITE-CTL-HANDOFF.
010050     OPEN OUTPUT OUTCTL-FILE.
010051*    A ROUTED RUN LEAVES ONE ROW PER FEED FILE, SO DL110RR CAN
010052*    FINISH EACH ONE WITH ITS OWN TRAILER.
010053     IF WS-ROUTED THEN
010054         PERFORM 9610-WRITE-ROUTED-HANDOFF
010055             THRU 9610-EXIT
010056             VARYING WS-ROUTE-SUB FROM 1 BY 1
010057             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
010058     ELSE
010060         MOVE WS-EXCEPTION-DATE TO OC-RUN-DATE
010070         MOVE WS-OUT-REC-COUNT TO OC-WRITE-COUNT
010080         MOVE WS-OUT-CHAR-COUNT TO OC-SUM-CHARS
010085         MOVE WS-DEST-TYPE TO OC-DEST-TYPE
010090         WRITE OC-RECORD
010095     END-IF.
010100     CLOSE OUTCTL-FILE.
010110 9600-EXIT.
010120     EXIT.
010121*--------------------------------------------------------------*
010122*    9610-WRITE-ROUTED-HANDOFF  -  ONE FEED FILE'S TOTALS       *
010123*--------------------------------------------------------------*
010124 9610-WRITE-ROUTED-HANDOFF.
010125     MOVE WS-EXCEPTION-DATE TO OC-RUN-DATE.
010126     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO OC-WRITE-COUNT.
010127     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO OC-SUM-CHARS.
010128     MOVE DT-CODE(WS-ROUTE-SUB) TO OC-DEST-TYPE.
010129     WRITE OC-RECORD.
01012A 9610-EXIT.
01012B     EXIT.
01012C*--------------------------------------------------------------*
01012D*    9650-WRITE-SENT-LOG  -  APPEND THE OUTPUT FILE'S TOTALS  *
01012E*                       TO THE PERMANENT SENT-FILE LOG - ONE ROW *
01012F*                       PER ROUTED FEED FILE IN A ROUTED RUN.    *
01012G*                       THE COUNTS ARE THE ONES THE TRAILER OR   *
01012H*                       HANDOFF CARRIES.                         *
01012I*--------------------------------------------------------------*
01012J 9650-WRITE-SENT-LOG.
01012K     OPEN EXTEND SENT-LOG-FILE.
01012L     IF WS-SENTLOG-STATUS = "35" THEN
01012M         OPEN OUTPUT SENT-LOG-FILE
01012N     END-IF.
01012O     IF WS-SENTLOG-STATUS NOT = "00" THEN
01012P         DISPLAY "DL100MN - SENT-FILE LOG (SENTLOG) NOT "
01012Q             "WRITTEN - STATUS " WS-SENTLOG-STATUS
01012R         GO TO 9650-EXIT
01012S     END-IF.
01012T     MOVE SPACES TO SN-RECORD.
01012U     MOVE WS-EXCEPTION-DATE TO SN-RUN-DATE.
01012V     MOVE "W" TO SN-ENTRY-TYPE.
01012W     MOVE "DL100MN" TO SN-PROGRAM.
01012X     ACCEPT WS-CURRENT-DATE FROM DATE.
01012Y     ACCEPT WS-CURRENT-TIME FROM TIME.
01012Z     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
010130         DELIMITED BY SIZE INTO SN-LOG-DATE.
010131     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
010132         DELIMITED BY SIZE INTO SN-LOG-TIME.
010133     IF WS-ROUTED THEN
010134         PERFORM 9660-WRITE-ROUTED-SENT
010135             THRU 9660-EXIT
010136             VARYING WS-ROUTE-SUB FROM 1 BY 1
010137             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
010138     ELSE
010139         MOVE WS-DEST-TYPE TO SN-FEED
01013A         MOVE WS-OUT-REC-COUNT TO SN-RECORD-COUNT
01013B         MOVE WS-OUT-CHAR-COUNT TO SN-SUM-CHARS
01013C         WRITE SN-RECORD
01013D     END-IF.
01013E     CLOSE SENT-LOG-FILE.
01013F 9650-EXIT.
01013G     EXIT.
01013H*--------------------------------------------------------------*
01013I*    9660-WRITE-ROUTED-SENT  -  ONE FEED FILE'S SENT-FILE LOG  *
01013J*                       ROW                                      *
01013K*--------------------------------------------------------------*
01013L 9660-WRITE-ROUTED-SENT.
01013M     MOVE DT-CODE(WS-ROUTE-SUB) TO SN-FEED.
01013N     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO SN-RECORD-COUNT.
01013O     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO SN-SUM-CHARS.
01013P     WRITE SN-RECORD.
01013Q 9660-EXIT.
01013R     EXIT.
01013S*--------------------------------------------------------------*
01013T*    9700-WRITE-PART-CONTROL  -  REWRITE THIS PARTITION'S      *
01013U*                       CONTROL ROW (DL100PC) WITH ITS STATE AND *
01013V*                       ITS COUNTS SO FAR.                       *
01013W*--------------------------------------------------------------*
01013X 9700-WRITE-PART-CONTROL.
01013Y     SUBTRACT WS-PART-SKIP-COUNT FROM WS-RECORD-ID
01013Z         GIVING WS-PART-OWN-COUNT.
010140     ADD WS-SUM-INPUT-LENGTH WS-PART-SKIP-CHARS
010141         GIVING WS-PART-FILE-CHARS.
010142     MOVE SPACES TO PC-RECORD.
010143     MOVE WS-PART-NUMBER TO PC-PARTITION.
010144     MOVE WS-PART-STATE TO PC-STATUS.
010145     MOVE WS-EXCEPTION-DATE TO PC-RUN-DATE.
010146     MOVE WS-RUN-TIME TO PC-START-TIME.
010147     IF NOT PC-RUNNING THEN
010148         ACCEPT WS-CURRENT-DATE FROM DATE
010149         ACCEPT WS-CURRENT-TIME FROM TIME
01014A         STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-"
01014B             WS-CURRENT-DD
01014C             DELIMITED BY SIZE INTO PC-END-DATE
01014D         STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
01014E             DELIMITED BY SIZE INTO PC-END-TIME
01014F     END-IF.
01014G     MOVE WS-HDR-DATE TO PC-HEADER-DATE.
01014H     MOVE WS-FEED-MODE-SW TO PC-FEED-MODE.
01014I     MOVE PM-DEST-TYPE TO PC-DEST-TYPE.
01014J     MOVE WS-OUT-CTL-SWITCH TO PC-OUT-CTL.
01014K     MOVE WS-DEDUP-SWITCH TO PC-DEDUP.
01014L     MOVE PT-METHOD TO PC-METHOD.
01014M     MOVE PT-PART-COUNT TO PC-PART-COUNT.
01014N     MOVE WS-RECORD-ID TO PC-FILE-RECORDS.
01014O     MOVE WS-PART-FILE-CHARS TO PC-FILE-CHARS.
01014P     MOVE WS-PART-OWN-COUNT TO PC-OWN-RECORDS.
01014Q     MOVE WS-SUM-INPUT-LENGTH TO PC-OWN-CHARS.
01014R     MOVE WS-PART-SKIP-COUNT TO PC-SKIP-RECORDS.
01014S     MOVE WS-PART-SKIP-CHARS TO PC-SKIP-CHARS.
01014T     MOVE WS-WRITTEN-COUNT TO PC-WRITTEN.
01014U     MOVE WS-REJECT-COUNT TO PC-REJECTED.
01014V     MOVE WS-DUP-COUNT TO PC-DUPS.
01014W     MOVE WS-PART-OUT-LINES TO PC-OUT-LINES.
01014X     MOVE WS-PART-EXCP-ROWS TO PC-EXCP-ROWS.
01014Y     MOVE WS-PART-VAULT-ROWS TO PC-VAULT-ROWS.
01014Z     MOVE WS-RESTART-FLAG TO PC-RESTART-FLAG.
010150     MOVE RETURN-CODE TO PC-RETURN-CODE.
010151     OPEN OUTPUT PART-CTL-FILE.
010152     WRITE PC-RECORD.
010153     CLOSE PART-CTL-FILE.
010154 9700-EXIT.
010155     EXIT.
010156*--------------------------------------------------------------*
010157*    9105-PRINT-PARAMETER-ECHO  -  THE COMPLETE EFFECTIVE       *
010158*                       PARAMETER SET, SO A RUN CAN PROVE       *
010160*                       AFTERWARDS WHICH LIMITS AND MODES IT    *
010170*                       ACTUALLY USED.  A RUN STOPPED BY THE    *
010180*                       VALIDATION SHOWS THE RAW CARD IMAGE     *
010850         "   OUTPUT CTL " PM-OUT-CTL-SWITCH
010860         DELIMITED BY SIZE INTO RP-RECORD.
010870     WRITE RP-RECORD.
010871     IF WS-PARTITIONED THEN
010872         MOVE SPACES TO RP-RECORD
010873         STRING "  PARTITION " WS-PART-NUMBER " OF " PT-PART-COUNT
010874             "   BY " PT-METHOD
010875             "   (F FEED, K KEY RANGE)"
010876             DELIMITED BY SIZE INTO RP-RECORD
010877         WRITE RP-RECORD
010878     END-IF.
010880 9105-EXIT.
010890     EXIT.
010900*--------------------------------------------------------------*
