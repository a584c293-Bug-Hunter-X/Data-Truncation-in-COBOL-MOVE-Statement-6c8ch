000100*--------------------------------------------------------------*
000110*  PROGRAM-ID.  DL260MB                                         *
000120*  AUTHOR.      R. MARCHETTI                                    *
000130*  INSTALLATION.  DATA QUALITY SYSTEMS                          *
000140*  DATE-WRITTEN.  10/15/2026                                    *
000150*                                                               *
000160*  REMARKS.     PARTITION MERGE AND BALANCE.  WHEN THE NIGHTLY  *
000170*               SPLITS ITS INPUT ACROSS CONCURRENT DL100MN RUNS *
000180*               (PARTDEF, DL100PD - ONE PARTITION PER RUN, BY   *
000190*               FEED CODE OR BY BUSINESS-KEY RANGE), EACH RUN   *
000200*               LEAVES ITS OWN WORK FILES AND A CONTROL ROW     *
000210*               (DL100PC).  THIS STEP RUNS AFTER THE            *
000220*               LAST PARTITION FINISHES AND BEFORE DL110RR AND  *
000230*               DL170BL, AND PUTS THE NIGHT BACK TOGETHER:      *
000240*                 1. EVERY PARTITION MUST HAVE COMPLETED, AND   *
000250*                    ALL MUST HAVE RUN WITH THE SAME SETTINGS   *
000260*                    AGAINST THE SAME INPUT FILE.  OTHERWISE    *
000270*                    NOTHING IS WRITTEN AND THE RETURN CODE IS  *
000280*                    16, NAMING THE PARTITIONS TO RESTART.      *
000290*                 2. THE PARTITION TOTALS MUST ADD UP TO THE    *
000300*                    WHOLE FILE - RECORDS AND CHARACTERS OWNED  *
000310*                    BY THE PARTITIONS AGAINST THE FILE TOTALS, *
000320*                    AND EACH PARTITION'S RECORDS AGAINST ITS   *
000330*                    WRITTEN, REJECTED AND DUPLICATE COUNTS.    *
000340*                 3. THE PARTITIONS' OUTPUT, EXCEPTION, REJECT, *
000350*                    REJECT DATA AND DUPLICATE WORK FILES ARE   *
000360*                    SORTED BACK INTO ORIGINAL RECORD ORDER ON  *
000370*                    THE RECORD ID EACH ROW CARRIES, INTO THE   *
000380*                    FILES A SINGLE RUN WRITES.  OUTPUT IS      *
000390*                    ROUTED PER FEED IN A CONSOLIDATED RUN, AND *
000400*                    THE TRANSMISSION HEADER, TRAILER OR OUTCTL *
000410*                    HANDOFF (DL100OC) ARE PUT ON THE MERGED    *
000420*                    FILES.                                     *
000430*                 4. THE MERGED ROW COUNTS MUST MATCH WHAT THE  *
000440*                    PARTITIONS SAY THEY WROTE.  ONLY THEN ARE  *
000450*                    THE TRAILERS WRITTEN, EACH MERGED FILE     *
000460*                    LOGGED ON THE SENT-FILE LOG (SENTLOG,      *
000470*                    DL100SN), THE VAULT ROWS APPENDED TO       *
000480*                    PIIVAULT, ONE SET OF RUNHIST               *
000490*                    ROWS AND LENPROF ROWS APPENDED (THE        *
000500*                    PARTITIONS' ROWS SUMMED BY FEED), AND THE  *
000510*                    CONTROL ROWS MARKED MERGED.                *
000520*               AN IMBALANCE SETS RETURN CODE 8 AND LEAVES THE  *
000530*               MERGED FILES WITHOUT THEIR TRAILERS, SO NOTHING *
000540*               DOWNSTREAM WILL CONSUME THEM.  THE BALANCING    *
000550*               REPORT IS ON MBRPFILE.  A PIIVAULT THAT CANNOT  *
000560*               BE OPENED, OR A CONTROL ROW THAT CANNOT BE      *
000570*               MARKED MERGED, IS REPORTED THERE TOO AND SETS   *
000580*               RETURN CODE 16.                                 *
000590*               EACH PARTITION'S CONTROL ROW IS READ ON DD      *
000600*               PARTCTL1 TO PARTCTL9 BY PARTITION NUMBER.  EACH *
000610*               KIND OF WORK FILE IS READ ON ONE DD THAT THE JOB*
000620*               CONCATENATES ACROSS THE PARTITIONS: PARTOUT,    *
000630*               PARTEXCP, PARTREJC, PARTREJD, PARTDUPS, PARTVLT,*
000640*               PARTHIST AND PARTPROF.  THE SORT PUTS THE ROWS  *
000650*               BACK IN ORDER, SO THE CONCATENATION ORDER DOES  *
000660*               NOT MATTER.  ROUTED FILES ARE DD OUTRT01 TO     *
000670*               OUTRT10, BY FEED-DEFINITION ROW.                *
000680*                                                               *
000690*  MODIFICATION HISTORY.                                        *
000700*  DATE        BY    DESCRIPTION                                *
000710*  ----------  ----  -------------------------------------      *
000720*  10/15/2026  RDM   INITIAL VERSION.                           *
000730*--------------------------------------------------------------*
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID.         DL260MB.
000760 AUTHOR.             R. MARCHETTI.
000770 INSTALLATION.       DATA QUALITY SYSTEMS.
000780 DATE-WRITTEN.       10/15/2026.
000790 DATE-COMPILED.
000800*
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840*    EACH PARTITION'S CONTROL ROW, BY PARTITION NUMBER.
000850     SELECT PART-CTL-FILE-1 ASSIGN TO "PARTCTL1"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-PART-CTL-STATUS.
000880     SELECT PART-CTL-FILE-2 ASSIGN TO "PARTCTL2"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PART-CTL-STATUS.
000910     SELECT PART-CTL-FILE-3 ASSIGN TO "PARTCTL3"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PART-CTL-STATUS.
000940     SELECT PART-CTL-FILE-4 ASSIGN TO "PARTCTL4"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PART-CTL-STATUS.
000970     SELECT PART-CTL-FILE-5 ASSIGN TO "PARTCTL5"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-PART-CTL-STATUS.
001000     SELECT PART-CTL-FILE-6 ASSIGN TO "PARTCTL6"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-PART-CTL-STATUS.
001030     SELECT PART-CTL-FILE-7 ASSIGN TO "PARTCTL7"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PART-CTL-STATUS.
001060     SELECT PART-CTL-FILE-8 ASSIGN TO "PARTCTL8"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-PART-CTL-STATUS.
001090     SELECT PART-CTL-FILE-9 ASSIGN TO "PARTCTL9"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-PART-CTL-STATUS.
001120*    EACH KIND OF WORK FILE, CONCATENATED ACROSS THE PARTITIONS.
001130     SELECT PART-OUT-FILE ASSIGN TO "PARTOUT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-PART-IN-STATUS.
001160     SELECT PART-EXCP-FILE ASSIGN TO "PARTEXCP"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-PART-IN-STATUS.
001190     SELECT PART-REJC-FILE ASSIGN TO "PARTREJC"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-PART-IN-STATUS.
001220     SELECT PART-REJD-FILE ASSIGN TO "PARTREJD"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-PART-IN-STATUS.
001250     SELECT PART-DUPS-FILE ASSIGN TO "PARTDUPS"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-PART-IN-STATUS.
001280     SELECT PART-VLT-FILE ASSIGN TO "PARTVLT"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-PART-IN-STATUS.
001310     SELECT PART-HIST-FILE ASSIGN TO "PARTHIST"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-PART-IN-STATUS.
001340     SELECT PART-PROF-FILE ASSIGN TO "PARTPROF"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-PART-IN-STATUS.
001370     SELECT SORT-FILE ASSIGN TO "MBSRTWK".
001380     SELECT VAULT-WORK-FILE ASSIGN TO "MBVLTWK"
001390         ORGANIZATION IS SEQUENTIAL.
001400     SELECT OUT-FILE ASSIGN TO "OUTFILE"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-OUT-STATUS.
001430     SELECT ROUTE-FILE-01 ASSIGN TO "OUTRT01"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-ROUTE-STATUS.
001460     SELECT ROUTE-FILE-02 ASSIGN TO "OUTRT02"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-ROUTE-STATUS.
001490     SELECT ROUTE-FILE-03 ASSIGN TO "OUTRT03"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-ROUTE-STATUS.
001520     SELECT ROUTE-FILE-04 ASSIGN TO "OUTRT04"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-ROUTE-STATUS.
001550     SELECT ROUTE-FILE-05 ASSIGN TO "OUTRT05"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-ROUTE-STATUS.
001580     SELECT ROUTE-FILE-06 ASSIGN TO "OUTRT06"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-ROUTE-STATUS.
001610     SELECT ROUTE-FILE-07 ASSIGN TO "OUTRT07"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-ROUTE-STATUS.
001640     SELECT ROUTE-FILE-08 ASSIGN TO "OUTRT08"
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-ROUTE-STATUS.
001670     SELECT ROUTE-FILE-09 ASSIGN TO "OUTRT09"
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-ROUTE-STATUS.
001700     SELECT ROUTE-FILE-10 ASSIGN TO "OUTRT10"
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS WS-ROUTE-STATUS.
001730     SELECT EXCEPT-FILE ASSIGN TO "EXCPFILE"
001740         ORGANIZATION IS LINE SEQUENTIAL.
001750     SELECT REJECT-FILE ASSIGN TO "REJCFILE"
001760         ORGANIZATION IS LINE SEQUENTIAL.
001770     SELECT REJECT-DATA-FILE ASSIGN TO "REJDATA"
001780         ORGANIZATION IS SEQUENTIAL.
001790     SELECT DUPS-FILE ASSIGN TO "DUPSFILE"
001800         ORGANIZATION IS LINE SEQUENTIAL.
001810     SELECT VAULT-FILE ASSIGN TO "PIIVAULT"
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS WS-VAULT-STATUS.
001840     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS WS-RUNHIST-STATUS.
001870     SELECT LENPROF-FILE ASSIGN TO "LENPROF"
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-LENPROF-STATUS.
001900     SELECT OUTCTL-FILE ASSIGN TO "OUTCTL"
001910         ORGANIZATION IS LINE SEQUENTIAL.
001920     SELECT SENT-LOG-FILE ASSIGN TO "SENTLOG"
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS WS-SENTLOG-STATUS.
001950     SELECT REPORT-FILE ASSIGN TO "MBRPFILE"
001960         ORGANIZATION IS LINE SEQUENTIAL.
001970*
001980 DATA DIVISION.
001990 FILE SECTION.
002000*    THE CONTROL ROWS ARE READ INTO AND WRITTEN FROM PC-RECORD.
002010 FD  PART-CTL-FILE-1
002020     LABEL RECORDS ARE STANDARD.
002030 01  PART-CTL-RECORD-1         PIC X(176).
002040 FD  PART-CTL-FILE-2
002050     LABEL RECORDS ARE STANDARD.
002060 01  PART-CTL-RECORD-2         PIC X(176).
002070 FD  PART-CTL-FILE-3
002080     LABEL RECORDS ARE STANDARD.
002090 01  PART-CTL-RECORD-3         PIC X(176).
002100 FD  PART-CTL-FILE-4
002110     LABEL RECORDS ARE STANDARD.
002120 01  PART-CTL-RECORD-4         PIC X(176).
002130 FD  PART-CTL-FILE-5
002140     LABEL RECORDS ARE STANDARD.
002150 01  PART-CTL-RECORD-5         PIC X(176).
002160 FD  PART-CTL-FILE-6
002170     LABEL RECORDS ARE STANDARD.
002180 01  PART-CTL-RECORD-6         PIC X(176).
002190 FD  PART-CTL-FILE-7
002200     LABEL RECORDS ARE STANDARD.
002210 01  PART-CTL-RECORD-7         PIC X(176).
002220 FD  PART-CTL-FILE-8
002230     LABEL RECORDS ARE STANDARD.
002240 01  PART-CTL-RECORD-8         PIC X(176).
002250 FD  PART-CTL-FILE-9
002260     LABEL RECORDS ARE STANDARD.
002270 01  PART-CTL-RECORD-9         PIC X(176).
002280*
002290*    THE WORK FILES ARE READ INTO WS-MERGE-AREA; THE WIDEST OF
002300*    THEM IS THE EXCEPTION ROW.
002310 FD  PART-OUT-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  PART-OUT-RECORD             PIC X(1073).
002340 FD  PART-EXCP-FILE
002350     LABEL RECORDS ARE STANDARD.
002360 01  PART-EXCP-RECORD            PIC X(1073).
002370 FD  PART-REJC-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 01  PART-REJC-RECORD            PIC X(1073).
002400 FD  PART-REJD-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 01  PART-REJD-RECORD            PIC X(599).
002430 FD  PART-DUPS-FILE
002440     LABEL RECORDS ARE STANDARD.
002450 01  PART-DUPS-RECORD            PIC X(1073).
002460 FD  PART-VLT-FILE
002470     LABEL RECORDS ARE STANDARD.
002480 01  PART-VLT-RECORD             PIC X(1067).
002490 FD  PART-HIST-FILE
002500     LABEL RECORDS ARE STANDARD.
002510 01  PART-HIST-RECORD            PIC X(1073).
002520 FD  PART-PROF-FILE
002530     LABEL RECORDS ARE STANDARD.
002540 01  PART-PROF-RECORD            PIC X(1073).
002550*
002560*    THE SORT RECORD: ORIGINAL RECORD ID, ARRIVAL SEQUENCE, ROW.
002570*    ONE RECORD BELONGS TO ONE PARTITION ONLY, SO THE SEQUENCE
002580*    KEEPS A RECORD'S OWN ROWS (SEGMENTS, FIELD EXCEPTIONS) IN
002590*    THE ORDER ITS PARTITION WROTE THEM.
002600 SD  SORT-FILE.
002610 01  SK-RECORD.
002620     05  SK-RECORD-ID            PIC 9(09).
002630     05  SK-SEQUENCE             PIC 9(09).
002640     05  SK-DATA                 PIC X(1073).
002650*
002660 FD  VAULT-WORK-FILE
002670     LABEL RECORDS ARE STANDARD.
002680 01  VW-RECORD.
002690     05  VW-RECORD-ID            PIC 9(09).
002700     05  VW-SEQUENCE             PIC 9(09).
002710     05  VW-DATA                 PIC X(1073).
002720*
002730 FD  OUT-FILE
002740     LABEL RECORDS ARE STANDARD.
002750 01  OUT-RECORD                  PIC X(500).
002760*
002770*    THE ROUTED OUTPUT FILES ALL TAKE THEIR RECORD FROM
002780*    WS-ROUTE-RECORD, SO ONE WRITE PARAGRAPH SERVES THEM ALL.
002790 FD  ROUTE-FILE-01
002800     LABEL RECORDS ARE STANDARD.
002810 01  RT-RECORD-01                PIC X(500).
002820 FD  ROUTE-FILE-02
002830     LABEL RECORDS ARE STANDARD.
002840 01  RT-RECORD-02                PIC X(500).
002850 FD  ROUTE-FILE-03
002860     LABEL RECORDS ARE STANDARD.
002870 01  RT-RECORD-03                PIC X(500).
002880 FD  ROUTE-FILE-04
002890     LABEL RECORDS ARE STANDARD.
002900 01  RT-RECORD-04                PIC X(500).
002910 FD  ROUTE-FILE-05
002920     LABEL RECORDS ARE STANDARD.
002930 01  RT-RECORD-05                PIC X(500).
002940 FD  ROUTE-FILE-06
002950     LABEL RECORDS ARE STANDARD.
002960 01  RT-RECORD-06                PIC X(500).
002970 FD  ROUTE-FILE-07
002980     LABEL RECORDS ARE STANDARD.
002990 01  RT-RECORD-07                PIC X(500).
003000 FD  ROUTE-FILE-08
003010     LABEL RECORDS ARE STANDARD.
003020 01  RT-RECORD-08                PIC X(500).
003030 FD  ROUTE-FILE-09
003040     LABEL RECORDS ARE STANDARD.
003050 01  RT-RECORD-09                PIC X(500).
003060 FD  ROUTE-FILE-10
003070     LABEL RECORDS ARE STANDARD.
003080 01  RT-RECORD-10                PIC X(500).
003090*
003100 FD  EXCEPT-FILE
003110     LABEL RECORDS ARE STANDARD.
003120 COPY DL100EX.
003130*
003140 FD  REJECT-FILE
003150     LABEL RECORDS ARE STANDARD.
003160 COPY DL100RJ.
003170*
003180 FD  REJECT-DATA-FILE
003190     LABEL RECORDS ARE STANDARD.
003200 COPY DL100RD.
003210*
003220 FD  DUPS-FILE
003230     LABEL RECORDS ARE STANDARD.
003240 COPY DL100DU.
003250*
003260 FD  VAULT-FILE
003270     LABEL RECORDS ARE STANDARD.
003280 COPY DL100VT.
003290*
003300*    THE LEDGER AND PROFILE ROWS ARE BUILT IN WORKING STORAGE -
003310*    THE SAME LAYOUTS ARE READ FROM THE PARTITIONS' FILES.
003320 FD  RUNHIST-FILE
003330     LABEL RECORDS ARE STANDARD.
003340 01  RUNHIST-RECORD              PIC X(147).
003350*
003360 FD  LENPROF-FILE
003370     LABEL RECORDS ARE STANDARD.
003380 01  LENPROF-RECORD              PIC X(527).
003390*
003400 FD  OUTCTL-FILE
003410     LABEL RECORDS ARE STANDARD.
003420 COPY DL100OC.
003430*
003440 FD  SENT-LOG-FILE
003450     LABEL RECORDS ARE STANDARD.
003460 COPY DL100SN.
003470*
003480 FD  REPORT-FILE
003490     LABEL RECORDS ARE STANDARD.
003500 COPY DL100RP.
003510*
003520 WORKING-STORAGE SECTION.
003530 01  WS-PART-CTL-STATUS          PIC X(02).
003540 01  WS-PART-IN-STATUS           PIC X(02).
003550 01  WS-OUT-STATUS               PIC X(02).
003560 01  WS-ROUTE-STATUS             PIC X(02).
003570 01  WS-VAULT-STATUS             PIC X(02).
003580 01  WS-RUNHIST-STATUS           PIC X(02).
003590 01  WS-LENPROF-STATUS           PIC X(02).
003600 01  WS-SENTLOG-STATUS           PIC X(02).
003610 01  WS-TBL-STATUS               PIC X(02).
003620 01  WS-PART-LOAD-STATUS         PIC X(02).
003630 01  WS-SWITCHES.
003640     05  WS-EOF-SWITCH           PIC X(01).
003650         88  WS-EOF                       VALUE "Y".
003660     05  WS-STOP-SWITCH          PIC X(01) VALUE "N".
003670         88  WS-RUN-STOPPED               VALUE "Y".
003680     05  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
003690         88  WS-IN-BALANCE                VALUE "Y".
003700     05  WS-OUTPUT-OPEN-SWITCH   PIC X(01) VALUE "N".
003710         88  WS-OUTPUT-OPEN               VALUE "Y".
003720     05  WS-ROUTE-SWITCH         PIC X(01) VALUE "N".
003730         88  WS-ROUTED                    VALUE "Y".
003740     05  WS-DEDUP-SWITCH         PIC X(01) VALUE "N".
003750         88  WS-DEDUP-MODE                VALUE "Y".
003760     05  WS-OUT-CTL-SWITCH       PIC X(01) VALUE "N".
003770         88  WS-OUT-CTL-ON                VALUES "Y" "H".
003780         88  WS-OUT-CTL-FULL              VALUE "Y".
003790         88  WS-OUT-CTL-HDR-ONLY          VALUE "H".
003800     05  WS-RESTART-FLAG         PIC X(01) VALUE "F".
003810*    WHICH OF THE PARTITIONS' WORK FILES THE SORT IS MERGING
003820     05  WS-MERGE-TYPE           PIC X(02).
003830         88  WS-MERGE-OUTPUT              VALUE "PW".
003840         88  WS-MERGE-EXCEPT              VALUE "EX".
003850         88  WS-MERGE-REJECT              VALUE "RJ".
003860         88  WS-MERGE-REJDATA             VALUE "RD".
003870         88  WS-MERGE-DUPS                VALUE "DU".
003880         88  WS-MERGE-VAULT               VALUE "VT".
003890 01  WS-CURRENT-DATE-FIELDS.
003900     05  WS-CURRENT-DATE.
003910         10  WS-CURRENT-YY       PIC 9(02).
003920         10  WS-CURRENT-MM       PIC 9(02).
003930         10  WS-CURRENT-DD       PIC 9(02).
003940     05  WS-CURRENT-TIME.
003950         10  WS-TIME-HH          PIC 9(02).
003960         10  WS-TIME-MM          PIC 9(02).
003970         10  WS-TIME-SS          PIC 9(02).
003980         10  FILLER              PIC 9(02).
003990     05  WS-RUN-DATE             PIC X(10).
004000*--------------------------------------------------------------*
004010*    WORKING STORAGE FOR THE FEED AND PARTITION DEFINITIONS     *
004020*--------------------------------------------------------------*
004030 COPY DL100DT.
004040 COPY DL100FL.
004050 COPY DL100PT.
004060*--------------------------------------------------------------*
004070*    WORKING STORAGE FOR THE PARTITIONS.  EACH CONTROL ROW IS   *
004080*    KEPT WHOLE SO IT CAN BE WRITTEN BACK MARKED MERGED; THE    *
004090*    FIRST PARTITION'S SETTINGS ARE THE ONES THE OTHERS MUST    *
004100*    MATCH.                                                     *
004110*--------------------------------------------------------------*
004120 COPY DL100PC.
004130 01  WS-PART-FIELDS.
004140     05  WS-PART-SUB             PIC 9(01).
004150     05  WS-CTL-OP               PIC X(01).
004160         88  WS-CTL-READ                  VALUE "R".
004170         88  WS-CTL-WRITE                 VALUE "W".
004180     05  WS-CTL-WRITE-STATUS     PIC X(02).
004190     05  WS-ID-OFFSET            PIC 9(4) COMP.
004200*    WHICH WORK FILE IS IN USE (ITS DD NAME IS WS-WORK-DD), AND
004210*    WHAT TO DO WITH IT: OPEN, READ INTO WS-MERGE-AREA, OR CLOSE.
004220     05  WS-WORK-FILE            PIC 9(01).
004230     05  WS-WORK-OP              PIC X(01).
004240         88  WS-WORK-OPEN                 VALUE "O".
004250         88  WS-WORK-READ                 VALUE "R".
004260         88  WS-WORK-CLOSE                VALUE "C".
004270 01  WS-WORK-DD-NAMES.
004280     05  FILLER                  PIC X(08) VALUE "PARTOUT".
004290     05  FILLER                  PIC X(08) VALUE "PARTEXCP".
004300     05  FILLER                  PIC X(08) VALUE "PARTREJC".
004310     05  FILLER                  PIC X(08) VALUE "PARTREJD".
004320     05  FILLER                  PIC X(08) VALUE "PARTDUPS".
004330     05  FILLER                  PIC X(08) VALUE "PARTVLT".
004340     05  FILLER                  PIC X(08) VALUE "PARTHIST".
004350     05  FILLER                  PIC X(08) VALUE "PARTPROF".
004360 01  WS-WORK-DD-TABLE REDEFINES WS-WORK-DD-NAMES.
004370     05  WS-WORK-DD              PIC X(08) OCCURS 8 TIMES.
004380 01  WS-PART-TABLE.
004390     05  WS-PT-IMAGE             PIC X(176) OCCURS 9 TIMES.
004400 01  WS-REF-FIELDS.
004410     05  WS-REF-RUN-DATE         PIC X(10).
004420     05  WS-REF-START-TIME       PIC X(08).
004430     05  WS-REF-HEADER-DATE      PIC X(10).
004440     05  WS-REF-FEED-MODE        PIC X(01).
004450     05  WS-REF-DEST-TYPE        PIC X(04).
004460     05  WS-REF-OUT-CTL          PIC X(01).
004470     05  WS-REF-DEDUP            PIC X(01).
004480     05  WS-REF-METHOD           PIC X(01).
004490     05  WS-REF-PART-COUNT       PIC 9(01).
004500     05  WS-REF-FILE-RECORDS     PIC 9(09).
004510     05  WS-REF-FILE-CHARS       PIC 9(11).
004520*--------------------------------------------------------------*
004530*    WORKING STORAGE FOR THE BALANCE: WHAT THE PARTITIONS SAY   *
004540*    THEY DID, AND WHAT THE MERGE FOUND IN THEIR FILES          *
004550*--------------------------------------------------------------*
004560 01  WS-PART-TOTALS.
004570     05  WS-SUM-OWN-RECORDS      PIC 9(09) COMP VALUE ZERO.
004580     05  WS-SUM-OWN-CHARS        PIC 9(11) COMP VALUE ZERO.
004590     05  WS-SUM-WRITTEN          PIC 9(09) COMP VALUE ZERO.
004600     05  WS-SUM-REJECTED         PIC 9(09) COMP VALUE ZERO.
004610     05  WS-SUM-DUPS             PIC 9(09) COMP VALUE ZERO.
004620     05  WS-SUM-OUT-LINES        PIC 9(09) COMP VALUE ZERO.
004630     05  WS-SUM-EXCP-ROWS        PIC 9(09) COMP VALUE ZERO.
004640     05  WS-SUM-VAULT-ROWS       PIC 9(09) COMP VALUE ZERO.
004650     05  WS-ACCOUNTED            PIC 9(09) COMP.
004660 01  WS-MERGE-TOTALS.
004670     05  WS-MRG-OUT-LINES        PIC 9(09) COMP VALUE ZERO.
004680     05  WS-MRG-EXCP-ROWS        PIC 9(09) COMP VALUE ZERO.
004690     05  WS-MRG-REJC-ROWS        PIC 9(09) COMP VALUE ZERO.
004700     05  WS-MRG-REJD-ROWS        PIC 9(09) COMP VALUE ZERO.
004710     05  WS-MRG-DUPS-ROWS        PIC 9(09) COMP VALUE ZERO.
004720     05  WS-MRG-VAULT-ROWS       PIC 9(09) COMP VALUE ZERO.
004730     05  WS-VAULT-APPENDED       PIC 9(09) COMP VALUE ZERO.
004740     05  WS-HIST-WRITTEN         PIC 9(09) COMP VALUE ZERO.
004750     05  WS-PROF-WRITTEN         PIC 9(09) COMP VALUE ZERO.
004760     05  WS-SEQUENCE             PIC 9(09) COMP.
004770 01  WS-MERGE-AREA               PIC X(1073).
004780 COPY DL100PW.
004790*--------------------------------------------------------------*
004800*    WORKING STORAGE FOR THE MERGED OUTPUT AND ITS CONTROLS,    *
004810*    COUNTED THE WAY DL100MN COUNTS THEM                        *
004820*--------------------------------------------------------------*
004830 01  WS-OUT-CTL-FIELDS.
004840     05  WS-OUT-REC-COUNT        PIC 9(09) COMP VALUE ZERO.
004850     05  WS-OUT-CHAR-COUNT       PIC 9(11) COMP VALUE ZERO.
004860     05  WS-OUT-TRIM             PIC 9(4) COMP.
004870     05  WS-CTL-COUNT-DISP       PIC 9(09).
004880     05  WS-CTL-CHARS-DISP       PIC 9(11).
004890     05  WS-FEED-OUT-COUNTS OCCURS 10 TIMES.
004900         10  WS-F-OUT-REC-COUNT  PIC 9(09) COMP.
004910         10  WS-F-OUT-CHAR-COUNT PIC 9(11) COMP.
004920 01  WS-FEED-SUB                 PIC 9(4) COMP.
004930 01  WS-SCAN-SUB                 PIC 9(4) COMP.
004940 01  WS-ROUTE-FIELDS.
004950     05  WS-ROUTE-SUB            PIC 9(02) COMP.
004960     05  WS-ROUTE-OP             PIC X(01).
004970         88  WS-ROUTE-OPEN-NEW            VALUE "O".
004980         88  WS-ROUTE-WRITE               VALUE "W".
004990         88  WS-ROUTE-CLOSE               VALUE "C".
005000     05  WS-ROUTE-RECORD         PIC X(500).
005010 01  WS-ROUTE-DD-NAMES.
005020     05  WS-RT-DD-01            PIC X(08) VALUE "OUTRT01".
005030     05  WS-RT-DD-02            PIC X(08) VALUE "OUTRT02".
005040     05  WS-RT-DD-03            PIC X(08) VALUE "OUTRT03".
005050     05  WS-RT-DD-04            PIC X(08) VALUE "OUTRT04".
005060     05  WS-RT-DD-05            PIC X(08) VALUE "OUTRT05".
005070     05  WS-RT-DD-06            PIC X(08) VALUE "OUTRT06".
005080     05  WS-RT-DD-07            PIC X(08) VALUE "OUTRT07".
005090     05  WS-RT-DD-08            PIC X(08) VALUE "OUTRT08".
005100     05  WS-RT-DD-09            PIC X(08) VALUE "OUTRT09".
005110     05  WS-RT-DD-10            PIC X(08) VALUE "OUTRT10".
005120 01  WS-ROUTE-DD-TABLE REDEFINES WS-ROUTE-DD-NAMES.
005130     05  WS-RT-DD                PIC X(08) OCCURS 10 TIMES.
005140*--------------------------------------------------------------*
005150*    WORKING STORAGE FOR THE LEDGER AND THE LENGTH PROFILE.     *
005160*    THE PARTITIONS' ROWS ARE SUMMED BY FEED - ONE SLOT PER     *
005170*    DL100DT ROW, SLOT 11 FOR A RUN WITH NO FEED - AND BY       *
005180*    FIELD WITHIN FEED FOR THE PROFILE.                         *
005190*--------------------------------------------------------------*
005200 COPY DL100RH.
005210 COPY DL100LP.
005220 01  WS-HIST-SUB                 PIC 9(02) COMP.
005230 01  WS-HIST-TABLE.
005240     05  WS-HIST-SLOT OCCURS 11 TIMES.
005250         10  WS-H-ROWS           PIC 9(04) COMP.
005260         10  WS-H-DEST-TYPE      PIC X(04).
005270         10  WS-H-LIMIT          PIC 9(04).
005280         10  WS-H-RESTART        PIC X(01).
005290         10  WS-H-READ           PIC 9(09) COMP.
005300         10  WS-H-TRUNC          PIC 9(09) COMP.
005310         10  WS-H-REJECT         PIC 9(09) COMP.
005320         10  WS-H-SUM-INPUT      PIC 9(11) COMP.
005330         10  WS-H-SUM-OUTPUT     PIC 9(11) COMP.
005340         10  WS-H-SUM-CUT        PIC 9(11) COMP.
005350         10  WS-H-SUM-REJECT     PIC 9(11) COMP.
005360         10  WS-H-WRITTEN        PIC 9(09) COMP.
005370         10  WS-H-SUM-PAD        PIC 9(11) COMP.
005380         10  WS-H-DUP            PIC 9(09) COMP.
005390         10  WS-H-SUM-DUP        PIC 9(11) COMP.
005400         10  WS-H-EDIT           PIC 9(09) COMP.
005410 01  WS-PROF-SLOT                PIC 9(02) COMP.
005420 01  WS-PROF-BUCKET              PIC 9(02) COMP.
005430 01  WS-PROF-TABLE.
005440     05  WS-PROF-FEED OCCURS 11 TIMES.
005450         10  WS-PROF-FIELD OCCURS 6 TIMES.
005460             15  WS-PR-ROWS      PIC 9(04) COMP.
005470             15  WS-PR-DEST-TYPE PIC X(04).
005480             15  WS-PR-NAME      PIC X(10).
005490             15  WS-PR-LIMIT     PIC 9(04).
005500             15  WS-PR-WIDTH     PIC 9(04).
005510             15  WS-PR-STYLE     PIC X(01).
005520             15  WS-PR-RESTART   PIC X(01).
005530             15  WS-PR-COUNT     PIC 9(09) COMP.
005540             15  WS-PR-OVER      PIC 9(09) COMP.
005550             15  WS-PR-MAX       PIC 9(04) COMP.
005560             15  WS-PR-SUM       PIC 9(11) COMP.
005570             15  WS-PR-BUCKET    PIC 9(09) COMP OCCURS 50 TIMES.
005580*--------------------------------------------------------------*
005590*    WORKING STORAGE FOR THE REPORT                             *
005600*--------------------------------------------------------------*
005610 01  WS-PROBLEM-TEXT             PIC X(70).
005620 01  WS-REPORT-EDIT-FIELDS.
005630     05  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
005640     05  WS-RPT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
005650     05  WS-RPT-COUNT-3          PIC ZZZ,ZZZ,ZZ9.
005660     05  WS-RPT-CHARS            PIC ZZ,ZZZ,ZZZ,ZZ9.
005670     05  WS-RPT-LABEL            PIC X(22).
005680     05  WS-RPT-NAME             PIC X(20).
005690*
005700 PROCEDURE DIVISION.
005710*--------------------------------------------------------------*
005720*    0000-MAINLINE                                             *
005730*--------------------------------------------------------------*
005740 0000-MAINLINE.
005750     PERFORM 1000-INITIALIZE
005760         THRU 1000-EXIT.
005770     IF WS-RUN-STOPPED THEN
005780         GO TO 0000-TERMINATE
005790     END-IF.
005800     PERFORM 2000-CHECK-PARTITIONS
005810         THRU 2000-EXIT.
005820     IF NOT WS-IN-BALANCE THEN
005830         GO TO 0000-TERMINATE
005840     END-IF.
005850     PERFORM 3000-MERGE-FILES
005860         THRU 3000-EXIT.
005870     PERFORM 4000-CHECK-MERGE
005880         THRU 4000-EXIT.
005890     IF WS-IN-BALANCE THEN
005900         PERFORM 5000-FINISH-MERGE
005910             THRU 5000-EXIT
005920     END-IF.
005930     PERFORM 5900-CLOSE-OUTPUT
005940         THRU 5900-EXIT.
005950 0000-TERMINATE.
005960     PERFORM 9000-TERMINATE
005970         THRU 9000-EXIT.
005980     GOBACK.
005990*--------------------------------------------------------------*
006000*    1000-INITIALIZE  -  LOAD THE PARTITION AND FEED           *
006010*                       DEFINITIONS AND READ EVERY PARTITION'S   *
006020*                       CONTROL ROW.  ANY PARTITION NOT YET      *
006030*                       COMPLETE, OR RUN DIFFERENTLY FROM THE    *
006040*                       FIRST, STOPS THE MERGE BEFORE IT WRITES  *
006050*                       ANYTHING.                                *
006060*--------------------------------------------------------------*
006070 1000-INITIALIZE.
006080     ACCEPT WS-CURRENT-DATE FROM DATE.
006090     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
006100         DELIMITED BY SIZE INTO WS-RUN-DATE.
006110     OPEN OUTPUT REPORT-FILE.
006120     MOVE "DL260MB - PARTITION MERGE AND BALANCE REPORT"
006130         TO RP-RECORD.
006140     WRITE RP-RECORD.
006150     MOVE SPACES TO RP-RECORD.
006160     WRITE RP-RECORD.
006170     MOVE SPACES TO RP-RECORD.
006180     STRING "RUN DATE . . . . . . . . . . . . . " WS-RUN-DATE
006190         DELIMITED BY SIZE INTO RP-RECORD.
006200     WRITE RP-RECORD.
006210     CALL "DL100PTN" USING PT-TABLE WS-PART-LOAD-STATUS.
006220     IF WS-PART-LOAD-STATUS NOT = "00" THEN
006230         MOVE "NO USABLE PARTITION DEFINITIONS (PARTDEF)"
006240             TO WS-PROBLEM-TEXT
006250         PERFORM 8000-REPORT-PROBLEM
006260             THRU 8000-EXIT
006270         GO TO 1000-STOP
006280     END-IF.
006290     MOVE SPACES TO RP-RECORD.
006300     IF PT-BY-FEED THEN
006310         STRING "PARTITIONED BY . . . . . . . . . . FEED CODE"
006320             DELIMITED BY SIZE INTO RP-RECORD
006330     ELSE
006340         STRING "PARTITIONED BY . . . . . . . . . . BUSINESS-KEY "
006350             "RANGE"
006360             DELIMITED BY SIZE INTO RP-RECORD
006370     END-IF.
006380     WRITE RP-RECORD.
006390     MOVE SPACES TO RP-RECORD.
006400     STRING "PARTITIONS . . . . . . . . . . . . " PT-PART-COUNT
006410         DELIMITED BY SIZE INTO RP-RECORD.
006420     WRITE RP-RECORD.
006430     MOVE SPACES TO RP-RECORD.
006440     WRITE RP-RECORD.
006450     CALL "DL100TBL" USING DT-TABLE FL-TABLE WS-TBL-STATUS.
006460     IF WS-TBL-STATUS NOT = "00" THEN
006470         MOVE SPACES TO WS-PROBLEM-TEXT
006480         STRING "FEED DEFINITION LOAD STATUS " WS-TBL-STATUS
006490             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
006500         PERFORM 8000-REPORT-PROBLEM
006510             THRU 8000-EXIT
006520         GO TO 1000-STOP
006530     END-IF.
006540     PERFORM 1100-READ-CONTROL
006550         THRU 1100-EXIT
006560         VARYING WS-PART-SUB FROM 1 BY 1
006570         UNTIL WS-PART-SUB > PT-PART-COUNT.
006580     IF WS-RUN-STOPPED THEN
006590         GO TO 1000-STOP
006600     END-IF.
006610*    THE MERGED FILES ARE WRITTEN THE WAY THE PARTITIONS' CARD
006620*    ASKED FOR - ROUTED PER FEED IN A CONSOLIDATED RUN.
006630     IF WS-REF-FEED-MODE = "C" THEN
006640         MOVE "Y" TO WS-ROUTE-SWITCH
006650     END-IF.
006660     MOVE WS-REF-DEDUP TO WS-DEDUP-SWITCH.
006670     MOVE WS-REF-OUT-CTL TO WS-OUT-CTL-SWITCH.
006680     GO TO 1000-EXIT.
006690 1000-STOP.
006700     MOVE "*** MERGE NOT RUN - NOTHING WRITTEN ***" TO RP-RECORD.
006710     WRITE RP-RECORD.
006720     DISPLAY "DL260MB - RUN STOPPED - NOTHING MERGED".
006730     MOVE "Y" TO WS-STOP-SWITCH.
006740 1000-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770*    1100-READ-CONTROL  -  READ ONE PARTITION'S CONTROL ROW    *
006780*                       AND KEEP IT.  A MISSING ROW, A PARTITION *
006790*                       STILL RUNNING OR FAILED, ONE ALREADY     *
006800*                       MERGED, OR ONE RUN DIFFERENTLY FROM THE  *
006810*                       FIRST IS REPORTED.  EVERY PARTITION IS   *
006820*                       CHECKED, SO ONE RUN NAMES THEM ALL.      *
006830*--------------------------------------------------------------*
006840 1100-READ-CONTROL.
006850     MOVE "R" TO WS-CTL-OP.
006860     PERFORM 1150-CTL-FILE-OP
006870         THRU 1150-EXIT.
006880     IF PC-RECORD = SPACES THEN
006890         GO TO 1100-MISSING
006900     END-IF.
006910     MOVE PC-RECORD TO WS-PT-IMAGE(WS-PART-SUB).
006920     IF PC-MERGED THEN
006930         MOVE SPACES TO WS-PROBLEM-TEXT
006940         STRING "PARTITION " WS-PART-SUB " IS ALREADY MERGED - "
006950             "RUN THE PARTITIONS AGAIN FIRST"
006960             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
006970         GO TO 1100-FAIL
006980     END-IF.
006990     IF NOT PC-COMPLETE THEN
007000         MOVE SPACES TO WS-PROBLEM-TEXT
007010         STRING "PARTITION " WS-PART-SUB " STATUS " PC-STATUS
007020             " (R RUNNING, F FAILED) - RESTART IT"
007030             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
007040         GO TO 1100-FAIL
007050     END-IF.
007060     IF WS-PART-SUB = 1 THEN
007070         MOVE PC-RUN-DATE TO WS-REF-RUN-DATE
007080         MOVE PC-START-TIME TO WS-REF-START-TIME
007090         MOVE PC-HEADER-DATE TO WS-REF-HEADER-DATE
007100         MOVE PC-FEED-MODE TO WS-REF-FEED-MODE
007110         MOVE PC-DEST-TYPE TO WS-REF-DEST-TYPE
007120         MOVE PC-OUT-CTL TO WS-REF-OUT-CTL
007130         MOVE PC-DEDUP TO WS-REF-DEDUP
007140         MOVE PC-METHOD TO WS-REF-METHOD
007150         MOVE PC-PART-COUNT TO WS-REF-PART-COUNT
007160         MOVE PC-FILE-RECORDS TO WS-REF-FILE-RECORDS
007170         MOVE PC-FILE-CHARS TO WS-REF-FILE-CHARS
007180     END-IF.
007190     IF PC-METHOD NOT = PT-METHOD
007200         OR PC-PART-COUNT NOT = PT-PART-COUNT
007210         MOVE SPACES TO WS-PROBLEM-TEXT
007220         STRING "PARTDEF HAS CHANGED SINCE PARTITION " WS-PART-SUB
007230             " RAN"
007240             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
007250         GO TO 1100-FAIL
007260     END-IF.
007270     IF PC-FEED-MODE NOT = WS-REF-FEED-MODE
007280         OR PC-DEST-TYPE NOT = WS-REF-DEST-TYPE
007290         OR PC-OUT-CTL NOT = WS-REF-OUT-CTL
007300         OR PC-DEDUP NOT = WS-REF-DEDUP
007310         MOVE SPACES TO WS-PROBLEM-TEXT
007320         STRING "PARTITION " WS-PART-SUB " RAN WITH DIFFERENT "
007330             "SETTINGS FROM PARTITION 1"
007340             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
007350         GO TO 1100-FAIL
007360     END-IF.
007370     IF PC-HEADER-DATE NOT = WS-REF-HEADER-DATE
007380         OR PC-FILE-RECORDS NOT = WS-REF-FILE-RECORDS
007390         OR PC-FILE-CHARS NOT = WS-REF-FILE-CHARS
007400         MOVE SPACES TO WS-PROBLEM-TEXT
007410         STRING "PARTITION " WS-PART-SUB " READ A DIFFERENT "
007420             "INPUT FILE FROM PARTITION 1"
007430             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
007440         GO TO 1100-FAIL
007450     END-IF.
007460     GO TO 1100-EXIT.
007470 1100-MISSING.
007480     MOVE SPACES TO WS-PROBLEM-TEXT.
007490     STRING "PARTITION " WS-PART-SUB " HAS NO CONTROL ROW ("
007500         "PARTCTL" WS-PART-SUB ") - RUN IT"
007510         DELIMITED BY SIZE INTO WS-PROBLEM-TEXT.
007520 1100-FAIL.
007530     PERFORM 8000-REPORT-PROBLEM
007540         THRU 8000-EXIT.
007550     MOVE "Y" TO WS-STOP-SWITCH.
007560 1100-EXIT.
007570     EXIT.
007580*--------------------------------------------------------------*
007590*    1150-CTL-FILE-OP  -  READ PARTITION WS-PART-SUB'S CONTROL *
007600*                       ROW INTO PC-RECORD (SPACES WHEN THERE IS *
007610*                       NONE), OR WRITE IT BACK FROM PC-RECORD,  *
007620*                       LEAVING THE WRITE'S STATUS IN            *
007630*                       WS-CTL-WRITE-STATUS                      *
007640*--------------------------------------------------------------*
007650 1150-CTL-FILE-OP.
007660     MOVE SPACES TO WS-PART-CTL-STATUS.
007670     MOVE SPACES TO WS-CTL-WRITE-STATUS.
007680     IF WS-CTL-READ THEN
007690         MOVE SPACES TO PC-RECORD
007700     END-IF.
007710     GO TO 1150-CTL-1 1150-CTL-2 1150-CTL-3
007720           1150-CTL-4 1150-CTL-5 1150-CTL-6
007730           1150-CTL-7 1150-CTL-8 1150-CTL-9
007740         DEPENDING ON WS-PART-SUB.
007750     GO TO 1150-EXIT.
007760 1150-CTL-1.
007770     IF WS-CTL-READ THEN
007780         OPEN INPUT PART-CTL-FILE-1
007790         IF WS-PART-CTL-STATUS = "00" THEN
007800             READ PART-CTL-FILE-1 INTO PC-RECORD
007810                 AT END
007820                     MOVE SPACES TO PC-RECORD
007830             END-READ
007840             CLOSE PART-CTL-FILE-1
007850         END-IF
007860     END-IF.
007870     IF WS-CTL-WRITE THEN
007880         OPEN OUTPUT PART-CTL-FILE-1
007890         WRITE PART-CTL-RECORD-1 FROM PC-RECORD
007900         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
007910         CLOSE PART-CTL-FILE-1
007920     END-IF.
007930     GO TO 1150-EXIT.
007940 1150-CTL-2.
007950     IF WS-CTL-READ THEN
007960         OPEN INPUT PART-CTL-FILE-2
007970         IF WS-PART-CTL-STATUS = "00" THEN
007980             READ PART-CTL-FILE-2 INTO PC-RECORD
007990                 AT END
008000                     MOVE SPACES TO PC-RECORD
008010             END-READ
008020             CLOSE PART-CTL-FILE-2
008030         END-IF
008040     END-IF.
008050     IF WS-CTL-WRITE THEN
008060         OPEN OUTPUT PART-CTL-FILE-2
008070         WRITE PART-CTL-RECORD-2 FROM PC-RECORD
008080         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008090         CLOSE PART-CTL-FILE-2
008100     END-IF.
008110     GO TO 1150-EXIT.
008120 1150-CTL-3.
008130     IF WS-CTL-READ THEN
008140         OPEN INPUT PART-CTL-FILE-3
008150         IF WS-PART-CTL-STATUS = "00" THEN
008160             READ PART-CTL-FILE-3 INTO PC-RECORD
008170                 AT END
008180                     MOVE SPACES TO PC-RECORD
008190             END-READ
008200             CLOSE PART-CTL-FILE-3
008210         END-IF
008220     END-IF.
008230     IF WS-CTL-WRITE THEN
008240         OPEN OUTPUT PART-CTL-FILE-3
008250         WRITE PART-CTL-RECORD-3 FROM PC-RECORD
008260         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008270         CLOSE PART-CTL-FILE-3
008280     END-IF.
008290     GO TO 1150-EXIT.
008300 1150-CTL-4.
008310     IF WS-CTL-READ THEN
008320         OPEN INPUT PART-CTL-FILE-4
008330         IF WS-PART-CTL-STATUS = "00" THEN
008340             READ PART-CTL-FILE-4 INTO PC-RECORD
008350                 AT END
008360                     MOVE SPACES TO PC-RECORD
008370             END-READ
008380             CLOSE PART-CTL-FILE-4
008390         END-IF
008400     END-IF.
008410     IF WS-CTL-WRITE THEN
008420         OPEN OUTPUT PART-CTL-FILE-4
008430         WRITE PART-CTL-RECORD-4 FROM PC-RECORD
008440         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008450         CLOSE PART-CTL-FILE-4
008460     END-IF.
008470     GO TO 1150-EXIT.
008480 1150-CTL-5.
008490     IF WS-CTL-READ THEN
008500         OPEN INPUT PART-CTL-FILE-5
008510         IF WS-PART-CTL-STATUS = "00" THEN
008520             READ PART-CTL-FILE-5 INTO PC-RECORD
008530                 AT END
008540                     MOVE SPACES TO PC-RECORD
008550             END-READ
008560             CLOSE PART-CTL-FILE-5
008570         END-IF
008580     END-IF.
008590     IF WS-CTL-WRITE THEN
008600         OPEN OUTPUT PART-CTL-FILE-5
008610         WRITE PART-CTL-RECORD-5 FROM PC-RECORD
008620         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008630         CLOSE PART-CTL-FILE-5
008640     END-IF.
008650     GO TO 1150-EXIT.
008660 1150-CTL-6.
008670     IF WS-CTL-READ THEN
008680         OPEN INPUT PART-CTL-FILE-6
008690         IF WS-PART-CTL-STATUS = "00" THEN
008700             READ PART-CTL-FILE-6 INTO PC-RECORD
008710                 AT END
008720                     MOVE SPACES TO PC-RECORD
008730             END-READ
008740             CLOSE PART-CTL-FILE-6
008750         END-IF
008760     END-IF.
008770     IF WS-CTL-WRITE THEN
008780         OPEN OUTPUT PART-CTL-FILE-6
008790         WRITE PART-CTL-RECORD-6 FROM PC-RECORD
008800         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008810         CLOSE PART-CTL-FILE-6
008820     END-IF.
008830     GO TO 1150-EXIT.
008840 1150-CTL-7.
008850     IF WS-CTL-READ THEN
008860         OPEN INPUT PART-CTL-FILE-7
008870         IF WS-PART-CTL-STATUS = "00" THEN
008880             READ PART-CTL-FILE-7 INTO PC-RECORD
008890                 AT END
008900                     MOVE SPACES TO PC-RECORD
008910             END-READ
008920             CLOSE PART-CTL-FILE-7
008930         END-IF
008940     END-IF.
008950     IF WS-CTL-WRITE THEN
008960         OPEN OUTPUT PART-CTL-FILE-7
008970         WRITE PART-CTL-RECORD-7 FROM PC-RECORD
008980         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
008990         CLOSE PART-CTL-FILE-7
009000     END-IF.
009010     GO TO 1150-EXIT.
009020 1150-CTL-8.
009030     IF WS-CTL-READ THEN
009040         OPEN INPUT PART-CTL-FILE-8
009050         IF WS-PART-CTL-STATUS = "00" THEN
009060             READ PART-CTL-FILE-8 INTO PC-RECORD
009070                 AT END
009080                     MOVE SPACES TO PC-RECORD
009090             END-READ
009100             CLOSE PART-CTL-FILE-8
009110         END-IF
009120     END-IF.
009130     IF WS-CTL-WRITE THEN
009140         OPEN OUTPUT PART-CTL-FILE-8
009150         WRITE PART-CTL-RECORD-8 FROM PC-RECORD
009160         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
009170         CLOSE PART-CTL-FILE-8
009180     END-IF.
009190     GO TO 1150-EXIT.
009200 1150-CTL-9.
009210     IF WS-CTL-READ THEN
009220         OPEN INPUT PART-CTL-FILE-9
009230         IF WS-PART-CTL-STATUS = "00" THEN
009240             READ PART-CTL-FILE-9 INTO PC-RECORD
009250                 AT END
009260                     MOVE SPACES TO PC-RECORD
009270             END-READ
009280             CLOSE PART-CTL-FILE-9
009290         END-IF
009300     END-IF.
009310     IF WS-CTL-WRITE THEN
009320         OPEN OUTPUT PART-CTL-FILE-9
009330         WRITE PART-CTL-RECORD-9 FROM PC-RECORD
009340         MOVE WS-PART-CTL-STATUS TO WS-CTL-WRITE-STATUS
009350         CLOSE PART-CTL-FILE-9
009360     END-IF.
009370     GO TO 1150-EXIT.
009380 1150-EXIT.
009390     EXIT.
009400*--------------------------------------------------------------*
009410*    2000-CHECK-PARTITIONS  -  PROVE THE PARTITION TOTALS ADD  *
009420*                       UP TO THE WHOLE BEFORE MERGING ANYTHING: *
009430*                       EVERY RECORD OF THE INPUT FILE OWNED BY  *
009440*                       EXACTLY ONE PARTITION, AND EVERY OWNED   *
009450*                       RECORD WRITTEN, REJECTED OR DIVERTED AS  *
009460*                       A DUPLICATE.                             *
009470*--------------------------------------------------------------*
009480 2000-CHECK-PARTITIONS.
009490     PERFORM 2100-CHECK-ONE-PARTITION
009500         THRU 2100-EXIT
009510         VARYING WS-PART-SUB FROM 1 BY 1
009520         UNTIL WS-PART-SUB > PT-PART-COUNT.
009530     MOVE SPACES TO RP-RECORD.
009540     WRITE RP-RECORD.
009550     MOVE WS-REF-FILE-RECORDS TO WS-RPT-COUNT.
009560     MOVE SPACES TO RP-RECORD.
009570     STRING "RECORDS ON THE INPUT FILE  . . . . " WS-RPT-COUNT
009580         DELIMITED BY SIZE INTO RP-RECORD.
009590     WRITE RP-RECORD.
009600     MOVE WS-SUM-OWN-RECORDS TO WS-RPT-COUNT.
009610     MOVE SPACES TO RP-RECORD.
009620     STRING "RECORDS OWNED BY THE PARTITIONS  . " WS-RPT-COUNT
009630         DELIMITED BY SIZE INTO RP-RECORD.
009640     WRITE RP-RECORD.
009650     MOVE WS-REF-FILE-CHARS TO WS-RPT-CHARS.
009660     MOVE SPACES TO RP-RECORD.
009670     STRING "CHARACTERS ON THE INPUT FILE . . " WS-RPT-CHARS
009680         DELIMITED BY SIZE INTO RP-RECORD.
009690     WRITE RP-RECORD.
009700     MOVE WS-SUM-OWN-CHARS TO WS-RPT-CHARS.
009710     MOVE SPACES TO RP-RECORD.
009720     STRING "CHARACTERS OWNED BY PARTITIONS . " WS-RPT-CHARS
009730         DELIMITED BY SIZE INTO RP-RECORD.
009740     WRITE RP-RECORD.
009750     MOVE SPACES TO RP-RECORD.
009760     WRITE RP-RECORD.
009770     IF WS-SUM-OWN-RECORDS NOT = WS-REF-FILE-RECORDS THEN
009780         MOVE "RECORDS OWNED DO NOT ADD UP TO THE INPUT FILE"
009790             TO WS-PROBLEM-TEXT
009800         PERFORM 8100-REPORT-IMBALANCE
009810             THRU 8100-EXIT
009820     END-IF.
009830     IF WS-SUM-OWN-CHARS NOT = WS-REF-FILE-CHARS THEN
009840         MOVE "CHARACTERS OWNED DO NOT ADD UP TO THE INPUT FILE"
009850             TO WS-PROBLEM-TEXT
009860         PERFORM 8100-REPORT-IMBALANCE
009870             THRU 8100-EXIT
009880     END-IF.
009890 2000-EXIT.
009900     EXIT.
009910*--------------------------------------------------------------*
009920*    2100-CHECK-ONE-PARTITION  -  LIST ONE PARTITION, ADD IT   *
009930*                       TO THE TOTALS AND CHECK ITS OWN RECORDS  *
009940*                       ARE ALL ACCOUNTED FOR                    *
009950*--------------------------------------------------------------*
009960 2100-CHECK-ONE-PARTITION.
009970     MOVE WS-PT-IMAGE(WS-PART-SUB) TO PC-RECORD.
009980     ADD PC-OWN-RECORDS TO WS-SUM-OWN-RECORDS.
009990     ADD PC-OWN-CHARS TO WS-SUM-OWN-CHARS.
010000     ADD PC-WRITTEN TO WS-SUM-WRITTEN.
010010     ADD PC-REJECTED TO WS-SUM-REJECTED.
010020     ADD PC-DUPS TO WS-SUM-DUPS.
010030     ADD PC-OUT-LINES TO WS-SUM-OUT-LINES.
010040     ADD PC-EXCP-ROWS TO WS-SUM-EXCP-ROWS.
010050     ADD PC-VAULT-ROWS TO WS-SUM-VAULT-ROWS.
010060     IF PC-RESTART-FLAG = "R" THEN
010070         MOVE "R" TO WS-RESTART-FLAG
010080     END-IF.
010090     MOVE PC-OWN-RECORDS TO WS-RPT-COUNT.
010100     MOVE PC-OWN-CHARS TO WS-RPT-CHARS.
010110     MOVE SPACES TO RP-RECORD.
010120     STRING "PARTITION " WS-PART-SUB "  RECORDS " WS-RPT-COUNT
010130         "  CHARACTERS " WS-RPT-CHARS
010140         DELIMITED BY SIZE INTO RP-RECORD.
010150     IF PC-RESTART-FLAG = "R" THEN
010160         MOVE "RESTARTED" TO RP-RECORD(66:9)
010170     END-IF.
010180     WRITE RP-RECORD.
010190     MOVE PC-WRITTEN TO WS-RPT-COUNT.
010200     MOVE PC-REJECTED TO WS-RPT-COUNT-2.
010210     MOVE PC-DUPS TO WS-RPT-COUNT-3.
010220     MOVE SPACES TO RP-RECORD.
010230     STRING "    WRITTEN " WS-RPT-COUNT "  REJECTED "
010240         WS-RPT-COUNT-2 "  DUPLICATES " WS-RPT-COUNT-3
010250         DELIMITED BY SIZE INTO RP-RECORD.
010260     WRITE RP-RECORD.
010270     ADD PC-WRITTEN PC-REJECTED PC-DUPS
010280         GIVING WS-ACCOUNTED.
010290     IF WS-ACCOUNTED NOT = PC-OWN-RECORDS THEN
010300         MOVE SPACES TO WS-PROBLEM-TEXT
010310         STRING "PARTITION " WS-PART-SUB " WRITTEN, REJECTED AND "
010320             "DUPLICATES DO NOT ADD UP"
010330             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
010340         PERFORM 8100-REPORT-IMBALANCE
010350             THRU 8100-EXIT
010360     END-IF.
010370 2100-EXIT.
010380     EXIT.
010390*--------------------------------------------------------------*
010400*    3000-MERGE-FILES  -  SORT EACH KIND OF WORK FILE FROM ALL *
010410*                       THE PARTITIONS BACK INTO ORIGINAL RECORD *
010420*                       ORDER, INTO THE FILE A SINGLE RUN        *
010430*                       WRITES.  THE VAULT ROWS ARE HELD ON A    *
010440*                       WORK FILE UNTIL THE MERGE HAS BALANCED - *
010450*                       PIIVAULT IS PERMANENT.                   *
010460*--------------------------------------------------------------*
010470 3000-MERGE-FILES.
010480     PERFORM 3010-OPEN-OUTPUT
010490         THRU 3010-EXIT.
010500     MOVE "PW" TO WS-MERGE-TYPE.
010510     MOVE 1 TO WS-WORK-FILE.
010520     MOVE 1 TO WS-ID-OFFSET.
010530     SORT SORT-FILE
010540         ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
010550         INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
010560             THRU 3100-EXIT
010570         OUTPUT PROCEDURE IS 3200-RETURN-MERGED
010580             THRU 3200-EXIT.
010590     OPEN OUTPUT EXCEPT-FILE.
010600     MOVE "EX" TO WS-MERGE-TYPE.
010610     MOVE 2 TO WS-WORK-FILE.
010620     MOVE 11 TO WS-ID-OFFSET.
010630     SORT SORT-FILE
010640         ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
010650         INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
010660             THRU 3100-EXIT
010670         OUTPUT PROCEDURE IS 3200-RETURN-MERGED
010680             THRU 3200-EXIT.
010690     CLOSE EXCEPT-FILE.
010700     OPEN OUTPUT REJECT-FILE.
010710     MOVE "RJ" TO WS-MERGE-TYPE.
010720     MOVE 3 TO WS-WORK-FILE.
010730     MOVE 11 TO WS-ID-OFFSET.
010740     SORT SORT-FILE
010750         ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
010760         INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
010770             THRU 3100-EXIT
010780         OUTPUT PROCEDURE IS 3200-RETURN-MERGED
010790             THRU 3200-EXIT.
010800     CLOSE REJECT-FILE.
010810     OPEN OUTPUT REJECT-DATA-FILE.
010820     MOVE "RD" TO WS-MERGE-TYPE.
010830     MOVE 4 TO WS-WORK-FILE.
010840     MOVE 1 TO WS-ID-OFFSET.
010850     SORT SORT-FILE
010860         ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
010870         INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
010880             THRU 3100-EXIT
010890         OUTPUT PROCEDURE IS 3200-RETURN-MERGED
010900             THRU 3200-EXIT.
010910     CLOSE REJECT-DATA-FILE.
010920     IF WS-DEDUP-MODE THEN
010930         OPEN OUTPUT DUPS-FILE
010940         MOVE "DU" TO WS-MERGE-TYPE
010950         MOVE 5 TO WS-WORK-FILE
010960         MOVE 11 TO WS-ID-OFFSET
010970         SORT SORT-FILE
010980             ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
010990             INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
011000                 THRU 3100-EXIT
011010             OUTPUT PROCEDURE IS 3200-RETURN-MERGED
011020                 THRU 3200-EXIT
011030         CLOSE DUPS-FILE
011040     END-IF.
011050     MOVE "VT" TO WS-MERGE-TYPE.
011060     MOVE 6 TO WS-WORK-FILE.
011070     MOVE 17 TO WS-ID-OFFSET.
011080     SORT SORT-FILE
011090         ON ASCENDING KEY SK-RECORD-ID SK-SEQUENCE
011100         INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
011110             THRU 3100-EXIT
011120         GIVING VAULT-WORK-FILE.
011130 3000-EXIT.
011140     EXIT.
011150*--------------------------------------------------------------*
011160*    3010-OPEN-OUTPUT  -  START THE MERGED OUTPUT FILE, OR ONE *
011170*                       FILE PER FEED IN A ROUTED RUN, EACH WITH *
011180*                       ITS TRANSMISSION HEADER WHEN THE OUTPUT  *
011190*                       CONTROLS ARE ON.  THE HEADER CARRIES THE *
011200*                       PARTITIONS' RUN DATE, AS A SINGLE RUN'S  *
011210*                       WOULD.                                   *
011220*--------------------------------------------------------------*
011230 3010-OPEN-OUTPUT.
011240     MOVE "Y" TO WS-OUTPUT-OPEN-SWITCH.
011250     IF WS-ROUTED THEN
011260         PERFORM 3020-OPEN-ROUTED-FILE
011270             THRU 3020-EXIT
011280             VARYING WS-ROUTE-SUB FROM 1 BY 1
011290             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
011300         GO TO 3010-EXIT
011310     END-IF.
011320     OPEN OUTPUT OUT-FILE.
011330     IF WS-OUT-CTL-ON THEN
011340         MOVE SPACES TO OUT-RECORD
011350         STRING "HDR" WS-REF-DEST-TYPE WS-REF-RUN-DATE
011360             DELIMITED BY SIZE INTO OUT-RECORD
011370         WRITE OUT-RECORD
011380     END-IF.
011390 3010-EXIT.
011400     EXIT.
011410*--------------------------------------------------------------*
011420*    3020-OPEN-ROUTED-FILE  -  START ONE FEED'S ROUTED OUTPUT  *
011430*                       FILE (DD OUTRT + ITS TABLE ROW).  EVERY  *
011440*                       FEED GETS A FILE, EVEN ONE WITH NO DATA  *
011450*                       TONIGHT, AS IN A SINGLE RUN.             *
011460*--------------------------------------------------------------*
011470 3020-OPEN-ROUTED-FILE.
011480     MOVE ZERO TO WS-F-OUT-REC-COUNT(WS-ROUTE-SUB).
011490     MOVE ZERO TO WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB).
011500     MOVE "O" TO WS-ROUTE-OP.
011510     PERFORM 3400-ROUTE-FILE-OP
011520         THRU 3400-EXIT.
011530     IF WS-ROUTE-STATUS = "00"
011540         AND WS-OUT-CTL-ON
011550         MOVE SPACES TO WS-ROUTE-RECORD
011560         STRING "HDR" DT-CODE(WS-ROUTE-SUB) WS-REF-RUN-DATE
011570             DELIMITED BY SIZE INTO WS-ROUTE-RECORD
011580         MOVE "W" TO WS-ROUTE-OP
011590         PERFORM 3400-ROUTE-FILE-OP
011600             THRU 3400-EXIT
011610     END-IF.
011620     IF WS-ROUTE-STATUS NOT = "00" THEN
011630         MOVE SPACES TO WS-PROBLEM-TEXT
011640         STRING "ROUTED OUTPUT " DELIMITED BY SIZE
011650             WS-RT-DD(WS-ROUTE-SUB) DELIMITED BY SPACE
011660             " WILL NOT OPEN" DELIMITED BY SIZE
011670             INTO WS-PROBLEM-TEXT
011680         PERFORM 8100-REPORT-IMBALANCE
011690             THRU 8100-EXIT
011700     END-IF.
011710 3020-EXIT.
011720     EXIT.
011730*--------------------------------------------------------------*
011740*    3100-RELEASE-PARTITIONS  -  PASS EVERY PARTITION'S ROWS   *
011750*                       OF THE KIND BEING MERGED TO THE SORT.  A *
011760*                       WORK FILE NO PARTITION WROTE IS TAKEN AS *
011770*                       EMPTY - THE ROW BALANCE WILL SHOW IT IF  *
011780*                       ROWS WERE EXPECTED.                      *
011790*--------------------------------------------------------------*
011800 3100-RELEASE-PARTITIONS.
011810     MOVE ZERO TO WS-SEQUENCE.
011820     MOVE "N" TO WS-EOF-SWITCH.
011830     MOVE "O" TO WS-WORK-OP.
011840     PERFORM 3140-WORK-FILE-OP
011850         THRU 3140-EXIT.
011860     IF WS-PART-IN-STATUS = "35" THEN
011870         GO TO 3100-EXIT
011880     END-IF.
011890     IF WS-PART-IN-STATUS NOT = "00" THEN
011900         MOVE SPACES TO WS-PROBLEM-TEXT
011910         STRING "WORK FILE " DELIMITED BY SIZE
011920             WS-WORK-DD(WS-WORK-FILE) DELIMITED BY SPACE
011930             " WILL NOT OPEN - STATUS " WS-PART-IN-STATUS
011940             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
011950         PERFORM 8100-REPORT-IMBALANCE
011960             THRU 8100-EXIT
011970         GO TO 3100-EXIT
011980     END-IF.
011990     PERFORM 3120-READ-PART-FILE
012000         THRU 3120-EXIT.
012010     PERFORM 3130-RELEASE-ROW
012020         THRU 3130-EXIT
012030         UNTIL WS-EOF.
012040     MOVE "C" TO WS-WORK-OP.
012050     PERFORM 3140-WORK-FILE-OP
012060         THRU 3140-EXIT.
012070 3100-EXIT.
012080     EXIT.
012090*--------------------------------------------------------------*
012100*    3120-READ-PART-FILE  -  READ THE NEXT ROW OF THE WORK FILE*
012110*--------------------------------------------------------------*
012120 3120-READ-PART-FILE.
012130     MOVE SPACES TO WS-MERGE-AREA.
012140     MOVE "R" TO WS-WORK-OP.
012150     PERFORM 3140-WORK-FILE-OP
012160         THRU 3140-EXIT.
012170 3120-EXIT.
012180     EXIT.
012190*--------------------------------------------------------------*
012200*    3130-RELEASE-ROW  -  RELEASE ONE ROW UNDER ITS ORIGINAL   *
012210*                       RECORD ID AND READ THE NEXT              *
012220*--------------------------------------------------------------*
012230 3130-RELEASE-ROW.
012240     MOVE WS-MERGE-AREA(WS-ID-OFFSET:9) TO SK-RECORD-ID.
012250     ADD 1 TO WS-SEQUENCE.
012260     MOVE WS-SEQUENCE TO SK-SEQUENCE.
012270     MOVE WS-MERGE-AREA TO SK-DATA.
012280     RELEASE SK-RECORD.
012290     IF WS-MERGE-VAULT THEN
012300         ADD 1 TO WS-MRG-VAULT-ROWS
012310     END-IF.
012320     PERFORM 3120-READ-PART-FILE
012330         THRU 3120-EXIT.
012340 3130-EXIT.
012350     EXIT.
012360*--------------------------------------------------------------*
012370*    3140-WORK-FILE-OP  -  OPEN, READ OR CLOSE WORK FILE       *
012380*                       WS-WORK-FILE.  A READ TAKES THE ROW INTO *
012390*                       WS-MERGE-AREA AND SETS WS-EOF AT THE END.*
012400*--------------------------------------------------------------*
012410 3140-WORK-FILE-OP.
012420     GO TO 3140-WORK-1 3140-WORK-2 3140-WORK-3 3140-WORK-4
012430           3140-WORK-5 3140-WORK-6 3140-WORK-7 3140-WORK-8
012440         DEPENDING ON WS-WORK-FILE.
012450     GO TO 3140-EXIT.
012460 3140-WORK-1.
012470     IF WS-WORK-OPEN THEN
012480         OPEN INPUT PART-OUT-FILE
012490     END-IF.
012500     IF WS-WORK-READ THEN
012510         READ PART-OUT-FILE INTO WS-MERGE-AREA
012520             AT END
012530                 MOVE "Y" TO WS-EOF-SWITCH
012540         END-READ
012550     END-IF.
012560     IF WS-WORK-CLOSE THEN
012570         CLOSE PART-OUT-FILE
012580     END-IF.
012590     GO TO 3140-EXIT.
012600 3140-WORK-2.
012610     IF WS-WORK-OPEN THEN
012620         OPEN INPUT PART-EXCP-FILE
012630     END-IF.
012640     IF WS-WORK-READ THEN
012650         READ PART-EXCP-FILE INTO WS-MERGE-AREA
012660             AT END
012670                 MOVE "Y" TO WS-EOF-SWITCH
012680         END-READ
012690     END-IF.
012700     IF WS-WORK-CLOSE THEN
012710         CLOSE PART-EXCP-FILE
012720     END-IF.
012730     GO TO 3140-EXIT.
012740 3140-WORK-3.
012750     IF WS-WORK-OPEN THEN
012760         OPEN INPUT PART-REJC-FILE
012770     END-IF.
012780     IF WS-WORK-READ THEN
012790         READ PART-REJC-FILE INTO WS-MERGE-AREA
012800             AT END
012810                 MOVE "Y" TO WS-EOF-SWITCH
012820         END-READ
012830     END-IF.
012840     IF WS-WORK-CLOSE THEN
012850         CLOSE PART-REJC-FILE
012860     END-IF.
012870     GO TO 3140-EXIT.
012880 3140-WORK-4.
012890     IF WS-WORK-OPEN THEN
012900         OPEN INPUT PART-REJD-FILE
012910     END-IF.
012920     IF WS-WORK-READ THEN
012930         READ PART-REJD-FILE INTO WS-MERGE-AREA
012940             AT END
012950                 MOVE "Y" TO WS-EOF-SWITCH
012960         END-READ
012970     END-IF.
012980     IF WS-WORK-CLOSE THEN
012990         CLOSE PART-REJD-FILE
013000     END-IF.
013010     GO TO 3140-EXIT.
013020 3140-WORK-5.
013030     IF WS-WORK-OPEN THEN
013040         OPEN INPUT PART-DUPS-FILE
013050     END-IF.
013060     IF WS-WORK-READ THEN
013070         READ PART-DUPS-FILE INTO WS-MERGE-AREA
013080             AT END
013090                 MOVE "Y" TO WS-EOF-SWITCH
013100         END-READ
013110     END-IF.
013120     IF WS-WORK-CLOSE THEN
013130         CLOSE PART-DUPS-FILE
013140     END-IF.
013150     GO TO 3140-EXIT.
013160 3140-WORK-6.
013170     IF WS-WORK-OPEN THEN
013180         OPEN INPUT PART-VLT-FILE
013190     END-IF.
013200     IF WS-WORK-READ THEN
013210         READ PART-VLT-FILE INTO WS-MERGE-AREA
013220             AT END
013230                 MOVE "Y" TO WS-EOF-SWITCH
013240         END-READ
013250     END-IF.
013260     IF WS-WORK-CLOSE THEN
013270         CLOSE PART-VLT-FILE
013280     END-IF.
013290     GO TO 3140-EXIT.
013300 3140-WORK-7.
013310     IF WS-WORK-OPEN THEN
013320         OPEN INPUT PART-HIST-FILE
013330     END-IF.
013340     IF WS-WORK-READ THEN
013350         READ PART-HIST-FILE INTO WS-MERGE-AREA
013360             AT END
013370                 MOVE "Y" TO WS-EOF-SWITCH
013380         END-READ
013390     END-IF.
013400     IF WS-WORK-CLOSE THEN
013410         CLOSE PART-HIST-FILE
013420     END-IF.
013430     GO TO 3140-EXIT.
013440 3140-WORK-8.
013450     IF WS-WORK-OPEN THEN
013460         OPEN INPUT PART-PROF-FILE
013470     END-IF.
013480     IF WS-WORK-READ THEN
013490         READ PART-PROF-FILE INTO WS-MERGE-AREA
013500             AT END
013510                 MOVE "Y" TO WS-EOF-SWITCH
013520         END-READ
013530     END-IF.
013540     IF WS-WORK-CLOSE THEN
013550         CLOSE PART-PROF-FILE
013560     END-IF.
013570     GO TO 3140-EXIT.
013580 3140-EXIT.
013590     EXIT.
013600*--------------------------------------------------------------*
013610*    3200-RETURN-MERGED  -  WRITE THE MERGED ROWS IN ORDER     *
013620*--------------------------------------------------------------*
013630 3200-RETURN-MERGED.
013640     MOVE "N" TO WS-EOF-SWITCH.
013650     PERFORM 3210-RETURN-ROW
013660         THRU 3210-EXIT
013670         UNTIL WS-EOF.
013680 3200-EXIT.
013690     EXIT.
013700*--------------------------------------------------------------*
013710*    3210-RETURN-ROW  -  WRITE ONE MERGED ROW TO ITS FILE AND  *
013720*                       COUNT IT                                 *
013730*--------------------------------------------------------------*
013740 3210-RETURN-ROW.
013750     RETURN SORT-FILE
013760         AT END
013770             MOVE "Y" TO WS-EOF-SWITCH
013780             GO TO 3210-EXIT
013790     END-RETURN.
013800     IF WS-MERGE-OUTPUT THEN
013810         MOVE SK-DATA TO PW-RECORD
013820         PERFORM 3300-WRITE-OUTPUT
013830             THRU 3300-EXIT
013840     END-IF.
013850     IF WS-MERGE-EXCEPT THEN
013860         WRITE EX-RECORD FROM SK-DATA
013870         ADD 1 TO WS-MRG-EXCP-ROWS
013880     END-IF.
013890     IF WS-MERGE-REJECT THEN
013900         WRITE RJ-RECORD FROM SK-DATA
013910         ADD 1 TO WS-MRG-REJC-ROWS
013920     END-IF.
013930     IF WS-MERGE-REJDATA THEN
013940         WRITE RD-RECORD FROM SK-DATA
013950         ADD 1 TO WS-MRG-REJD-ROWS
013960     END-IF.
013970     IF WS-MERGE-DUPS THEN
013980         WRITE DU-RECORD FROM SK-DATA
013990         ADD 1 TO WS-MRG-DUPS-ROWS
014000     END-IF.
014010 3210-EXIT.
014020     EXIT.
014030*--------------------------------------------------------------*
014040*    3300-WRITE-OUTPUT  -  WRITE ONE MERGED OUTPUT RECORD TO   *
014050*                       OUTFILE OR ITS FEED'S ROUTED FILE AND    *
014060*                       COUNT IT THE WAY THE RECEIVER WILL: ONE  *
014070*                       DATA RECORD PLUS ITS TRIMMED CONTENT     *
014080*                       LENGTH, FOR THE TRAILER, THE HANDOFF     *
014090*                       AND THE SENT-FILE LOG.                   *
014100*--------------------------------------------------------------*
014110 3300-WRITE-OUTPUT.
014120     ADD 1 TO WS-MRG-OUT-LINES.
014130     MOVE ZERO TO WS-FEED-SUB.
014140     IF WS-ROUTED THEN
014150         PERFORM 3310-FIND-FEED
014160             THRU 3310-EXIT
014170             VARYING WS-SCAN-SUB FROM 1 BY 1
014180             UNTIL WS-SCAN-SUB > DT-FEED-COUNT
014190             OR WS-FEED-SUB > ZERO
014200         IF WS-FEED-SUB = ZERO THEN
014210             MOVE SPACES TO WS-PROBLEM-TEXT
014220             STRING "RECORD " PW-RECORD-ID " HAS NO FEED FILE "
014230                 "FOR " PW-DEST-TYPE
014240                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
014250             PERFORM 8100-REPORT-IMBALANCE
014260                 THRU 8100-EXIT
014270             GO TO 3300-EXIT
014280         END-IF
014290         MOVE PW-DATA TO WS-ROUTE-RECORD
014300         MOVE WS-FEED-SUB TO WS-ROUTE-SUB
014310         MOVE "W" TO WS-ROUTE-OP
014320         PERFORM 3400-ROUTE-FILE-OP
014330             THRU 3400-EXIT
014340     ELSE
014350         WRITE OUT-RECORD FROM PW-DATA
014360     END-IF.
014370     ADD 1 TO WS-OUT-REC-COUNT.
014380     MOVE 500 TO WS-OUT-TRIM.
014390     PERFORM 3320-TRIM-OUT-BYTE
014400         THRU 3320-EXIT
014410         UNTIL WS-OUT-TRIM = ZERO
014420         OR PW-DATA(WS-OUT-TRIM:1) NOT = SPACE.
014430     ADD WS-OUT-TRIM TO WS-OUT-CHAR-COUNT.
014440     IF WS-FEED-SUB > ZERO THEN
014450         ADD 1 TO WS-F-OUT-REC-COUNT(WS-FEED-SUB)
014460         ADD WS-OUT-TRIM TO WS-F-OUT-CHAR-COUNT(WS-FEED-SUB)
014470     END-IF.
014480 3300-EXIT.
014490     EXIT.
014500*--------------------------------------------------------------*
014510*    3310-FIND-FEED  -  MATCH THE RECORD'S FEED TO DL100DT     *
014520*--------------------------------------------------------------*
014530 3310-FIND-FEED.
014540     IF DT-CODE(WS-SCAN-SUB) = PW-DEST-TYPE THEN
014550         MOVE WS-SCAN-SUB TO WS-FEED-SUB
014560     END-IF.
014570 3310-EXIT.
014580     EXIT.
014590*--------------------------------------------------------------*
014600*    3320-TRIM-OUT-BYTE  -  BACK UP ONE BYTE                   *
014610*--------------------------------------------------------------*
014620 3320-TRIM-OUT-BYTE.
014630     SUBTRACT 1 FROM WS-OUT-TRIM.
014640 3320-EXIT.
014650     EXIT.
014660*--------------------------------------------------------------*
014670*    3400-ROUTE-FILE-OP  -  OPEN, WRITE OR CLOSE THE ROUTED    *
014680*                       OUTPUT FILE FOR DL100DT ROW              *
014690*                       WS-ROUTE-SUB.  EVERY WRITE TAKES ITS     *
014700*                       RECORD FROM WS-ROUTE-RECORD.             *
014710*--------------------------------------------------------------*
014720 3400-ROUTE-FILE-OP.
014730     GO TO 3400-ROUTE-01 3400-ROUTE-02 3400-ROUTE-03
014740           3400-ROUTE-04 3400-ROUTE-05 3400-ROUTE-06
014750           3400-ROUTE-07 3400-ROUTE-08 3400-ROUTE-09
014760           3400-ROUTE-10
014770         DEPENDING ON WS-ROUTE-SUB.
014780     GO TO 3400-EXIT.
014790 3400-ROUTE-01.
014800     IF WS-ROUTE-WRITE THEN
014810         WRITE RT-RECORD-01 FROM WS-ROUTE-RECORD
014820     END-IF.
014830     IF WS-ROUTE-OPEN-NEW THEN
014840         OPEN OUTPUT ROUTE-FILE-01
014850     END-IF.
014860     IF WS-ROUTE-CLOSE THEN
014870         CLOSE ROUTE-FILE-01
014880     END-IF.
014890     GO TO 3400-EXIT.
014900 3400-ROUTE-02.
014910     IF WS-ROUTE-WRITE THEN
014920         WRITE RT-RECORD-02 FROM WS-ROUTE-RECORD
014930     END-IF.
014940     IF WS-ROUTE-OPEN-NEW THEN
014950         OPEN OUTPUT ROUTE-FILE-02
014960     END-IF.
014970     IF WS-ROUTE-CLOSE THEN
014980         CLOSE ROUTE-FILE-02
014990     END-IF.
015000     GO TO 3400-EXIT.
015010 3400-ROUTE-03.
015020     IF WS-ROUTE-WRITE THEN
015030         WRITE RT-RECORD-03 FROM WS-ROUTE-RECORD
015040     END-IF.
015050     IF WS-ROUTE-OPEN-NEW THEN
015060         OPEN OUTPUT ROUTE-FILE-03
015070     END-IF.
015080     IF WS-ROUTE-CLOSE THEN
015090         CLOSE ROUTE-FILE-03
015100     END-IF.
015110     GO TO 3400-EXIT.
015120 3400-ROUTE-04.
015130     IF WS-ROUTE-WRITE THEN
015140         WRITE RT-RECORD-04 FROM WS-ROUTE-RECORD
015150     END-IF.
015160     IF WS-ROUTE-OPEN-NEW THEN
015170         OPEN OUTPUT ROUTE-FILE-04
015180     END-IF.
015190     IF WS-ROUTE-CLOSE THEN
015200         CLOSE ROUTE-FILE-04
015210     END-IF.
015220     GO TO 3400-EXIT.
015230 3400-ROUTE-05.
015240     IF WS-ROUTE-WRITE THEN
015250         WRITE RT-RECORD-05 FROM WS-ROUTE-RECORD
015260     END-IF.
015270     IF WS-ROUTE-OPEN-NEW THEN
015280         OPEN OUTPUT ROUTE-FILE-05
015290     END-IF.
015300     IF WS-ROUTE-CLOSE THEN
015310         CLOSE ROUTE-FILE-05
015320     END-IF.
015330     GO TO 3400-EXIT.
015340 3400-ROUTE-06.
015350     IF WS-ROUTE-WRITE THEN
015360         WRITE RT-RECORD-06 FROM WS-ROUTE-RECORD
015370     END-IF.
015380     IF WS-ROUTE-OPEN-NEW THEN
015390         OPEN OUTPUT ROUTE-FILE-06
015400     END-IF.
015410     IF WS-ROUTE-CLOSE THEN
015420         CLOSE ROUTE-FILE-06
015430     END-IF.
015440     GO TO 3400-EXIT.
015450 3400-ROUTE-07.
015460     IF WS-ROUTE-WRITE THEN
015470         WRITE RT-RECORD-07 FROM WS-ROUTE-RECORD
015480     END-IF.
015490     IF WS-ROUTE-OPEN-NEW THEN
015500         OPEN OUTPUT ROUTE-FILE-07
015510     END-IF.
015520     IF WS-ROUTE-CLOSE THEN
015530         CLOSE ROUTE-FILE-07
015540     END-IF.
015550     GO TO 3400-EXIT.
015560 3400-ROUTE-08.
015570     IF WS-ROUTE-WRITE THEN
015580         WRITE RT-RECORD-08 FROM WS-ROUTE-RECORD
015590     END-IF.
015600     IF WS-ROUTE-OPEN-NEW THEN
015610         OPEN OUTPUT ROUTE-FILE-08
015620     END-IF.
015630     IF WS-ROUTE-CLOSE THEN
015640         CLOSE ROUTE-FILE-08
015650     END-IF.
015660     GO TO 3400-EXIT.
015670 3400-ROUTE-09.
015680     IF WS-ROUTE-WRITE THEN
015690         WRITE RT-RECORD-09 FROM WS-ROUTE-RECORD
015700     END-IF.
015710     IF WS-ROUTE-OPEN-NEW THEN
015720         OPEN OUTPUT ROUTE-FILE-09
015730     END-IF.
015740     IF WS-ROUTE-CLOSE THEN
015750         CLOSE ROUTE-FILE-09
015760     END-IF.
015770     GO TO 3400-EXIT.
015780 3400-ROUTE-10.
015790     IF WS-ROUTE-WRITE THEN
015800         WRITE RT-RECORD-10 FROM WS-ROUTE-RECORD
015810     END-IF.
015820     IF WS-ROUTE-OPEN-NEW THEN
015830         OPEN OUTPUT ROUTE-FILE-10
015840     END-IF.
015850     IF WS-ROUTE-CLOSE THEN
015860         CLOSE ROUTE-FILE-10
015870     END-IF.
015880     GO TO 3400-EXIT.
015890 3400-EXIT.
015900     EXIT.
015910*--------------------------------------------------------------*
015920*    4000-CHECK-MERGE  -  THE MERGED FILES MUST HOLD EXACTLY   *
015930*                       THE ROWS THE PARTITIONS SAY THEY WROTE.  *
015940*                       A PARTITION THAT ABENDED BETWEEN         *
015950*                       CHECKPOINTS AND WAS RESTARTED MAY HAVE   *
015960*                       WRITTEN SOME ROWS TWICE; THAT SHOWS      *
015970*                       HERE.                                    *
015980*--------------------------------------------------------------*
015990 4000-CHECK-MERGE.
016000     MOVE SPACES TO RP-RECORD.
016010     MOVE "PARTITIONS       MERGED" TO RP-RECORD(28:23).
016020     WRITE RP-RECORD.
016030     MOVE "OUTPUT LINES . . . . " TO WS-RPT-LABEL.
016040     MOVE "OUTPUT LINES" TO WS-RPT-NAME.
016050     MOVE WS-SUM-OUT-LINES TO WS-RPT-COUNT.
016060     MOVE WS-MRG-OUT-LINES TO WS-RPT-COUNT-2.
016070     PERFORM 4100-CHECK-ROWS
016080         THRU 4100-EXIT.
016090     MOVE "EXCEPTION ROWS . . . " TO WS-RPT-LABEL.
016100     MOVE "EXCEPTION ROWS" TO WS-RPT-NAME.
016110     MOVE WS-SUM-EXCP-ROWS TO WS-RPT-COUNT.
016120     MOVE WS-MRG-EXCP-ROWS TO WS-RPT-COUNT-2.
016130     PERFORM 4100-CHECK-ROWS
016140         THRU 4100-EXIT.
016150     MOVE "REJECT ROWS  . . . . " TO WS-RPT-LABEL.
016160     MOVE "REJECT ROWS" TO WS-RPT-NAME.
016170     MOVE WS-SUM-REJECTED TO WS-RPT-COUNT.
016180     MOVE WS-MRG-REJC-ROWS TO WS-RPT-COUNT-2.
016190     PERFORM 4100-CHECK-ROWS
016200         THRU 4100-EXIT.
016210     MOVE "REJECT DATA ROWS . . " TO WS-RPT-LABEL.
016220     MOVE "REJECT DATA ROWS" TO WS-RPT-NAME.
016230     MOVE WS-SUM-REJECTED TO WS-RPT-COUNT.
016240     MOVE WS-MRG-REJD-ROWS TO WS-RPT-COUNT-2.
016250     PERFORM 4100-CHECK-ROWS
016260         THRU 4100-EXIT.
016270     IF WS-DEDUP-MODE THEN
016280         MOVE "DUPLICATE ROWS . . . " TO WS-RPT-LABEL
016290         MOVE "DUPLICATE ROWS" TO WS-RPT-NAME
016300         MOVE WS-SUM-DUPS TO WS-RPT-COUNT
016310         MOVE WS-MRG-DUPS-ROWS TO WS-RPT-COUNT-2
016320         PERFORM 4100-CHECK-ROWS
016330             THRU 4100-EXIT
016340     END-IF.
016350     MOVE "VAULT ROWS . . . . . " TO WS-RPT-LABEL.
016360     MOVE "VAULT ROWS" TO WS-RPT-NAME.
016370     MOVE WS-SUM-VAULT-ROWS TO WS-RPT-COUNT.
016380     MOVE WS-MRG-VAULT-ROWS TO WS-RPT-COUNT-2.
016390     PERFORM 4100-CHECK-ROWS
016400         THRU 4100-EXIT.
016410     MOVE SPACES TO RP-RECORD.
016420     WRITE RP-RECORD.
016430 4000-EXIT.
016440     EXIT.
016450*--------------------------------------------------------------*
016460*    4100-CHECK-ROWS  -  ONE LINE OF THE ROW BALANCE.  THE TWO *
016470*                       EDITED COUNTS COMPARE EQUAL ONLY WHEN    *
016480*                       THE COUNTS DO.                           *
016490*--------------------------------------------------------------*
016500 4100-CHECK-ROWS.
016510     MOVE SPACES TO RP-RECORD.
016520     STRING WS-RPT-LABEL "    " WS-RPT-COUNT "  " WS-RPT-COUNT-2
016530         DELIMITED BY SIZE INTO RP-RECORD.
016540     IF WS-RPT-COUNT NOT = WS-RPT-COUNT-2 THEN
016550         MOVE "*** OUT ***" TO RP-RECORD(64:11)
016560     END-IF.
016570     WRITE RP-RECORD.
016580     IF WS-RPT-COUNT NOT = WS-RPT-COUNT-2 THEN
016590         MOVE SPACES TO WS-PROBLEM-TEXT
016600         STRING WS-RPT-NAME DELIMITED BY "  "
016610             " MERGED DO NOT MATCH THE PARTITIONS"
016620             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
016630         PERFORM 8100-REPORT-IMBALANCE
016640             THRU 8100-EXIT
016650     END-IF.
016660 4100-EXIT.
016670     EXIT.
016680*--------------------------------------------------------------*
016690*    5000-FINISH-MERGE  -  THE MERGE BALANCED: FINISH THE      *
016700*                       OUTPUT CONTROLS, LOG THE MERGED FILES    *
016710*                       AS SENT, APPEND THE VAULT ROWS,          *
016720*                       WRITE THE ONE SET OF LEDGER AND PROFILE  *
016730*                       ROWS, AND MARK THE PARTITIONS MERGED SO  *
016740*                       THE NIGHT CANNOT BE MERGED TWICE.        *
016750*--------------------------------------------------------------*
016760 5000-FINISH-MERGE.
016770     IF WS-OUT-CTL-FULL THEN
016780         PERFORM 5100-WRITE-OUT-TRAILER
016790             THRU 5100-EXIT
016800     END-IF.
016810     IF WS-OUT-CTL-HDR-ONLY THEN
016820         PERFORM 5200-WRITE-CTL-HANDOFF
016830             THRU 5200-EXIT
016840     END-IF.
016850     PERFORM 5250-WRITE-SENT-LOG
016860         THRU 5250-EXIT.
016870     PERFORM 5300-APPEND-VAULT
016880         THRU 5300-EXIT.
016890     IF WS-RUN-STOPPED THEN
016900         GO TO 5000-EXIT
016910     END-IF.
016920     PERFORM 5400-WRITE-RUN-HISTORY
016930         THRU 5400-EXIT.
016940     PERFORM 5500-WRITE-LENGTH-PROFILE
016950         THRU 5500-EXIT.
016960     PERFORM 5600-MARK-MERGED
016970         THRU 5600-EXIT
016980         VARYING WS-PART-SUB FROM 1 BY 1
016990         UNTIL WS-PART-SUB > PT-PART-COUNT.
017000     MOVE WS-VAULT-APPENDED TO WS-RPT-COUNT.
017010     MOVE SPACES TO RP-RECORD.
017020     STRING "VAULT ROWS APPENDED  . . . . . . . " WS-RPT-COUNT
017030         DELIMITED BY SIZE INTO RP-RECORD.
017040     WRITE RP-RECORD.
017050     MOVE WS-HIST-WRITTEN TO WS-RPT-COUNT.
017060     MOVE SPACES TO RP-RECORD.
017070     STRING "RUN-HISTORY ROWS WRITTEN . . . . . " WS-RPT-COUNT
017080         DELIMITED BY SIZE INTO RP-RECORD.
017090     WRITE RP-RECORD.
017100     MOVE WS-PROF-WRITTEN TO WS-RPT-COUNT.
017110     MOVE SPACES TO RP-RECORD.
017120     STRING "LENGTH-PROFILE ROWS WRITTEN  . . . " WS-RPT-COUNT
017130         DELIMITED BY SIZE INTO RP-RECORD.
017140     WRITE RP-RECORD.
017150     MOVE SPACES TO RP-RECORD.
017160     WRITE RP-RECORD.
017170 5000-EXIT.
017180     EXIT.
017190*--------------------------------------------------------------*
017200*    5100-WRITE-OUT-TRAILER  -  CLOSE THE MERGED OUTPUT WITH   *
017210*                       ITS TRAILER, OR EACH ROUTED FILE WITH    *
017220*                       ITS OWN                                  *
017230*--------------------------------------------------------------*
017240 5100-WRITE-OUT-TRAILER.
017250     IF WS-ROUTED THEN
017260         PERFORM 5110-WRITE-ROUTED-TRAILER
017270             THRU 5110-EXIT
017280             VARYING WS-ROUTE-SUB FROM 1 BY 1
017290             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
017300         GO TO 5100-EXIT
017310     END-IF.
017320     MOVE WS-OUT-REC-COUNT TO WS-CTL-COUNT-DISP.
017330     MOVE WS-OUT-CHAR-COUNT TO WS-CTL-CHARS-DISP.
017340     MOVE SPACES TO OUT-RECORD.
017350     STRING "TRL" WS-CTL-COUNT-DISP WS-CTL-CHARS-DISP
017360         DELIMITED BY SIZE INTO OUT-RECORD.
017370     WRITE OUT-RECORD.
017380 5100-EXIT.
017390     EXIT.
017400*--------------------------------------------------------------*
017410*    5110-WRITE-ROUTED-TRAILER  -  ONE FEED'S TRAILER, FROM    *
017420*                       THAT FEED'S OWN COUNTS                   *
017430*--------------------------------------------------------------*
017440 5110-WRITE-ROUTED-TRAILER.
017450     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO WS-CTL-COUNT-DISP.
017460     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO WS-CTL-CHARS-DISP.
017470     MOVE SPACES TO WS-ROUTE-RECORD.
017480     STRING "TRL" WS-CTL-COUNT-DISP WS-CTL-CHARS-DISP
017490         DELIMITED BY SIZE INTO WS-ROUTE-RECORD.
017500     MOVE "W" TO WS-ROUTE-OP.
017510     PERFORM 3400-ROUTE-FILE-OP
017520         THRU 3400-EXIT.
017530 5110-EXIT.
017540     EXIT.
017550*--------------------------------------------------------------*
017560*    5200-WRITE-CTL-HANDOFF  -  LEAVE THE MERGED TOTALS FOR    *
017570*                       DL110RR (DL100OC), ONE ROW PER ROUTED    *
017580*                       FILE OR ONE FOR OUTFILE                  *
017590*--------------------------------------------------------------*
017600 5200-WRITE-CTL-HANDOFF.
017610     OPEN OUTPUT OUTCTL-FILE.
017620     IF WS-ROUTED THEN
017630         PERFORM 5210-WRITE-ROUTED-HANDOFF
017640             THRU 5210-EXIT
017650             VARYING WS-ROUTE-SUB FROM 1 BY 1
017660             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
017670     ELSE
017680         MOVE WS-REF-RUN-DATE TO OC-RUN-DATE
017690         MOVE WS-OUT-REC-COUNT TO OC-WRITE-COUNT
017700         MOVE WS-OUT-CHAR-COUNT TO OC-SUM-CHARS
017710         MOVE WS-REF-DEST-TYPE TO OC-DEST-TYPE
017720         WRITE OC-RECORD
017730     END-IF.
017740     CLOSE OUTCTL-FILE.
017750 5200-EXIT.
017760     EXIT.
017770*--------------------------------------------------------------*
017780*    5210-WRITE-ROUTED-HANDOFF  -  ONE FEED FILE'S TOTALS      *
017790*--------------------------------------------------------------*
017800 5210-WRITE-ROUTED-HANDOFF.
017810     MOVE WS-REF-RUN-DATE TO OC-RUN-DATE.
017820     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO OC-WRITE-COUNT.
017830     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO OC-SUM-CHARS.
017840     MOVE DT-CODE(WS-ROUTE-SUB) TO OC-DEST-TYPE.
017850     WRITE OC-RECORD.
017860 5210-EXIT.
017870     EXIT.
017880*--------------------------------------------------------------*
017890*    5250-WRITE-SENT-LOG  -  APPEND THE MERGED FILES' TOTALS   *
017900*                       TO THE PERMANENT SENT-FILE LOG           *
017910*                       (DL100SN), WHATEVER THE OUTPUT-CONTROL   *
017920*                       MODE - ONE ROW PER ROUTED FILE OR ONE    *
017930*                       FOR OUTFILE                              *
017940*--------------------------------------------------------------*
017950 5250-WRITE-SENT-LOG.
017960     OPEN EXTEND SENT-LOG-FILE.
017970     IF WS-SENTLOG-STATUS = "35" THEN
017980         OPEN OUTPUT SENT-LOG-FILE
017990     END-IF.
018000     IF WS-SENTLOG-STATUS NOT = "00" THEN
018010         MOVE SPACES TO WS-PROBLEM-TEXT
018020         STRING "SENT-FILE LOG (SENTLOG) NOT WRITTEN - STATUS "
018030             WS-SENTLOG-STATUS
018040             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
018050         PERFORM 8000-REPORT-PROBLEM
018060             THRU 8000-EXIT
018070         GO TO 5250-EXIT
018080     END-IF.
018090     MOVE SPACES TO SN-RECORD.
018100     MOVE WS-REF-RUN-DATE TO SN-RUN-DATE.
018110     MOVE "W" TO SN-ENTRY-TYPE.
018120     MOVE "DL260MB" TO SN-PROGRAM.
018130     ACCEPT WS-CURRENT-DATE FROM DATE.
018140     ACCEPT WS-CURRENT-TIME FROM TIME.
018150     STRING "20" WS-CURRENT-YY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
018160         DELIMITED BY SIZE INTO SN-LOG-DATE.
018170     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
018180         DELIMITED BY SIZE INTO SN-LOG-TIME.
018190     IF WS-ROUTED THEN
018200         PERFORM 5260-WRITE-ROUTED-SENT
018210             THRU 5260-EXIT
018220             VARYING WS-ROUTE-SUB FROM 1 BY 1
018230             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
018240     ELSE
018250         MOVE WS-REF-DEST-TYPE TO SN-FEED
018260         MOVE WS-OUT-REC-COUNT TO SN-RECORD-COUNT
018270         MOVE WS-OUT-CHAR-COUNT TO SN-SUM-CHARS
018280         WRITE SN-RECORD
018290     END-IF.
018300     CLOSE SENT-LOG-FILE.
018310 5250-EXIT.
018320     EXIT.
018330*--------------------------------------------------------------*
018340*    5260-WRITE-ROUTED-SENT  -  ONE FEED FILE'S SENT-FILE LOG  *
018350*                       ROW                                      *
018360*--------------------------------------------------------------*
018370 5260-WRITE-ROUTED-SENT.
018380     MOVE DT-CODE(WS-ROUTE-SUB) TO SN-FEED.
018390     MOVE WS-F-OUT-REC-COUNT(WS-ROUTE-SUB) TO SN-RECORD-COUNT.
018400     MOVE WS-F-OUT-CHAR-COUNT(WS-ROUTE-SUB) TO SN-SUM-CHARS.
018410     WRITE SN-RECORD.
018420 5260-EXIT.
018430     EXIT.
018440*--------------------------------------------------------------*
018450*    5300-APPEND-VAULT  -  ADD THE MERGED VAULT ROWS TO THE    *
018460*                       PERMANENT PIIVAULT.  A PIIVAULT THAT     *
018470*                       CANNOT BE OPENED STOPS THE RUN BEFORE    *
018480*                       THE LEDGER, THE PROFILE OR THE CONTROL   *
018490*                       ROWS ARE TOUCHED, SO THE MERGE CAN BE    *
018500*                       RUN AGAIN ONCE IT IS PUT RIGHT.          *
018510*--------------------------------------------------------------*
018520 5300-APPEND-VAULT.
018530     OPEN EXTEND VAULT-FILE.
018540     IF WS-VAULT-STATUS = "35" THEN
018550         OPEN OUTPUT VAULT-FILE
018560     END-IF.
018570     IF WS-VAULT-STATUS NOT = "00" THEN
018580         MOVE SPACES TO WS-PROBLEM-TEXT
018590         STRING "PIIVAULT NOT OPENED - STATUS " WS-VAULT-STATUS
018600             " - MERGE NOT FINISHED"
018610             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
018620         PERFORM 8000-REPORT-PROBLEM
018630             THRU 8000-EXIT
018640         MOVE "Y" TO WS-STOP-SWITCH
018650         GO TO 5300-EXIT
018660     END-IF.
018670     OPEN INPUT VAULT-WORK-FILE.
018680     MOVE "N" TO WS-EOF-SWITCH.
018690     PERFORM 5310-COPY-VAULT-ROW
018700         THRU 5310-EXIT
018710         UNTIL WS-EOF.
018720     CLOSE VAULT-WORK-FILE.
018730     CLOSE VAULT-FILE.
018740 5300-EXIT.
018750     EXIT.
018760*--------------------------------------------------------------*
018770*    5310-COPY-VAULT-ROW  -  ONE VAULT ROW                     *
018780*--------------------------------------------------------------*
018790 5310-COPY-VAULT-ROW.
018800     READ VAULT-WORK-FILE
018810         AT END
018820             MOVE "Y" TO WS-EOF-SWITCH
018830             GO TO 5310-EXIT
018840     END-READ.
018850     WRITE VT-RECORD FROM VW-DATA.
018860     ADD 1 TO WS-VAULT-APPENDED.
018870 5310-EXIT.
018880     EXIT.
018890*--------------------------------------------------------------*
018900*    5400-WRITE-RUN-HISTORY  -  SUM THE PARTITIONS' LEDGER     *
018910*                       ROWS BY FEED AND APPEND ONE ROW PER      *
018920*                       FEED, AS A SINGLE RUN WOULD HAVE.  THE   *
018930*                       ROWS CARRY THE FIRST PARTITION'S RUN     *
018940*                       DATE AND START TIME, AND FLAG "R" IF ANY *
018950*                       PARTITION RESTARTED.                     *
018960*--------------------------------------------------------------*
018970 5400-WRITE-RUN-HISTORY.
018980     PERFORM 5410-CLEAR-HIST-SLOT
018990         THRU 5410-EXIT
019000         VARYING WS-HIST-SUB FROM 1 BY 1
019010         UNTIL WS-HIST-SUB > 11.
019020     PERFORM 5420-READ-PART-HISTORY
019030         THRU 5420-EXIT.
019040     OPEN EXTEND RUNHIST-FILE.
019050     IF WS-RUNHIST-STATUS = "35" THEN
019060         OPEN OUTPUT RUNHIST-FILE
019070     END-IF.
019080     PERFORM 5440-WRITE-HIST-SLOT
019090         THRU 5440-EXIT
019100         VARYING WS-HIST-SUB FROM 1 BY 1
019110         UNTIL WS-HIST-SUB > 11.
019120     CLOSE RUNHIST-FILE.
019130 5400-EXIT.
019140     EXIT.
019150*--------------------------------------------------------------*
019160*    5410-CLEAR-HIST-SLOT  -  EMPTY ONE FEED'S LEDGER TOTALS   *
019170*--------------------------------------------------------------*
019180 5410-CLEAR-HIST-SLOT.
019190     MOVE ZERO TO WS-H-ROWS(WS-HIST-SUB).
019200     MOVE SPACES TO WS-H-DEST-TYPE(WS-HIST-SUB).
019210     MOVE ZERO TO WS-H-LIMIT(WS-HIST-SUB).
019220     MOVE "F" TO WS-H-RESTART(WS-HIST-SUB).
019230     MOVE ZERO TO WS-H-READ(WS-HIST-SUB).
019240     MOVE ZERO TO WS-H-TRUNC(WS-HIST-SUB).
019250     MOVE ZERO TO WS-H-REJECT(WS-HIST-SUB).
019260     MOVE ZERO TO WS-H-SUM-INPUT(WS-HIST-SUB).
019270     MOVE ZERO TO WS-H-SUM-OUTPUT(WS-HIST-SUB).
019280     MOVE ZERO TO WS-H-SUM-CUT(WS-HIST-SUB).
019290     MOVE ZERO TO WS-H-SUM-REJECT(WS-HIST-SUB).
019300     MOVE ZERO TO WS-H-WRITTEN(WS-HIST-SUB).
019310     MOVE ZERO TO WS-H-SUM-PAD(WS-HIST-SUB).
019320     MOVE ZERO TO WS-H-DUP(WS-HIST-SUB).
019330     MOVE ZERO TO WS-H-SUM-DUP(WS-HIST-SUB).
019340     MOVE ZERO TO WS-H-EDIT(WS-HIST-SUB).
019350 5410-EXIT.
019360     EXIT.
019370*--------------------------------------------------------------*
019380*    5420-READ-PART-HISTORY  -  ADD THE PARTITIONS' LEDGER     *
019390*                       ROWS (PARTHIST) INTO THE FEED TOTALS     *
019400*--------------------------------------------------------------*
019410 5420-READ-PART-HISTORY.
019420     MOVE 7 TO WS-WORK-FILE.
019430     MOVE "O" TO WS-WORK-OP.
019440     PERFORM 3140-WORK-FILE-OP
019450         THRU 3140-EXIT.
019460     IF WS-PART-IN-STATUS NOT = "00" THEN
019470         GO TO 5420-EXIT
019480     END-IF.
019490     MOVE "N" TO WS-EOF-SWITCH.
019500     PERFORM 5430-ADD-HIST-ROW
019510         THRU 5430-EXIT
019520         UNTIL WS-EOF.
019530     MOVE "C" TO WS-WORK-OP.
019540     PERFORM 3140-WORK-FILE-OP
019550         THRU 3140-EXIT.
019560 5420-EXIT.
019570     EXIT.
019580*--------------------------------------------------------------*
019590*    5430-ADD-HIST-ROW  -  ADD ONE LEDGER ROW TO ITS FEED'S    *
019600*                       SLOT                                     *
019610*--------------------------------------------------------------*
019620 5430-ADD-HIST-ROW.
019630     PERFORM 3120-READ-PART-FILE
019640         THRU 3120-EXIT.
019650     IF WS-EOF THEN
019660         GO TO 5430-EXIT
019670     END-IF.
019680     MOVE WS-MERGE-AREA TO RH-RECORD.
019690     MOVE 11 TO WS-HIST-SUB.
019700     PERFORM 5435-FIND-HIST-FEED
019710         THRU 5435-EXIT
019720         VARYING WS-SCAN-SUB FROM 1 BY 1
019730         UNTIL WS-SCAN-SUB > DT-FEED-COUNT.
019740     IF WS-H-ROWS(WS-HIST-SUB) = ZERO THEN
019750         MOVE RH-DEST-TYPE TO WS-H-DEST-TYPE(WS-HIST-SUB)
019760         MOVE RH-LIMIT-USED TO WS-H-LIMIT(WS-HIST-SUB)
019770     END-IF.
019780     ADD 1 TO WS-H-ROWS(WS-HIST-SUB).
019790     IF RH-RESTART-FLAG = "R" THEN
019800         MOVE "R" TO WS-H-RESTART(WS-HIST-SUB)
019810     END-IF.
019820     ADD RH-READ-COUNT TO WS-H-READ(WS-HIST-SUB).
019830     ADD RH-TRUNC-COUNT TO WS-H-TRUNC(WS-HIST-SUB).
019840     ADD RH-REJECT-COUNT TO WS-H-REJECT(WS-HIST-SUB).
019850     ADD RH-SUM-INPUT TO WS-H-SUM-INPUT(WS-HIST-SUB).
019860     ADD RH-SUM-OUTPUT TO WS-H-SUM-OUTPUT(WS-HIST-SUB).
019870     ADD RH-SUM-CUT TO WS-H-SUM-CUT(WS-HIST-SUB).
019880     ADD RH-SUM-REJECT TO WS-H-SUM-REJECT(WS-HIST-SUB).
019890     ADD RH-WRITTEN-COUNT TO WS-H-WRITTEN(WS-HIST-SUB).
019900     ADD RH-SUM-PAD TO WS-H-SUM-PAD(WS-HIST-SUB).
019910     ADD RH-DUP-COUNT TO WS-H-DUP(WS-HIST-SUB).
019920     ADD RH-SUM-DUP TO WS-H-SUM-DUP(WS-HIST-SUB).
019930     ADD RH-EDIT-COUNT TO WS-H-EDIT(WS-HIST-SUB).
019940 5430-EXIT.
019950     EXIT.
019960*--------------------------------------------------------------*
019970*    5435-FIND-HIST-FEED  -  MATCH THE ROW'S FEED TO A DL100DT *
019980*                       ROW; NO MATCH STAYS IN SLOT 11           *
019990*--------------------------------------------------------------*
020000 5435-FIND-HIST-FEED.
020010     IF DT-CODE(WS-SCAN-SUB) = RH-DEST-TYPE
020020         AND RH-DEST-TYPE NOT = SPACES
020030         MOVE WS-SCAN-SUB TO WS-HIST-SUB
020040     END-IF.
020050 5435-EXIT.
020060     EXIT.
020070*--------------------------------------------------------------*
020080*    5440-WRITE-HIST-SLOT  -  ONE MERGED LEDGER ROW, FOR A     *
020090*                       FEED AT LEAST ONE PARTITION WROTE A ROW  *
020100*                       FOR                                      *
020110*--------------------------------------------------------------*
020120 5440-WRITE-HIST-SLOT.
020130     IF WS-H-ROWS(WS-HIST-SUB) = ZERO THEN
020140         GO TO 5440-EXIT
020150     END-IF.
020160     MOVE WS-REF-RUN-DATE TO RH-RUN-DATE.
020170     MOVE WS-REF-START-TIME TO RH-RUN-TIME.
020180     MOVE WS-H-DEST-TYPE(WS-HIST-SUB) TO RH-DEST-TYPE.
020190     MOVE WS-H-LIMIT(WS-HIST-SUB) TO RH-LIMIT-USED.
020200     MOVE WS-H-READ(WS-HIST-SUB) TO RH-READ-COUNT.
020210     MOVE WS-H-TRUNC(WS-HIST-SUB) TO RH-TRUNC-COUNT.
020220     MOVE WS-H-REJECT(WS-HIST-SUB) TO RH-REJECT-COUNT.
020230     MOVE WS-H-SUM-INPUT(WS-HIST-SUB) TO RH-SUM-INPUT.
020240     MOVE WS-H-SUM-OUTPUT(WS-HIST-SUB) TO RH-SUM-OUTPUT.
020250     MOVE WS-H-SUM-CUT(WS-HIST-SUB) TO RH-SUM-CUT.
020260     MOVE WS-H-SUM-REJECT(WS-HIST-SUB) TO RH-SUM-REJECT.
020270     MOVE WS-H-RESTART(WS-HIST-SUB) TO RH-RESTART-FLAG.
020280     MOVE WS-H-WRITTEN(WS-HIST-SUB) TO RH-WRITTEN-COUNT.
020290     MOVE WS-H-SUM-PAD(WS-HIST-SUB) TO RH-SUM-PAD.
020300     MOVE WS-H-DUP(WS-HIST-SUB) TO RH-DUP-COUNT.
020310     MOVE WS-H-SUM-DUP(WS-HIST-SUB) TO RH-SUM-DUP.
020320     MOVE WS-H-EDIT(WS-HIST-SUB) TO RH-EDIT-COUNT.
020330     WRITE RUNHIST-RECORD FROM RH-RECORD.
020340     ADD 1 TO WS-HIST-WRITTEN.
020350 5440-EXIT.
020360     EXIT.
020370*--------------------------------------------------------------*
020380*    5500-WRITE-LENGTH-PROFILE  -  SUM THE PARTITIONS' PROFILE *
020390*                       ROWS BY FEED AND FIELD AND APPEND THEM   *
020400*                       TO LENPROF: COUNTS AND BUCKETS ADD, THE  *
020410*                       LONGEST LENGTH IS THE LONGEST OF ANY     *
020420*                       PARTITION                                *
020430*--------------------------------------------------------------*
020440 5500-WRITE-LENGTH-PROFILE.
020450     PERFORM 5510-CLEAR-PROF-SLOT
020460         THRU 5510-EXIT
020470         VARYING WS-HIST-SUB FROM 1 BY 1
020480         UNTIL WS-HIST-SUB > 11
020490         AFTER WS-PROF-SLOT FROM 1 BY 1
020500         UNTIL WS-PROF-SLOT > 6.
020510     PERFORM 5520-READ-PART-PROFILE
020520         THRU 5520-EXIT.
020530     OPEN EXTEND LENPROF-FILE.
020540     IF WS-LENPROF-STATUS = "35" THEN
020550         OPEN OUTPUT LENPROF-FILE
020560     END-IF.
020570     PERFORM 5550-WRITE-PROF-SLOT
020580         THRU 5550-EXIT
020590         VARYING WS-HIST-SUB FROM 1 BY 1
020600         UNTIL WS-HIST-SUB > 11
020610         AFTER WS-PROF-SLOT FROM 1 BY 1
020620         UNTIL WS-PROF-SLOT > 6.
020630     CLOSE LENPROF-FILE.
020640 5500-EXIT.
020650     EXIT.
020660*--------------------------------------------------------------*
020670*    5510-CLEAR-PROF-SLOT  -  EMPTY ONE FIELD'S PROFILE TOTALS *
020680*--------------------------------------------------------------*
020690 5510-CLEAR-PROF-SLOT.
020700     MOVE ZERO TO WS-PR-ROWS(WS-HIST-SUB, WS-PROF-SLOT).
020710     MOVE ZERO TO WS-PR-COUNT(WS-HIST-SUB, WS-PROF-SLOT).
020720     MOVE ZERO TO WS-PR-OVER(WS-HIST-SUB, WS-PROF-SLOT).
020730     MOVE ZERO TO WS-PR-MAX(WS-HIST-SUB, WS-PROF-SLOT).
020740     MOVE ZERO TO WS-PR-SUM(WS-HIST-SUB, WS-PROF-SLOT).
020750     MOVE "F" TO WS-PR-RESTART(WS-HIST-SUB, WS-PROF-SLOT).
020760     PERFORM 5515-CLEAR-BUCKET
020770         THRU 5515-EXIT
020780         VARYING WS-PROF-BUCKET FROM 1 BY 1
020790         UNTIL WS-PROF-BUCKET > 50.
020800 5510-EXIT.
020810     EXIT.
020820*--------------------------------------------------------------*
020830*    5515-CLEAR-BUCKET  -  EMPTY ONE LENGTH BUCKET             *
020840*--------------------------------------------------------------*
020850 5515-CLEAR-BUCKET.
020860     MOVE ZERO TO WS-PR-BUCKET(WS-HIST-SUB, WS-PROF-SLOT,
020870         WS-PROF-BUCKET).
020880 5515-EXIT.
020890     EXIT.
020900*--------------------------------------------------------------*
020910*    5520-READ-PART-PROFILE  -  ADD THE PARTITIONS' PROFILE    *
020920*                       ROWS (PARTPROF) INTO THE TOTALS          *
020930*--------------------------------------------------------------*
020940 5520-READ-PART-PROFILE.
020950     MOVE 8 TO WS-WORK-FILE.
020960     MOVE "O" TO WS-WORK-OP.
020970     PERFORM 3140-WORK-FILE-OP
020980         THRU 3140-EXIT.
020990     IF WS-PART-IN-STATUS NOT = "00" THEN
021000         GO TO 5520-EXIT
021010     END-IF.
021020     MOVE "N" TO WS-EOF-SWITCH.
021030     PERFORM 5530-ADD-PROF-ROW
021040         THRU 5530-EXIT
021050         UNTIL WS-EOF.
021060     MOVE "C" TO WS-WORK-OP.
021070     PERFORM 3140-WORK-FILE-OP
021080         THRU 3140-EXIT.
021090 5520-EXIT.
021100     EXIT.
021110*--------------------------------------------------------------*
021120*    5530-ADD-PROF-ROW  -  ADD ONE PROFILE ROW TO ITS FEED AND *
021130*                       FIELD SLOT.  THE FEED IS FOUND AS FOR    *
021140*                       THE LEDGER; THE FIELD NUMBER (0 FOR THE  *
021150*                       WHOLE VALUE) PICKS THE SLOT.             *
021160*--------------------------------------------------------------*
021170 5530-ADD-PROF-ROW.
021180     PERFORM 3120-READ-PART-FILE
021190         THRU 3120-EXIT.
021200     IF WS-EOF THEN
021210         GO TO 5530-EXIT
021220     END-IF.
021230     MOVE WS-MERGE-AREA TO LP-RECORD.
021240     IF LP-FIELD-NUMBER > 5 THEN
021250         GO TO 5530-EXIT
021260     END-IF.
021270     MOVE 11 TO WS-HIST-SUB.
021280     PERFORM 5535-FIND-PROF-FEED
021290         THRU 5535-EXIT
021300         VARYING WS-SCAN-SUB FROM 1 BY 1
021310         UNTIL WS-SCAN-SUB > DT-FEED-COUNT.
021320     ADD 1 LP-FIELD-NUMBER GIVING WS-PROF-SLOT.
021330     IF WS-PR-ROWS(WS-HIST-SUB, WS-PROF-SLOT) = ZERO THEN
021340         MOVE LP-DEST-TYPE
021350             TO WS-PR-DEST-TYPE(WS-HIST-SUB, WS-PROF-SLOT)
021360         MOVE LP-FIELD-NAME
021370             TO WS-PR-NAME(WS-HIST-SUB, WS-PROF-SLOT)
021380         MOVE LP-LIMIT-USED
021390             TO WS-PR-LIMIT(WS-HIST-SUB, WS-PROF-SLOT)
021400         MOVE LP-FIELD-WIDTH
021410             TO WS-PR-WIDTH(WS-HIST-SUB, WS-PROF-SLOT)
021420         MOVE LP-TRUNC-STYLE
021430             TO WS-PR-STYLE(WS-HIST-SUB, WS-PROF-SLOT)
021440     END-IF.
021450     ADD 1 TO WS-PR-ROWS(WS-HIST-SUB, WS-PROF-SLOT).
021460     IF LP-RESTART-FLAG = "R" THEN
021470         MOVE "R" TO WS-PR-RESTART(WS-HIST-SUB, WS-PROF-SLOT)
021480     END-IF.
021490     ADD LP-RECORD-COUNT
021500         TO WS-PR-COUNT(WS-HIST-SUB, WS-PROF-SLOT).
021510     ADD LP-OVER-LIMIT-COUNT
021520         TO WS-PR-OVER(WS-HIST-SUB, WS-PROF-SLOT).
021530     ADD LP-SUM-LENGTH TO WS-PR-SUM(WS-HIST-SUB, WS-PROF-SLOT).
021540     IF LP-MAX-LENGTH > WS-PR-MAX(WS-HIST-SUB, WS-PROF-SLOT) THEN
021550         MOVE LP-MAX-LENGTH
021560             TO WS-PR-MAX(WS-HIST-SUB, WS-PROF-SLOT)
021570     END-IF.
021580     PERFORM 5540-ADD-BUCKET
021590         THRU 5540-EXIT
021600         VARYING WS-PROF-BUCKET FROM 1 BY 1
021610         UNTIL WS-PROF-BUCKET > 50.
021620 5530-EXIT.
021630     EXIT.
021640*--------------------------------------------------------------*
021650*    5535-FIND-PROF-FEED  -  MATCH THE ROW'S FEED TO A DL100DT *
021660*                       ROW; NO MATCH STAYS IN SLOT 11           *
021670*--------------------------------------------------------------*
021680 5535-FIND-PROF-FEED.
021690     IF DT-CODE(WS-SCAN-SUB) = LP-DEST-TYPE
021700         AND LP-DEST-TYPE NOT = SPACES
021710         MOVE WS-SCAN-SUB TO WS-HIST-SUB
021720     END-IF.
021730 5535-EXIT.
021740     EXIT.
021750*--------------------------------------------------------------*
021760*    5540-ADD-BUCKET  -  ADD ONE LENGTH BUCKET                 *
021770*--------------------------------------------------------------*
021780 5540-ADD-BUCKET.
021790     ADD LP-LENGTH-BUCKET(WS-PROF-BUCKET)
021800         TO WS-PR-BUCKET(WS-HIST-SUB, WS-PROF-SLOT,
021810         WS-PROF-BUCKET).
021820 5540-EXIT.
021830     EXIT.
021840*--------------------------------------------------------------*
021850*    5550-WRITE-PROF-SLOT  -  ONE MERGED PROFILE ROW, FOR A    *
021860*                       FIELD AT LEAST ONE PARTITION PROFILED    *
021870*--------------------------------------------------------------*
021880 5550-WRITE-PROF-SLOT.
021890     IF WS-PR-ROWS(WS-HIST-SUB, WS-PROF-SLOT) = ZERO THEN
021900         GO TO 5550-EXIT
021910     END-IF.
021920     MOVE WS-REF-RUN-DATE TO LP-RUN-DATE.
021930     MOVE WS-REF-START-TIME TO LP-RUN-TIME.
021940     MOVE WS-PR-DEST-TYPE(WS-HIST-SUB, WS-PROF-SLOT)
021950         TO LP-DEST-TYPE.
021960     SUBTRACT 1 FROM WS-PROF-SLOT GIVING LP-FIELD-NUMBER.
021970     MOVE WS-PR-NAME(WS-HIST-SUB, WS-PROF-SLOT) TO LP-FIELD-NAME.
021980     MOVE WS-PR-LIMIT(WS-HIST-SUB, WS-PROF-SLOT) TO LP-LIMIT-USED.
021990     MOVE WS-PR-WIDTH(WS-HIST-SUB, WS-PROF-SLOT)
022000         TO LP-FIELD-WIDTH.
022010     MOVE WS-PR-STYLE(WS-HIST-SUB, WS-PROF-SLOT)
022020         TO LP-TRUNC-STYLE.
022030     MOVE WS-PR-RESTART(WS-HIST-SUB, WS-PROF-SLOT)
022040         TO LP-RESTART-FLAG.
022050     MOVE WS-PR-COUNT(WS-HIST-SUB, WS-PROF-SLOT)
022060         TO LP-RECORD-COUNT.
022070     MOVE WS-PR-OVER(WS-HIST-SUB, WS-PROF-SLOT)
022080         TO LP-OVER-LIMIT-COUNT.
022090     MOVE WS-PR-MAX(WS-HIST-SUB, WS-PROF-SLOT) TO LP-MAX-LENGTH.
022100     MOVE WS-PR-SUM(WS-HIST-SUB, WS-PROF-SLOT) TO LP-SUM-LENGTH.
022110     PERFORM 5555-SAVE-BUCKET
022120         THRU 5555-EXIT
022130         VARYING WS-PROF-BUCKET FROM 1 BY 1
022140         UNTIL WS-PROF-BUCKET > 50.
022150     WRITE LENPROF-RECORD FROM LP-RECORD.
022160     ADD 1 TO WS-PROF-WRITTEN.
022170 5550-EXIT.
022180     EXIT.
022190*--------------------------------------------------------------*
022200*    5555-SAVE-BUCKET  -  ONE LENGTH BUCKET ONTO THE ROW       *
022210*--------------------------------------------------------------*
022220 5555-SAVE-BUCKET.
022230     MOVE WS-PR-BUCKET(WS-HIST-SUB, WS-PROF-SLOT, WS-PROF-BUCKET)
022240         TO LP-LENGTH-BUCKET(WS-PROF-BUCKET).
022250 5555-EXIT.
022260     EXIT.
022270*--------------------------------------------------------------*
022280*    5600-MARK-MERGED  -  WRITE ONE PARTITION'S CONTROL ROW    *
022290*                       BACK WITH STATUS "M".  A ROW THAT CANNOT *
022300*                       BE WRITTEN STOPS THE RUN - THE MERGE IS  *
022310*                       DONE, BUT THAT PARTITION MUST BE MARKED  *
022320*                       BY HAND BEFORE THE NEXT NIGHT.           *
022330*--------------------------------------------------------------*
022340 5600-MARK-MERGED.
022350     MOVE WS-PT-IMAGE(WS-PART-SUB) TO PC-RECORD.
022360     MOVE "M" TO PC-STATUS.
022370     MOVE "W" TO WS-CTL-OP.
022380     PERFORM 1150-CTL-FILE-OP
022390         THRU 1150-EXIT.
022400     IF WS-CTL-WRITE-STATUS NOT = "00" THEN
022410         MOVE SPACES TO WS-PROBLEM-TEXT
022420         STRING "PARTITION " WS-PART-SUB " CONTROL ROW (PARTCTL"
022430             WS-PART-SUB ") NOT MARKED MERGED - STATUS "
022440             WS-CTL-WRITE-STATUS
022450             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
022460         PERFORM 8000-REPORT-PROBLEM
022470             THRU 8000-EXIT
022480         MOVE "Y" TO WS-STOP-SWITCH
022490     END-IF.
022500 5600-EXIT.
022510     EXIT.
022520*--------------------------------------------------------------*
022530*    5900-CLOSE-OUTPUT  -  CLOSE THE MERGED OUTPUT.  A MERGE   *
022540*                       THAT DID NOT BALANCE LEAVES IT WITHOUT   *
022550*                       ITS TRAILER ON PURPOSE - THAT IS WHAT    *
022560*                       TELLS THE RECEIVER IT IS NOT FIT TO      *
022570*                       CONSUME.                                 *
022580*--------------------------------------------------------------*
022590 5900-CLOSE-OUTPUT.
022600     IF NOT WS-OUTPUT-OPEN THEN
022610         GO TO 5900-EXIT
022620     END-IF.
022630     IF WS-ROUTED THEN
022640         MOVE "C" TO WS-ROUTE-OP
022650         PERFORM 3400-ROUTE-FILE-OP
022660             THRU 3400-EXIT
022670             VARYING WS-ROUTE-SUB FROM 1 BY 1
022680             UNTIL WS-ROUTE-SUB > DT-FEED-COUNT
022690     ELSE
022700         CLOSE OUT-FILE
022710     END-IF.
022720 5900-EXIT.
022730     EXIT.
022740*--------------------------------------------------------------*
022750*    8000-REPORT-PROBLEM  -  PUT ONE PROBLEM ON THE REPORT AND *
022760*                       THE CONSOLE                              *
022770*--------------------------------------------------------------*
022780 8000-REPORT-PROBLEM.
022790     MOVE SPACES TO RP-RECORD.
022800     STRING "*** " WS-PROBLEM-TEXT
022810         DELIMITED BY SIZE INTO RP-RECORD.
022820     WRITE RP-RECORD.
022830     DISPLAY "DL260MB - " WS-PROBLEM-TEXT.
022840 8000-EXIT.
022850     EXIT.
022860*--------------------------------------------------------------*
022870*    8100-REPORT-IMBALANCE  -  A PROBLEM THAT PUTS THE MERGE   *
022880*                       OUT OF BALANCE                           *
022890*--------------------------------------------------------------*
022900 8100-REPORT-IMBALANCE.
022910     MOVE "N" TO WS-BALANCE-SWITCH.
022920     PERFORM 8000-REPORT-PROBLEM
022930         THRU 8000-EXIT.
022940 8100-EXIT.
022950     EXIT.
022960*--------------------------------------------------------------*
022970*    9000-TERMINATE  -  FINISH THE REPORT AND SET THE RETURN   *
022980*                       CODE: 16 WHEN THE MERGE COULD NOT RUN OR *
022990*                       FINISH, 8 WHEN IT DID NOT BALANCE        *
023000*--------------------------------------------------------------*
023010 9000-TERMINATE.
023020     IF WS-RUN-STOPPED THEN
023030         MOVE 16 TO RETURN-CODE
023040         GO TO 9000-CLOSE
023050     END-IF.
023060     IF WS-IN-BALANCE THEN
023070         MOVE "PARTITION TOTALS BALANCED . . . . YES"
023080             TO RP-RECORD
023090         DISPLAY "DL260MB - PARTITIONS MERGED AND BALANCED"
023100     ELSE
023110         MOVE "PARTITION TOTALS BALANCED . . . . *** NO ***"
023120             TO RP-RECORD
023130         DISPLAY "DL260MB - MERGE OUT OF BALANCE - SEE MBRPFILE"
023140         MOVE 8 TO RETURN-CODE
023150     END-IF.
023160     WRITE RP-RECORD.
023170 9000-CLOSE.
023180     CLOSE REPORT-FILE.
023190 9000-EXIT.
023200     EXIT.
