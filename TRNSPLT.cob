000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRNSPLT.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* TRNSPLT - TRANSIN SPLIT AND SEQUENCE BLOCK RESERVATION FOR THE
000090* PARALLEL REGIONAL TRNBLD STREAMS.
000100*
000110* THE DAY'S CONCATENATED TRANSIN IS SPLIT BY SOURCE SYSTEM INTO
000120* ONE FEED PER PROCESSING STREAM - TRANSIN1 THROUGH TRANSIN4 -
000130* USING THE STREAM NUMBER EACH SOURCE CARRIES ON THE SRCREG
000140* REGISTRY (SEE SRCUTIL).  A SOURCE WITH NO STREAM, OR NOT ON
000150* THE REGISTRY AT ALL, GOES TO STREAM 1, WHERE TRNBLD REFUSES AN
000160* UNREGISTERED SOURCE EXACTLY AS THE SINGLE RUN DOES.  EVERY
000170* BATCH IS COPIED WHOLE, HEADER TO TRAILER, IN ITS TRANSIN
000180* ORDER; THE BALANCING AND HOLDING OF BATCHES IS LEFT TO THE
000190* STREAM'S OWN TRNBLD PRE-SCAN.
000200*
000210* EACH STREAM THEN HAS A BLOCK OF WS-SUB-AREA-1 SEQUENCE NUMBERS
000220* RESERVED FOR IT OUT OF CTLFILE - ONE NUMBER PER ADD RECORD IN
000230* ITS FEED, THE MOST IT CAN HAND OUT - IN STREAM ORDER, SO THE
000240* BLOCKS ARE CONSECUTIVE AND TOGETHER COVER EXACTLY THE RANGE
000250* CTLFILE IS ADVANCED BY.  THE BLOCKS ARE WRITTEN TO THE SEQBLK
000260* FILE, KEYED BY STREAM, WHERE EACH TRNBLD STREAM PICKS UP ITS
000270* OWN BLOCK AND LEAVES ITS RESULTS, AND TRNMRG MERGES THE DAY
000280* BACK TOGETHER AND REPORTS EVERY RESERVED NUMBER A STREAM DID
000290* NOT USE AS A GAP.  A STREAM WITH NO BATCHES TODAY IS RESERVED
000300* NO NUMBERS AND IS MARKED COMPLETE AT ONCE.  EVERY BLOCK
000310* RESERVED IS WRITTEN TO AUDITLOG.
000320*
000321* A NEW SPLIT IS REFUSED (JOBSTAT REFSD, RETURN CODE 8) WHILE THE
000322* LAST RESERVATION IS STILL OUTSTANDING.  WHEN NONE OF ITS
000323* STREAMS HAS LOADED ANYTHING YET - NOT EVEN PART OF ITS BLOCK,
000324* AS AN ABORT OR A CHECKPOINT (CHKPT1-4) WOULD SHOW - THE
000325* OPERATOR MAY WRITE THE OUTSTANDING BLOCKS OFF ON THE CONSOLE -
000326* EACH ONE IS LOGGED AS A GAP BEFORE IT IS RETIRED - AND THE
000330* SPLIT GOES AHEAD.
000380*
000390* A DATA RECORD OR TRAILER OUTSIDE ANY BATCH BELONGS TO NO
000400* REGION - THE SPLIT STOPS (RETURN CODE 16, RUNHIST 'ABORT') AND
000410* NOTHING IS RESERVED, THE SAME AS THE SINGLE TRNBLD RUN.
000420*
000430*   MODIFICATION HISTORY
000440*   -------------------------------------------------------------
000450*   DATE       INIT  DESCRIPTION
000452*   10/15/26   JPD   ORIGINAL VERSION.
000454*   10/15/26   JPD   A RESERVED STREAM THAT ABORTED, READ RECORDS
000456*                    OR LEFT A CHECKPOINT COUNTS AS LOADED, SO ITS
000460*                    BLOCK CANNOT BE WRITTEN OFF (1025/1027).
000470*****************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRANSACTION-FILE ASSIGN TO 'TRANSIN'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-TRANS-STATUS.
000590*
000600     SELECT STREAM-FILE-1 ASSIGN TO 'TRANSIN1'
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-STRM-STATUS.
000630*
000640     SELECT STREAM-FILE-2 ASSIGN TO 'TRANSIN2'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-STRM-STATUS.
000670*
000680     SELECT STREAM-FILE-3 ASSIGN TO 'TRANSIN3'
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-STRM-STATUS.
000710*
000720     SELECT STREAM-FILE-4 ASSIGN TO 'TRANSIN4'
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STRM-STATUS.
000750*
000760     SELECT SOURCE-REGISTRY-FILE ASSIGN TO 'SRCREG'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS SR-SOURCE
000800         FILE STATUS IS WS-REG-STATUS.
000810*
000820     SELECT CONTROL-FILE ASSIGN TO 'CTLFILE'
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CTL-STATUS.
000850*
000860     SELECT SEQUENCE-BLOCK-FILE ASSIGN TO 'SEQBLK'
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS SB-STREAM
000900         FILE STATUS IS WS-BLK-STATUS.
000910*
000920     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-LOG-STATUS.
000950*
000960     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-HIST-STATUS.
000990*
000991     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000992         ORGANIZATION IS SEQUENTIAL
000993         FILE STATUS IS WS-JSTAT-STATUS.
000994*
000995     SELECT STREAM-CHKPT-1 ASSIGN TO 'CHKPT1'
000996         ORGANIZATION IS SEQUENTIAL
000997         FILE STATUS IS WS-SCHK-STATUS.
000998*
000999     SELECT STREAM-CHKPT-2 ASSIGN TO 'CHKPT2'
001000         ORGANIZATION IS SEQUENTIAL
001003         FILE STATUS IS WS-SCHK-STATUS.
001006*
001009     SELECT STREAM-CHKPT-3 ASSIGN TO 'CHKPT3'
001012         ORGANIZATION IS SEQUENTIAL
001015         FILE STATUS IS WS-SCHK-STATUS.
001018*
001021     SELECT STREAM-CHKPT-4 ASSIGN TO 'CHKPT4'
001024         ORGANIZATION IS SEQUENTIAL
001027         FILE STATUS IS WS-SCHK-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060*
001070* THE TRANSIN LAYOUT - SEE TRNBLD.  ONLY THE RECORD TYPE, THE
001080* HEADER SOURCE AND THE TRANSACTION CODE ARE LOOKED AT HERE.
001090 FD  TRANSACTION-FILE
001100     RECORD CONTAINS 101 CHARACTERS.
001110 01  TRANS-RECORD.
001120     05  TR-KEY                      PIC X(05).
001130     05  TR-TRAN-CODE                PIC X(01).
001140         88  TR-CODE-ADD             VALUE 'A' ' '.
001150     05  TR-DATA                     PIC X(95).
001160*
001170 01  TRANS-HEADER-RECORD.
001180     05  TH-RECORD-TYPE              PIC X(03).
001190     05  FILLER                      PIC X(02).
001200     05  TH-SOURCE-SYSTEM            PIC X(08).
001210     05  TH-BUSINESS-DATE            PIC 9(06).
001220     05  FILLER                      PIC X(82).
001230*
001240 01  TRANS-TRAILER-RECORD.
001250     05  TT-RECORD-TYPE              PIC X(03).
001260     05  FILLER                      PIC X(98).
001270*
001280* THE FOUR STREAM FEEDS - TRANSIN IMAGES, UNCHANGED.
001290 FD  STREAM-FILE-1
001300     RECORD CONTAINS 101 CHARACTERS.
001310 01  STREAM-RECORD-1                 PIC X(101).
001320*
001330 FD  STREAM-FILE-2
001340     RECORD CONTAINS 101 CHARACTERS.
001350 01  STREAM-RECORD-2                 PIC X(101).
001360*
001370 FD  STREAM-FILE-3
001380     RECORD CONTAINS 101 CHARACTERS.
001390 01  STREAM-RECORD-3                 PIC X(101).
001400*
001410 FD  STREAM-FILE-4
001420     RECORD CONTAINS 101 CHARACTERS.
001430 01  STREAM-RECORD-4                 PIC X(101).
001440*
001450* THE REGISTRY LAYOUT IS SHARED WITH SRCUTIL, TRNBLD AND FEEDCHK.
001460* ONLY THE STREAM IS USED HERE.
001470 FD  SOURCE-REGISTRY-FILE.
001480 01  REG-RECORD.
001490     05  SR-SOURCE                   PIC X(08).
001500     05  SR-STATUS                   PIC X(01).
001510     05  SR-EXPECTED-DAYS            PIC X(07).
001520     05  SR-CONTACT                  PIC X(30).
001530     05  SR-ADDED-DATE               PIC 9(06).
001540     05  SR-CHANGED-DATE             PIC 9(06).
001550     05  SR-CHANGED-BY               PIC X(03).
001560     05  SR-STREAM                   PIC X(01).
001570         88  SR-STREAM-VALID         VALUE '1' THRU '4'.
001580     05  FILLER                      PIC X(18).
001590*
001600* THE ONE-RECORD CONTROL FILE - SEE TRNBLD.  THE GENERATION AND
001610* THE BACK-OUT ANNOTATION ARE CARRIED THROUGH UNCHANGED.
001620 FD  CONTROL-FILE.
001630 01  CTL-RECORD.
001640     05  CTL-LAST-SEQ                PIC 9(05).
001650     05  CTL-GENERATION              PIC 9(03).
001660     05  CTL-BACKOUT-DATE            PIC X(06).
001670     05  CTL-BACKOUT-ACTION          PIC X(01).
001680     05  FILLER                      PIC X(05).
001690*
001700* SEQUENCE-BLOCK-FILE HOLDS ONE ENTRY PER STREAM FOR THE LATEST
001710* RESERVATION - THE BLOCK (THE LAST NUMBER BEFORE IT AND THE
001720* LAST NUMBER IN IT), WHAT THE SPLIT SENT THE STREAM, AND, ONCE
001730* THE STREAM HAS RUN, ITS RESULTS.  THE LAYOUT IS SHARED WITH
001740* TRNBLD AND TRNMRG.
001750 FD  SEQUENCE-BLOCK-FILE
001760     RECORD CONTAINS 100 CHARACTERS.
001770 01  BLK-RECORD.
001780     05  SB-STREAM                   PIC X(01).
001790     05  SB-RUN-DATE                 PIC 9(06).
001800     05  SB-GENERATION               PIC 9(03).
001810     05  SB-STATUS                   PIC X(01).
001820         88  SB-RESERVED             VALUE 'R'.
001830         88  SB-COMPLETE             VALUE 'C'.
001840         88  SB-MERGED               VALUE 'M'.
001850         88  SB-WRITTEN-OFF          VALUE 'W'.
001860     05  SB-BLOCK-START              PIC 9(05).
001870     05  SB-BLOCK-END                PIC 9(05).
001880     05  SB-BATCHES                  PIC 9(03).
001890     05  SB-FEED-RECORDS             PIC 9(07).
001900     05  SB-LAST-SEQ                 PIC 9(05).
001910     05  SB-RECORDS-READ             PIC 9(07).
001920     05  SB-RECORDS-WRITTEN          PIC 9(07).
001930     05  SB-RECORDS-SUSPENDED        PIC 9(07).
001940     05  SB-RESTARTS                 PIC 9(01).
001950     05  SB-VERDICT                  PIC X(05).
001960     05  SB-HELD-BATCHES             PIC 9(02).
001970     05  SB-HELD-SOURCE              PIC X(08).
001980     05  SB-COMPLETED-DATE           PIC 9(06).
001990     05  FILLER                      PIC X(21).
002000*
002010 FD  LOG-FILE.
002020 01  LOG-RECORD                      PIC X(132).
002030*
002040* THE RUN-HISTORY LAYOUT - SEE TRNBLD 9030.  THE SPLIT WRITES AN
002050* ENTRY ONLY WHEN IT STOPS THE DAY.
002060 FD  RUN-HISTORY-FILE
002070     RECORD CONTAINS 60 CHARACTERS.
002080 01  HIST-RECORD.
002090     05  RH-RUN-DATE                 PIC 9(06).
002100     05  RH-START-SEQ                PIC 9(05).
002110     05  RH-END-SEQ                  PIC 9(05).
002120     05  RH-RECORDS-READ             PIC 9(07).
002130     05  RH-RECORDS-WRITTEN          PIC 9(07).
002140     05  RH-RECORDS-SUSPENDED        PIC 9(07).
002150     05  RH-RESTARTS                 PIC 9(03).
002160     05  RH-VERDICT                  PIC X(05).
002170     05  RH-HELD-BATCHES             PIC 9(02).
002180     05  RH-HELD-SOURCE              PIC X(08).
002190     05  RH-GAP-COUNT                PIC 9(05).
002200*
002201 FD  JOB-STAT-FILE
002202     RECORD CONTAINS 50 CHARACTERS.
002203 01  JOB-STAT-RECORD                 PIC X(50).
002204*
002205* THE STREAMS' CHECKPOINT DATASETS - THE CHKPTFIL OF EACH TRNBLD
002206* STREAM STEP.  ONLY WHETHER ONE HOLDS A RECORD MATTERS HERE.
002207 FD  STREAM-CHKPT-1
002208     RECORD CONTAINS 3039 CHARACTERS.
002209 01  STREAM-CHKPT-RECORD-1           PIC X(3039).
002210*
002212 FD  STREAM-CHKPT-2
002214     RECORD CONTAINS 3039 CHARACTERS.
002216 01  STREAM-CHKPT-RECORD-2           PIC X(3039).
002218*
002220 FD  STREAM-CHKPT-3
002222     RECORD CONTAINS 3039 CHARACTERS.
002224 01  STREAM-CHKPT-RECORD-3           PIC X(3039).
002226*
002228 FD  STREAM-CHKPT-4
002230     RECORD CONTAINS 3039 CHARACTERS.
002232 01  STREAM-CHKPT-RECORD-4           PIC X(3039).
002240*
002250 WORKING-STORAGE SECTION.
002260*
002270     COPY JOBSTAT.
002280*
002290 77  WS-RECORD-COUNT                 PIC 9(07) COMP VALUE ZERO.
002300 77  WS-WRITTEN-COUNT                PIC 9(07) COMP VALUE ZERO.
002310 77  WS-BATCH-COUNT                  PIC 9(05) COMP VALUE ZERO.
002320 77  WS-STREAM-SUB                   PIC 9(02) COMP VALUE ZERO.
002330 77  WS-STREAM-MAX                   PIC 9(02) VALUE 4.
002340 77  WS-CURRENT-STREAM               PIC 9(01) VALUE 1.
002350 77  WS-TOTAL-ADDS                   PIC 9(07) COMP VALUE ZERO.
002360 77  WS-NEXT-SEQ                     PIC 9(07) COMP VALUE ZERO.
002370 77  WS-HIGHEST-SEQ                  PIC 9(07) VALUE 99999.
002380 77  WS-WRAP-WARN-SEQ                PIC 9(05) VALUE 95000.
002390 77  WS-FIRST-SEQ                    PIC 9(05) VALUE ZERO.
002400 77  WS-ABORT-LINE                   PIC X(120) VALUE SPACES.
002410 77  WS-REPORT-LINE                  PIC X(120) VALUE SPACES.
002420 77  WS-OPERATOR-REPLY               PIC X(01) VALUE SPACE.
002430 77  WS-OPERATOR-INITIALS            PIC X(03) VALUE SPACES.
002440*
002450 01  WS-RUN-DATE                     PIC 9(06).
002460*
002470* THE DATE OF THE OUTSTANDING RESERVATION FOUND BY 1020.
002480 01  WS-RESERVED-DATE                PIC 9(06) VALUE ZERO.
002490*
002500* CTLFILE AS READ AT START - THE SEED THE FIRST BLOCK STARTS
002510* AFTER, AND THE FIELDS WRITTEN BACK UNCHANGED.  A MISSING
002520* CONTROL FILE (FIRST-EVER RUN) SEEDS FROM ZERO.
002530 01  WS-CONTROL-DATA.
002540     05  WS-CTL-LAST-SEQ             PIC 9(05) VALUE ZERO.
002550     05  WS-GENERATION               PIC 9(03) VALUE ZERO.
002560     05  WS-CTL-BACKOUT-DATE         PIC X(06) VALUE SPACES.
002570     05  WS-CTL-BACKOUT-ACTION       PIC X(01) VALUE SPACE.
002580*
002590* ONE ENTRY PER STREAM - WHAT THE SPLIT SENT IT AND THE BLOCK
002600* RESERVED FOR IT.  THE BLOCK IS THE NUMBERS AFTER
002610* WS-STM-BLOCK-START UP TO AND INCLUDING WS-STM-BLOCK-END.
002620 01  WS-STREAM-TABLE.
002630     05  WS-STM-ENTRY  OCCURS 4 TIMES.
002640         10  WS-STM-BATCHES          PIC 9(03).
002650         10  WS-STM-RECORDS          PIC 9(07).
002660         10  WS-STM-ADDS             PIC 9(07).
002670         10  WS-STM-BLOCK-START      PIC 9(05).
002680         10  WS-STM-BLOCK-END        PIC 9(05).
002690*
002700* EDITED FIELDS FOR THE CONSOLE AND AUDITLOG LINES.
002710 01  WS-EDIT-FIELDS.
002720     05  WS-STREAM-D                 PIC 9(01).
002730     05  WS-COUNT-D                  PIC 9(07).
002740     05  WS-BATCHES-D                PIC 9(03).
002750     05  WS-NUMBERS-D                PIC 9(05).
002760*
002770 01  WS-TRANS-STATUS                 PIC X(02).
002780     88  WS-TRANS-OK                 VALUE '00'.
002790*
002800 01  WS-STRM-STATUS                  PIC X(02).
002810     88  WS-STRM-OK                  VALUE '00'.
002820*
002830 01  WS-REG-STATUS                   PIC X(02).
002840     88  WS-REG-OK                   VALUE '00'.
002850*
002860 01  WS-CTL-STATUS                   PIC X(02).
002870     88  WS-CTL-OK                   VALUE '00'.
002880*
002890 01  WS-BLK-STATUS                   PIC X(02).
002900     88  WS-BLK-OK                   VALUE '00'.
002910     88  WS-BLK-NOT-FOUND            VALUE '35'.
002920*
002930 01  WS-LOG-STATUS                   PIC X(02).
002940     88  WS-LOG-OK                   VALUE '00'.
002950*
002952 01  WS-HIST-STATUS                  PIC X(02).
002954     88  WS-HIST-OK                  VALUE '00'.
002956*
002958 01  WS-SCHK-STATUS                  PIC X(02).
002960     88  WS-SCHK-OK                  VALUE '00'.
002980*
002990 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
003000     88  WS-EOF-YES                  VALUE 'Y'.
003010*
003020 01  WS-BATCH-OPEN-SW                PIC X(01) VALUE 'N'.
003030     88  WS-BATCH-OPEN               VALUE 'Y'.
003040     88  WS-BATCH-CLOSED             VALUE 'N'.
003050*
003053* SET BY 1020 WHEN SEQBLK STILL HOLDS A RESERVATION THAT HAS NOT
003056* BEEN MERGED OR WRITTEN OFF, AND WHEN ONE OF ITS STREAMS HAS
003060* ALREADY LOADED BATCHES - IN FULL OR IN PART.
003090 01  WS-OUTSTANDING-SW               PIC X(01) VALUE 'N'.
003100     88  WS-OUTSTANDING              VALUE 'Y'.
003110*
003120 01  WS-LOADED-SW                    PIC X(01) VALUE 'N'.
003130     88  WS-STREAM-LOADED            VALUE 'Y'.
003140*
003150 01  WS-LOG-OPEN-SW                  PIC X(01) VALUE 'N'.
003160     88  WS-LOG-OPEN                 VALUE 'Y'.
003170*
003180 PROCEDURE DIVISION.
003190*
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
003230         UNTIL WS-EOF-YES.
003240     PERFORM 3000-RESERVE-BLOCKS THRU 3000-EXIT.
003250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260     STOP RUN.
003270*
003280 1000-INITIALIZE.
003290     ACCEPT WS-RUN-DATE FROM DATE.
003300     MOVE 'TRNSPLT' TO WS-JS-JOB-NAME.
003310     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
003320     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
003330     INITIALIZE WS-STREAM-TABLE.
003340     OPEN EXTEND LOG-FILE.
003350     IF NOT WS-LOG-OK
003360         OPEN OUTPUT LOG-FILE
003370     END-IF.
003380     IF WS-LOG-OK
003390         SET WS-LOG-OPEN TO TRUE
003400     END-IF.
003410     PERFORM 1010-READ-CONTROL-FILE THRU 1010-EXIT.
003420     PERFORM 1020-CHECK-OUTSTANDING THRU 1020-EXIT.
003430     OPEN INPUT TRANSACTION-FILE.
003440     IF NOT WS-TRANS-OK
003450         MOVE SPACES TO WS-ABORT-LINE
003460         STRING 'FEED ERROR - TRANSIN NOT AVAILABLE - STATUS='
003470             WS-TRANS-STATUS
003480             DELIMITED BY SIZE INTO WS-ABORT-LINE
003490         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
003500     END-IF.
003510     OPEN INPUT SOURCE-REGISTRY-FILE.
003520     IF NOT WS-REG-OK
003530         MOVE SPACES TO WS-ABORT-LINE
003540         STRING 'FEED ERROR - SOURCE REGISTRY SRCREG NOT '
003550             'AVAILABLE - STATUS=' WS-REG-STATUS
003560             DELIMITED BY SIZE INTO WS-ABORT-LINE
003570         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
003580     END-IF.
003590     OPEN OUTPUT STREAM-FILE-1
003600                 STREAM-FILE-2
003610                 STREAM-FILE-3
003620                 STREAM-FILE-4.
003630     IF NOT WS-STRM-OK
003640         MOVE SPACES TO WS-ABORT-LINE
003650         STRING 'FEED ERROR - STREAM FEEDS TRANSIN1-4 NOT '
003660             'WRITABLE - STATUS=' WS-STRM-STATUS
003670             DELIMITED BY SIZE INTO WS-ABORT-LINE
003680         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
003690     END-IF.
003700 1000-EXIT.
003710     EXIT.
003720*
003730* THE SAME TOLERANT READ TRNBLD 1010 USES - A MISSING CONTROL
003740* FILE OR A BLANK GENERATION READS AS ZERO.
003750 1010-READ-CONTROL-FILE.
003760     OPEN INPUT CONTROL-FILE.
003770     IF WS-CTL-OK
003780         READ CONTROL-FILE
003790             AT END
003800                 MOVE ZERO TO CTL-LAST-SEQ
003810                 MOVE ZERO TO CTL-GENERATION
003820         END-READ
003830         MOVE CTL-LAST-SEQ TO WS-CTL-LAST-SEQ
003840         IF CTL-GENERATION NUMERIC
003850             MOVE CTL-GENERATION TO WS-GENERATION
003860         END-IF
003870         MOVE CTL-BACKOUT-DATE TO WS-CTL-BACKOUT-DATE
003880         MOVE CTL-BACKOUT-ACTION TO WS-CTL-BACKOUT-ACTION
003890         CLOSE CONTROL-FILE
003900     END-IF.
003910 1010-EXIT.
003920     EXIT.
003930*
003940* LOOKS AT THE LAST RESERVATION ON SEQBLK BEFORE ANYTHING IS
003950* SPLIT.  A FIRST-EVER SEQBLK IS CREATED IN PLACE, THE SAME
003960* STATUS-35 CREATE-THEN-REOPEN SRCUTIL USES FOR ITS REGISTRY.
003962* AN OUTSTANDING RESERVATION WITH A STREAM THAT HAS ALREADY
003964* LOADED MUST BE MERGED FIRST; ONE WHERE NOTHING HAS LOADED MAY
003966* BE WRITTEN OFF BY THE OPERATOR.  A STREAM THAT STOPPED PART WAY
003968* HAS LOADED TOO - ITS IDXFILE AND XREFFILE ENTRIES AND ITS
003970* JOURNAL AND LOG PARTS ARE THERE FOR ITS RERUN AND THE MERGE.
004000 1020-CHECK-OUTSTANDING.
004010     OPEN I-O SEQUENCE-BLOCK-FILE.
004020     IF WS-BLK-NOT-FOUND
004030         OPEN OUTPUT SEQUENCE-BLOCK-FILE
004040         CLOSE SEQUENCE-BLOCK-FILE
004050         OPEN I-O SEQUENCE-BLOCK-FILE
004060     END-IF.
004070     IF NOT WS-BLK-OK
004080         MOVE SPACES TO WS-ABORT-LINE
004090         STRING 'SEQUENCE BLOCK FILE SEQBLK NOT AVAILABLE - '
004100             'STATUS=' WS-BLK-STATUS
004110             DELIMITED BY SIZE INTO WS-ABORT-LINE
004120         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
004130     END-IF.
004140     PERFORM 1025-CHECK-ONE-STREAM THRU 1025-EXIT
004150         VARYING WS-STREAM-SUB FROM 1 BY 1
004160         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
004170     IF NOT WS-OUTSTANDING
004180         GO TO 1020-EXIT
004190     END-IF.
004192     IF WS-STREAM-LOADED
004194         DISPLAY 'TRNSPLT - THE ' WS-RESERVED-DATE
004196             ' RESERVATION HAS LOADED BUT NOT BEEN MERGED - '
004200             'COMPLETE ITS STREAMS AND RUN TRNMRG FIRST'
004240         PERFORM 1090-REFUSE-SPLIT THRU 1090-EXIT
004250     END-IF.
004260     DISPLAY 'TRNSPLT - SEQUENCE BLOCKS RESERVED ON '
004270         WS-RESERVED-DATE
004280         ' ARE STILL OUTSTANDING AND NONE HAS LOADED'.
004290     DISPLAY 'REPLY W TO WRITE THEM OFF AS GAPS AND SPLIT '
004300         'AGAIN, ANYTHING ELSE TO STOP: '
004310         WITH NO ADVANCING.
004320     MOVE SPACE TO WS-OPERATOR-REPLY.
004330     ACCEPT WS-OPERATOR-REPLY.
004340     IF WS-OPERATOR-REPLY NOT = 'W'
004350         PERFORM 1090-REFUSE-SPLIT THRU 1090-EXIT
004360     END-IF.
004370     DISPLAY 'OPERATOR INITIALS: ' WITH NO ADVANCING.
004380     MOVE SPACES TO WS-OPERATOR-INITIALS.
004390     ACCEPT WS-OPERATOR-INITIALS.
004400     IF WS-OPERATOR-INITIALS = SPACES
004410         MOVE '???' TO WS-OPERATOR-INITIALS
004420     END-IF.
004430* NO AUDIT LINE, NO WRITE-OFF - THE SAME RULE CTLUTIL FOLLOWS.
004440     IF NOT WS-LOG-OPEN
004450         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS=' WS-LOG-STATUS
004460             ' - NOTHING WRITTEN OFF'
004470         PERFORM 1090-REFUSE-SPLIT THRU 1090-EXIT
004480     END-IF.
004490     PERFORM 1030-WRITE-OFF-ONE-STREAM THRU 1030-EXIT
004500         VARYING WS-STREAM-SUB FROM 1 BY 1
004510         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
004520 1020-EXIT.
004530     EXIT.
004540*
004550 1025-CHECK-ONE-STREAM.
004560     MOVE WS-STREAM-SUB TO WS-STREAM-D.
004570     MOVE WS-STREAM-D TO SB-STREAM.
004580     READ SEQUENCE-BLOCK-FILE
004590         INVALID KEY
004600             GO TO 1025-EXIT
004610     END-READ.
004611     IF NOT SB-RESERVED AND NOT SB-COMPLETE
004612         GO TO 1025-EXIT
004613     END-IF.
004614     SET WS-OUTSTANDING TO TRUE.
004615     MOVE SB-RUN-DATE TO WS-RESERVED-DATE.
004616     IF SB-COMPLETE AND SB-BATCHES > ZERO
004617         SET WS-STREAM-LOADED TO TRUE
004618     END-IF.
004619* A STREAM STILL RESERVED HAS LOADED PART OF ITS BLOCK WHEN ITS
004620* ABORT LEFT A COUNT OR VERDICT ON THE ENTRY, OR WHEN IT STOPPED
004621* WITHOUT ONE AND LEFT A CHECKPOINT.
004622     IF SB-RESERVED
004623         IF (SB-RECORDS-READ NUMERIC AND SB-RECORDS-READ > ZERO)
004624             OR SB-VERDICT = 'ABORT'
004625             SET WS-STREAM-LOADED TO TRUE
004626         ELSE
004627             PERFORM 1027-CHECK-STREAM-CHKPT THRU 1027-EXIT
004628         END-IF
004629     END-IF.
004630 1025-EXIT.
004631     EXIT.
004632*
004633 1027-CHECK-STREAM-CHKPT.
004634     EVALUATE WS-STREAM-SUB
004635         WHEN 1
004636             OPEN INPUT STREAM-CHKPT-1
004637             IF WS-SCHK-OK
004638                 READ STREAM-CHKPT-1
004639                     NOT AT END
004640                         SET WS-STREAM-LOADED TO TRUE
004641                 END-READ
004642                 CLOSE STREAM-CHKPT-1
004643             END-IF
004644         WHEN 2
004645             OPEN INPUT STREAM-CHKPT-2
004646             IF WS-SCHK-OK
004647                 READ STREAM-CHKPT-2
004648                     NOT AT END
004649                         SET WS-STREAM-LOADED TO TRUE
004650                 END-READ
004651                 CLOSE STREAM-CHKPT-2
004652             END-IF
004653         WHEN 3
004654             OPEN INPUT STREAM-CHKPT-3
004655             IF WS-SCHK-OK
004656                 READ STREAM-CHKPT-3
004657                     NOT AT END
004658                         SET WS-STREAM-LOADED TO TRUE
004659                 END-READ
004660                 CLOSE STREAM-CHKPT-3
004661             END-IF
004662         WHEN 4
004663             OPEN INPUT STREAM-CHKPT-4
004664             IF WS-SCHK-OK
004665                 READ STREAM-CHKPT-4
004666                     NOT AT END
004667                         SET WS-STREAM-LOADED TO TRUE
004668                 END-READ
004669                 CLOSE STREAM-CHKPT-4
004670             END-IF
004671     END-EVALUATE.
004672 1027-EXIT.
004673     EXIT.
004710*
004720* RETIRES ONE OUTSTANDING BLOCK.  ITS NUMBERS ARE NEVER HANDED OUT
004730* AGAIN - THE LOG LINE IS WHAT EXPLAINS THEM.
004740 1030-WRITE-OFF-ONE-STREAM.
004750     MOVE WS-STREAM-SUB TO WS-STREAM-D.
004760     MOVE WS-STREAM-D TO SB-STREAM.
004770     READ SEQUENCE-BLOCK-FILE
004780         INVALID KEY
004790             GO TO 1030-EXIT
004800     END-READ.
004810     IF NOT SB-RESERVED AND NOT SB-COMPLETE
004820         GO TO 1030-EXIT
004830     END-IF.
004840     MOVE SPACES TO LOG-RECORD.
004850     IF SB-BLOCK-END > SB-BLOCK-START
004860         COMPUTE WS-FIRST-SEQ = SB-BLOCK-START + 1
004870         STRING 'TRNSPLT ' WS-RUN-DATE
004880             ' SEQUENCE BLOCK WRITTEN OFF BY '
004890             WS-OPERATOR-INITIALS
004900             ' - STREAM ' WS-STREAM-D ' OF ' SB-RUN-DATE
004910             ' NUMBERS ' WS-FIRST-SEQ ' THRU ' SB-BLOCK-END
004920             ' RETIRED AS GAPS'
004930             DELIMITED BY SIZE INTO LOG-RECORD
004940     ELSE
004950         STRING 'TRNSPLT ' WS-RUN-DATE
004960             ' SEQUENCE BLOCK WRITTEN OFF BY '
004970             WS-OPERATOR-INITIALS
004980             ' - STREAM ' WS-STREAM-D ' OF ' SB-RUN-DATE
004990             ' - NO NUMBERS RESERVED'
005000             DELIMITED BY SIZE INTO LOG-RECORD
005010     END-IF.
005020     WRITE LOG-RECORD.
005030     DISPLAY LOG-RECORD(16:100).
005040     SET SB-WRITTEN-OFF TO TRUE.
005050     REWRITE BLK-RECORD
005060         INVALID KEY
005070             DISPLAY 'SEQBLK REWRITE FAILED - STATUS='
005080                 WS-BLK-STATUS
005090     END-REWRITE.
005100 1030-EXIT.
005110     EXIT.
005120*
005130* NOTHING HAS BEEN SPLIT OR RESERVED - THE JOB ENDS WITH AN
005140* END RECORD UNDER STATUS REFSD AND RETURN CODE 8, THE SAME AS A
005150* RUN-ONCE REFUSAL.
005160 1090-REFUSE-SPLIT.
005170     DISPLAY 'TRNSPLT - SPLIT REFUSED - NOTHING RESERVED'.
005180     CLOSE SEQUENCE-BLOCK-FILE.
005190     IF WS-LOG-OPEN
005200         CLOSE LOG-FILE
005210     END-IF.
005220     MOVE ZERO TO WS-JS-IN-COUNT.
005230     MOVE ZERO TO WS-JS-OUT-COUNT.
005240     MOVE 'REFSD' TO WS-JS-STATUS.
005250     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
005260     MOVE 8 TO RETURN-CODE.
005270     STOP RUN.
005280 1090-EXIT.
005290     EXIT.
005300*
005310* COPIES ONE TRANSIN RECORD TO THE FEED OF THE STREAM ITS BATCH
005320* BELONGS TO.  A HEADER PICKS THE STREAM FOR THE BATCH; A HEADER
005330* ARRIVING WHILE A BATCH IS OPEN SIMPLY STARTS THE NEXT ONE - THE
005340* STREAM'S PRE-SCAN HOLDS THE BATCH THAT LOST ITS TRAILER.
005350 2000-SPLIT-ONE-RECORD.
005360     MOVE SPACES TO TRANS-RECORD.
005370     READ TRANSACTION-FILE
005380         AT END
005390             SET WS-EOF-YES TO TRUE
005400             GO TO 2000-EXIT
005410     END-READ.
005420     ADD 1 TO WS-RECORD-COUNT.
005430     IF TH-RECORD-TYPE = 'HDR'
005440         PERFORM 2100-START-BATCH THRU 2100-EXIT
005450         PERFORM 2200-WRITE-TO-STREAM THRU 2200-EXIT
005460         GO TO 2000-EXIT
005470     END-IF.
005480     IF TT-RECORD-TYPE = 'TRL'
005490         IF WS-BATCH-CLOSED
005500             MOVE SPACES TO WS-ABORT-LINE
005510             STRING 'FEED ERROR - TRAILER WITH NO OPEN BATCH'
005520                 DELIMITED BY SIZE INTO WS-ABORT-LINE
005530             PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
005540         END-IF
005550         PERFORM 2200-WRITE-TO-STREAM THRU 2200-EXIT
005560         SET WS-BATCH-CLOSED TO TRUE
005570         GO TO 2000-EXIT
005580     END-IF.
005590     IF WS-BATCH-CLOSED
005600         MOVE SPACES TO WS-ABORT-LINE
005610         STRING 'FEED ERROR - DATA RECORD OUTSIDE BATCH - KEY='
005620             TR-KEY
005630             DELIMITED BY SIZE INTO WS-ABORT-LINE
005640         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
005650     END-IF.
005660     ADD 1 TO WS-STM-RECORDS(WS-CURRENT-STREAM).
005670     IF TR-CODE-ADD
005680         ADD 1 TO WS-STM-ADDS(WS-CURRENT-STREAM)
005690     END-IF.
005700     PERFORM 2200-WRITE-TO-STREAM THRU 2200-EXIT.
005710 2000-EXIT.
005720     EXIT.
005730*
005740* LOOKS THE HEADER SOURCE UP ON THE REGISTRY FOR ITS STREAM.
005750 2100-START-BATCH.
005760     MOVE 1 TO WS-CURRENT-STREAM.
005770     MOVE TH-SOURCE-SYSTEM TO SR-SOURCE.
005780     READ SOURCE-REGISTRY-FILE
005790         INVALID KEY
005800             MOVE SPACE TO SR-STREAM
005810     END-READ.
005820     IF SR-STREAM-VALID
005830         MOVE SR-STREAM TO WS-CURRENT-STREAM
005840     END-IF.
005850     ADD 1 TO WS-BATCH-COUNT.
005860     ADD 1 TO WS-STM-BATCHES(WS-CURRENT-STREAM).
005870     SET WS-BATCH-OPEN TO TRUE.
005880 2100-EXIT.
005890     EXIT.
005900*
005910 2200-WRITE-TO-STREAM.
005920     EVALUATE WS-CURRENT-STREAM
005930         WHEN 1
005940             WRITE STREAM-RECORD-1 FROM TRANS-RECORD
005950         WHEN 2
005960             WRITE STREAM-RECORD-2 FROM TRANS-RECORD
005970         WHEN 3
005980             WRITE STREAM-RECORD-3 FROM TRANS-RECORD
005990         WHEN 4
006000             WRITE STREAM-RECORD-4 FROM TRANS-RECORD
006010     END-EVALUATE.
006020     ADD 1 TO WS-WRITTEN-COUNT.
006030 2200-EXIT.
006040     EXIT.
006050*
006051* STOPS THE SPLIT.  FROM THE SPLIT ITSELF AND FROM 3000/3100
006052* NOTHING HAS BEEN RESERVED AND CTLFILE IS UNTOUCHED, SO THE
006053* RERUN OF THE CORRECTED FEED STARTS FROM THE SAME SEED.  FROM
006054* 3200 CTLFILE HAS ALREADY BEEN ADVANCED PAST THE DAY'S BLOCKS
006055* AND THE EARLIER STREAMS' ENTRIES ARE WRITTEN - THE RERUN FINDS
006056* THEM OUTSTANDING WITH NOTHING LOADED, THE OPERATOR WRITES THEM
006057* OFF AS GAPS, AND THE NEW BLOCKS START AFTER THEM.  EITHER WAY
006058* THE DAY'S RUNHIST ENTRY SAYS 'ABORT' AND RETURN CODE 16 KEEPS
006060* THE STREAMS FROM BEING RELEASED.
006100 2900-ABORT-SPLIT.
006110     DISPLAY WS-ABORT-LINE.
006120     IF WS-LOG-OPEN
006130         MOVE SPACES TO LOG-RECORD
006140         STRING 'TRNSPLT ' WS-RUN-DATE ' ' WS-ABORT-LINE
006150             DELIMITED BY SIZE INTO LOG-RECORD
006160         WRITE LOG-RECORD
006170         CLOSE LOG-FILE
006180     END-IF.
006190     CLOSE TRANSACTION-FILE
006200           STREAM-FILE-1
006210           STREAM-FILE-2
006220           STREAM-FILE-3
006230           STREAM-FILE-4
006240           SOURCE-REGISTRY-FILE
006250           SEQUENCE-BLOCK-FILE.
006260     OPEN EXTEND RUN-HISTORY-FILE.
006270     IF NOT WS-HIST-OK
006280         OPEN OUTPUT RUN-HISTORY-FILE
006290     END-IF.
006300     IF WS-HIST-OK
006310         MOVE SPACES TO HIST-RECORD
006320         MOVE WS-RUN-DATE TO RH-RUN-DATE
006330         MOVE WS-CTL-LAST-SEQ TO RH-START-SEQ
006340         MOVE WS-CTL-LAST-SEQ TO RH-END-SEQ
006350         MOVE WS-RECORD-COUNT TO RH-RECORDS-READ
006360         MOVE ZERO TO RH-RECORDS-WRITTEN
006370         MOVE ZERO TO RH-RECORDS-SUSPENDED
006380         MOVE ZERO TO RH-RESTARTS
006390         MOVE 'ABORT' TO RH-VERDICT
006400         MOVE ZERO TO RH-HELD-BATCHES
006410         MOVE ZERO TO RH-GAP-COUNT
006420         WRITE HIST-RECORD
006430         CLOSE RUN-HISTORY-FILE
006440     ELSE
006450         DISPLAY 'RUN HISTORY NOT WRITTEN - STATUS='
006460             WS-HIST-STATUS
006470     END-IF.
006480     MOVE WS-RECORD-COUNT TO WS-JS-IN-COUNT.
006490     MOVE WS-WRITTEN-COUNT TO WS-JS-OUT-COUNT.
006500     MOVE 'ABORT' TO WS-JS-STATUS.
006510     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
006520     MOVE 16 TO RETURN-CODE.
006530     STOP RUN.
006540 2900-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580* 3000 SERIES - SEQUENCE BLOCK RESERVATION.
006590*****************************************************************
006600* CARVES THE BLOCKS OUT OF CTLFILE IN STREAM ORDER.  CTLFILE IS
006610* ADVANCED BEFORE THE BLOCKS ARE WRITTEN, SO A FAILURE IN
006620* BETWEEN CAN LOSE NUMBERS BUT NEVER HAND THE SAME ONE OUT TWICE.
006630* A RESERVATION THAT WOULD CARRY THE COUNTER PAST 99999 IS
006640* REFUSED OUTRIGHT - THE WRAP RESET HAS TO COME FIRST.
006650 3000-RESERVE-BLOCKS.
006660     MOVE ZERO TO WS-TOTAL-ADDS.
006670     PERFORM 3010-ADD-STREAM-ADDS THRU 3010-EXIT
006680         VARYING WS-STREAM-SUB FROM 1 BY 1
006690         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
006700     COMPUTE WS-NEXT-SEQ = WS-CTL-LAST-SEQ + WS-TOTAL-ADDS.
006710     IF WS-NEXT-SEQ > WS-HIGHEST-SEQ
006720         MOVE SPACES TO WS-ABORT-LINE
006730         STRING 'SEQUENCE BLOCKS WOULD RUN PAST 99999 - NOTHING'
006740             ' RESERVED - EXECUTE THE IDXARCH WRAP RESET AND'
006750             ' RESUBMIT'
006760             DELIMITED BY SIZE INTO WS-ABORT-LINE
006770         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
006780     END-IF.
006790     MOVE WS-CTL-LAST-SEQ TO WS-NEXT-SEQ.
006800     PERFORM 3020-CARVE-ONE-BLOCK THRU 3020-EXIT
006810         VARYING WS-STREAM-SUB FROM 1 BY 1
006820         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
006830     PERFORM 3100-WRITE-CONTROL-FILE THRU 3100-EXIT.
006840     PERFORM 3200-WRITE-ONE-BLOCK THRU 3200-EXIT
006850         VARYING WS-STREAM-SUB FROM 1 BY 1
006860         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
006870     IF WS-STM-BLOCK-END(WS-STREAM-MAX) >= WS-WRAP-WARN-SEQ
006880         DISPLAY 'WARNING - SEQUENCE COUNTER AT '
006890             WS-STM-BLOCK-END(WS-STREAM-MAX)
006900             ' - SCHEDULE THE IDXARCH WRAP RESET'
006910     END-IF.
006920 3000-EXIT.
006930     EXIT.
006940*
006950 3010-ADD-STREAM-ADDS.
006960     ADD WS-STM-ADDS(WS-STREAM-SUB) TO WS-TOTAL-ADDS.
006970 3010-EXIT.
006980     EXIT.
006990*
007000 3020-CARVE-ONE-BLOCK.
007010     MOVE WS-NEXT-SEQ TO WS-STM-BLOCK-START(WS-STREAM-SUB).
007020     ADD WS-STM-ADDS(WS-STREAM-SUB) TO WS-NEXT-SEQ.
007030     MOVE WS-NEXT-SEQ TO WS-STM-BLOCK-END(WS-STREAM-SUB).
007040 3020-EXIT.
007050     EXIT.
007060*
007070* THE SAME TRUNCATE-AND-WRITE TRNBLD 9010 USES, WITH THE SEED
007080* ADVANCED PAST THE LAST BLOCK.
007090 3100-WRITE-CONTROL-FILE.
007100     MOVE SPACES TO CTL-RECORD.
007110     MOVE WS-STM-BLOCK-END(WS-STREAM-MAX) TO CTL-LAST-SEQ.
007120     MOVE WS-GENERATION TO CTL-GENERATION.
007130     MOVE WS-CTL-BACKOUT-DATE TO CTL-BACKOUT-DATE.
007140     MOVE WS-CTL-BACKOUT-ACTION TO CTL-BACKOUT-ACTION.
007150     OPEN OUTPUT CONTROL-FILE.
007160     IF NOT WS-CTL-OK
007170         MOVE SPACES TO WS-ABORT-LINE
007180         STRING 'CONTROL FILE CTLFILE NOT WRITABLE - STATUS='
007190             WS-CTL-STATUS ' - NOTHING RESERVED'
007200             DELIMITED BY SIZE INTO WS-ABORT-LINE
007210         PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
007220     END-IF.
007230     WRITE CTL-RECORD.
007240     CLOSE CONTROL-FILE.
007250 3100-EXIT.
007260     EXIT.
007270*
007280* WRITES (OR REPLACES) THE STREAM'S SEQBLK ENTRY AND LOGS THE
007290* BLOCK.  A STREAM THAT RECEIVED NO BATCHES HAS NOTHING TO RUN
007300* AND GOES ON COMPLETE, HAVING USED NONE OF ITS EMPTY BLOCK.
007310 3200-WRITE-ONE-BLOCK.
007320     MOVE SPACES TO BLK-RECORD.
007330     MOVE WS-STREAM-SUB TO WS-STREAM-D.
007340     MOVE WS-STREAM-D TO SB-STREAM.
007350     MOVE WS-RUN-DATE TO SB-RUN-DATE.
007360     MOVE WS-GENERATION TO SB-GENERATION.
007370     MOVE WS-STM-BLOCK-START(WS-STREAM-SUB) TO SB-BLOCK-START.
007380     MOVE WS-STM-BLOCK-END(WS-STREAM-SUB) TO SB-BLOCK-END.
007390     MOVE WS-STM-BATCHES(WS-STREAM-SUB) TO SB-BATCHES.
007400     MOVE WS-STM-RECORDS(WS-STREAM-SUB) TO SB-FEED-RECORDS.
007410     MOVE WS-STM-BLOCK-START(WS-STREAM-SUB) TO SB-LAST-SEQ.
007420     MOVE ZERO TO SB-RECORDS-READ.
007430     MOVE ZERO TO SB-RECORDS-WRITTEN.
007440     MOVE ZERO TO SB-RECORDS-SUSPENDED.
007450     MOVE ZERO TO SB-RESTARTS.
007460     MOVE ZERO TO SB-HELD-BATCHES.
007470     MOVE ZERO TO SB-COMPLETED-DATE.
007480     IF SB-BATCHES = ZERO
007490         SET SB-COMPLETE TO TRUE
007500         MOVE 'OK' TO SB-VERDICT
007510         MOVE WS-RUN-DATE TO SB-COMPLETED-DATE
007520     ELSE
007530         SET SB-RESERVED TO TRUE
007540     END-IF.
007550     WRITE BLK-RECORD
007560         INVALID KEY
007570             REWRITE BLK-RECORD
007580                 INVALID KEY
007590                     MOVE SPACES TO WS-ABORT-LINE
007600                     STRING 'SEQBLK ENTRY FOR STREAM ' WS-STREAM-D
007610                         ' NOT WRITTEN - STATUS=' WS-BLK-STATUS
007620                         DELIMITED BY SIZE INTO WS-ABORT-LINE
007630                     PERFORM 2900-ABORT-SPLIT THRU 2900-EXIT
007640             END-REWRITE
007650     END-WRITE.
007660     MOVE WS-STM-BATCHES(WS-STREAM-SUB) TO WS-BATCHES-D.
007670     MOVE WS-STM-RECORDS(WS-STREAM-SUB) TO WS-COUNT-D.
007680     MOVE SPACES TO WS-REPORT-LINE.
007690     IF SB-BLOCK-END > SB-BLOCK-START
007700         COMPUTE WS-FIRST-SEQ = SB-BLOCK-START + 1
007710         COMPUTE WS-NUMBERS-D = SB-BLOCK-END - SB-BLOCK-START
007720         STRING 'SEQUENCE BLOCK RESERVED - STREAM ' WS-STREAM-D
007730             ' NUMBERS ' WS-FIRST-SEQ ' THRU ' SB-BLOCK-END
007740             ' (' WS-NUMBERS-D ') BATCHES=' WS-BATCHES-D
007750             ' RECORDS=' WS-COUNT-D
007760             DELIMITED BY SIZE INTO WS-REPORT-LINE
007770     ELSE
007780         STRING 'SEQUENCE BLOCK RESERVED - STREAM ' WS-STREAM-D
007790             ' NO NUMBERS NEEDED - BATCHES=' WS-BATCHES-D
007800             ' RECORDS=' WS-COUNT-D
007810             DELIMITED BY SIZE INTO WS-REPORT-LINE
007820     END-IF.
007830     DISPLAY WS-REPORT-LINE.
007840     IF WS-LOG-OPEN
007850         MOVE SPACES TO LOG-RECORD
007860         STRING 'TRNSPLT ' WS-RUN-DATE ' ' WS-REPORT-LINE
007870             DELIMITED BY SIZE INTO LOG-RECORD
007880         WRITE LOG-RECORD
007890     END-IF.
007900 3200-EXIT.
007910     EXIT.
007920*
007930 9000-TERMINATE.
007940     CLOSE TRANSACTION-FILE
007950           STREAM-FILE-1
007960           STREAM-FILE-2
007970           STREAM-FILE-3
007980           STREAM-FILE-4
007990           SOURCE-REGISTRY-FILE
008000           SEQUENCE-BLOCK-FILE.
008010     IF WS-LOG-OPEN
008020         CLOSE LOG-FILE
008030     END-IF.
008040     MOVE WS-RECORD-COUNT TO WS-COUNT-D.
008050     MOVE WS-BATCH-COUNT TO WS-BATCHES-D.
008060     DISPLAY 'TRNSPLT - ' WS-COUNT-D ' TRANSIN RECORDS IN '
008070         WS-BATCHES-D ' BATCHES SPLIT'.
008080     MOVE WS-RECORD-COUNT TO WS-JS-IN-COUNT.
008090     MOVE WS-WRITTEN-COUNT TO WS-JS-OUT-COUNT.
008100     MOVE 'OK' TO WS-JS-STATUS.
008110     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
008120 9000-EXIT.
008130     EXIT.
008140*
008150     COPY JOBSTATP.
