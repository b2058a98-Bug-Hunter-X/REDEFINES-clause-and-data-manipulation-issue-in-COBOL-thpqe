000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRNMRG.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* TRNMRG - MERGE OF THE PARALLEL REGIONAL TRNBLD STREAMS.
000090*
000100* ONCE EVERY STREAM TRNSPLT RESERVED A SEQUENCE BLOCK FOR HAS
000110* RUN ITS TRNBLD STEP TO COMPLETION, THIS JOB PUTS THE DAY BACK
000120* TOGETHER: THE STREAMS' TRANSOUT PARTS (TRNOUT1-4) BECOME THE
000130* SINGLE TRANSOUT, UNDER ONE HEADER AND ONE TRAILER, AND THEIR
000140* SUSPENSE FILES (SUSPFIL1-4) AND EXCEPTION REPORTS (EXCPRPT1-4)
000150* BECOME THE DAY'S SUSPFILE AND EXCPRPT, SO EVERY DOWNSTREAM JOB
000160* SEES EXACTLY WHAT THE SINGLE TRNBLD RUN WOULD HAVE LEFT.  THE
000170* BLOCKS ARE CONSECUTIVE, SO COPYING THE PARTS IN STREAM ORDER
000180* KEEPS TRANSOUT IN KEY ORDER.
000190*
000200* EACH PART MUST OPEN WITH ITS OWN STREAM'S HEADER FOR THE
000210* BUSINESS DATE, CARRY ONLY KEYS FROM ITS STREAM'S BLOCK, AND
000220* BALANCE TO ITS TRAILER AND TO THE COUNT THE STREAM LEFT ON
000230* SEQBLK.  A PART THAT DOES NOT STOPS THE MERGE (RETURN CODE 16,
000240* RUNHIST 'ABORT') WITH NO TRANSOUT TRAILER WRITTEN, SO THE
000250* DOWNSTREAM JOBS REFUSE THE FILE; THE STREAMS STAY COMPLETE AND
000260* THE MERGE CAN BE RERUN ONCE THE PART IS PUT RIGHT.
000270*
000280* THE COMBINED RECONCILIATION (8000) ACCOUNTS FOR EVERY NUMBER
000290* TRNSPLT HANDED OUT FOR THE DAY: EACH ONE WAS EITHER WRITTEN TO
000300* TRANSOUT OR LEFT UNUSED AT THE END OF ITS STREAM'S BLOCK.
000310* EVERY UNUSED RANGE IS REPORTED AND LOGGED TO AUDITLOG AS A
000320* GAP.  THE DAY'S RUNHIST ENTRY IS WRITTEN HERE, NOT BY THE
000330* STREAMS, WITH THE GAP COUNT ALONGSIDE, AND THE RESERVATION IS
000340* MARKED MERGED ON SEQBLK SO IT CANNOT BE MERGED TWICE.
000350*
000360* EACH STREAM ALSO KEEPS ITS OWN AUDITLOG, LOADJRNL, BATHOLD,
000370* HOLDACT AND JOBSTAT (AUDITLG1-4, LOADJRN1-4, BATHOLD1-4,
000380* HOLDACT1-4 AND JOBSTAT1-4), SO NO TWO STREAMS EVER EXTEND THE
000390* SAME FILE.  ONCE EVERY STREAM HAS ENDED THEY ARE APPENDED TO
000400* THE CUMULATIVE FILES IN STREAM ORDER (1100), EACH EMPTIED AS
000410* SOON AS IT HAS BEEN COPIED SO A RERUN OF THE MERGE CANNOT
000420* APPEND IT TWICE.  THEY ARE APPENDED EVEN IF THE MERGE ITSELF
000430* STOPS LATER - WHAT THEY RECORD HAS ALREADY HAPPENED.
000440*
000450* THE MERGE IS REFUSED (JOBSTAT REFSD, RETURN CODE 8) WHILE ANY
000460* STREAM IS STILL TO RUN OR HAS ABORTED - AN ABORTED STREAM'S
000470* ENTRY STAYS RESERVED, MARKED 'ABORT', UNTIL ITS RERUN
000480* COMPLETES - OR WHEN THERE IS NO RESERVATION OUTSTANDING TO
000490* MERGE.  A STREAM THAT ABORTS WRITES NO RUNHIST ENTRY; THE DAY'S
000500* ONE ENTRY, WHATEVER ITS VERDICT, IS WRITTEN HERE.
000510*
000520*   MODIFICATION HISTORY
000530*   -------------------------------------------------------------
000540*   DATE       INIT  DESCRIPTION
000543*   10/15/26   JPD   ORIGINAL VERSION.
000546*   10/15/26   JPD   A STREAM THAT CANNOT BE MARKED MERGED ON
000550*                    SEQBLK NOW ENDS THE JOB EXCPT, RC 16 (9040).
000560*****************************************************************
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SEQUENCE-BLOCK-FILE ASSIGN TO 'SEQBLK'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS SB-STREAM
000690         FILE STATUS IS WS-BLK-STATUS.
000700*
000710     SELECT PART-OUT-1 ASSIGN TO 'TRNOUT1'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PART-STATUS.
000740*
000750     SELECT PART-OUT-2 ASSIGN TO 'TRNOUT2'
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PART-STATUS.
000780*
000790     SELECT PART-OUT-3 ASSIGN TO 'TRNOUT3'
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PART-STATUS.
000820*
000830     SELECT PART-OUT-4 ASSIGN TO 'TRNOUT4'
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PART-STATUS.
000860*
000870     SELECT PART-SUSP-1 ASSIGN TO 'SUSPFIL1'
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-PART-STATUS.
000900*
000910     SELECT PART-SUSP-2 ASSIGN TO 'SUSPFIL2'
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-PART-STATUS.
000940*
000950     SELECT PART-SUSP-3 ASSIGN TO 'SUSPFIL3'
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-PART-STATUS.
000980*
000990     SELECT PART-SUSP-4 ASSIGN TO 'SUSPFIL4'
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-PART-STATUS.
001020*
001030     SELECT PART-EXCP-1 ASSIGN TO 'EXCPRPT1'
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-PART-STATUS.
001060*
001070     SELECT PART-EXCP-2 ASSIGN TO 'EXCPRPT2'
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-PART-STATUS.
001100*
001110     SELECT PART-EXCP-3 ASSIGN TO 'EXCPRPT3'
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-PART-STATUS.
001140*
001150     SELECT PART-EXCP-4 ASSIGN TO 'EXCPRPT4'
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-PART-STATUS.
001180*
001190     SELECT PART-JRNL-1 ASSIGN TO 'LOADJRN1'
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-PART-STATUS.
001220*
001230     SELECT PART-JRNL-2 ASSIGN TO 'LOADJRN2'
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-PART-STATUS.
001260*
001270     SELECT PART-JRNL-3 ASSIGN TO 'LOADJRN3'
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-PART-STATUS.
001300*
001310     SELECT PART-JRNL-4 ASSIGN TO 'LOADJRN4'
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-PART-STATUS.
001340*
001350     SELECT PART-HOLD-1 ASSIGN TO 'BATHOLD1'
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS WS-PART-STATUS.
001380*
001390     SELECT PART-HOLD-2 ASSIGN TO 'BATHOLD2'
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WS-PART-STATUS.
001420*
001430     SELECT PART-HOLD-3 ASSIGN TO 'BATHOLD3'
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS WS-PART-STATUS.
001460*
001470     SELECT PART-HOLD-4 ASSIGN TO 'BATHOLD4'
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-PART-STATUS.
001500*
001510     SELECT PART-ACT-1 ASSIGN TO 'HOLDACT1'
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-PART-STATUS.
001540*
001550     SELECT PART-ACT-2 ASSIGN TO 'HOLDACT2'
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-PART-STATUS.
001580*
001590     SELECT PART-ACT-3 ASSIGN TO 'HOLDACT3'
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-PART-STATUS.
001620*
001630     SELECT PART-ACT-4 ASSIGN TO 'HOLDACT4'
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-PART-STATUS.
001660*
001670     SELECT PART-LOG-1 ASSIGN TO 'AUDITLG1'
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-PART-STATUS.
001700*
001710     SELECT PART-LOG-2 ASSIGN TO 'AUDITLG2'
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS WS-PART-STATUS.
001740*
001750     SELECT PART-LOG-3 ASSIGN TO 'AUDITLG3'
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS WS-PART-STATUS.
001780*
001790     SELECT PART-LOG-4 ASSIGN TO 'AUDITLG4'
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS WS-PART-STATUS.
001820*
001830     SELECT PART-STAT-1 ASSIGN TO 'JOBSTAT1'
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-PART-STATUS.
001860*
001870     SELECT PART-STAT-2 ASSIGN TO 'JOBSTAT2'
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-PART-STATUS.
001900*
001910     SELECT PART-STAT-3 ASSIGN TO 'JOBSTAT3'
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS WS-PART-STATUS.
001940*
001950     SELECT PART-STAT-4 ASSIGN TO 'JOBSTAT4'
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-PART-STATUS.
001980*
001990     SELECT LOAD-JOURNAL-FILE ASSIGN TO 'LOADJRNL'
002000         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS WS-JRNL-STATUS.
002020*
002030     SELECT BATCH-HOLD-FILE ASSIGN TO 'BATHOLD'
002040         ORGANIZATION IS SEQUENTIAL
002050         FILE STATUS IS WS-HOLD-STATUS.
002060*
002070     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
002080         ORGANIZATION IS SEQUENTIAL
002090         FILE STATUS IS WS-ACT-STATUS.
002100*
002110     SELECT OUTPUT-FILE ASSIGN TO 'TRANSOUT'
002120         ORGANIZATION IS SEQUENTIAL
002130         FILE STATUS IS WS-OUT-STATUS.
002140*
002150     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
002160         ORGANIZATION IS SEQUENTIAL
002170         FILE STATUS IS WS-SUSP-STATUS.
002180*
002190     SELECT EXCEPTION-FILE ASSIGN TO 'EXCPRPT'
002200         ORGANIZATION IS SEQUENTIAL
002210         FILE STATUS IS WS-EXCP-STATUS.
002220*
002230     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
002240         ORGANIZATION IS SEQUENTIAL
002250         FILE STATUS IS WS-LOG-STATUS.
002260*
002270     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
002280         ORGANIZATION IS SEQUENTIAL
002290         FILE STATUS IS WS-HIST-STATUS.
002300*
002310     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
002320         ORGANIZATION IS SEQUENTIAL
002330         FILE STATUS IS WS-JSTAT-STATUS.
002340*
002350 DATA DIVISION.
002360 FILE SECTION.
002370*
002380* SEQUENCE-BLOCK-FILE - ONE ENTRY PER STREAM FOR THE LATEST
002390* TRNSPLT RESERVATION: THE BLOCK (THE LAST NUMBER BEFORE IT AND
002400* THE LAST NUMBER IN IT), WHAT THE SPLIT SENT THE STREAM, AND THE
002410* STREAM'S RESULTS ONCE IT HAS RUN.  THE LAYOUT IS SHARED WITH
002420* TRNSPLT AND TRNBLD.
002430 FD  SEQUENCE-BLOCK-FILE
002440     RECORD CONTAINS 100 CHARACTERS.
002450 01  BLK-RECORD.
002460     05  SB-STREAM                   PIC X(01).
002470     05  SB-RUN-DATE                 PIC 9(06).
002480     05  SB-GENERATION               PIC 9(03).
002490     05  SB-STATUS                   PIC X(01).
002500         88  SB-RESERVED             VALUE 'R'.
002510         88  SB-COMPLETE             VALUE 'C'.
002520         88  SB-MERGED               VALUE 'M'.
002530         88  SB-WRITTEN-OFF          VALUE 'W'.
002540     05  SB-BLOCK-START              PIC 9(05).
002550     05  SB-BLOCK-END                PIC 9(05).
002560     05  SB-BATCHES                  PIC 9(03).
002570     05  SB-FEED-RECORDS             PIC 9(07).
002580     05  SB-LAST-SEQ                 PIC 9(05).
002590     05  SB-RECORDS-READ             PIC 9(07).
002600     05  SB-RECORDS-WRITTEN          PIC 9(07).
002610     05  SB-RECORDS-SUSPENDED        PIC 9(07).
002620     05  SB-RESTARTS                 PIC 9(01).
002630     05  SB-VERDICT                  PIC X(05).
002640     05  SB-HELD-BATCHES             PIC 9(02).
002650     05  SB-HELD-SOURCE              PIC X(08).
002660     05  SB-COMPLETED-DATE           PIC 9(06).
002670     05  FILLER                      PIC X(21).
002680*
002690* THE STREAMS' TRANSOUT PARTS - TRANSOUT IMAGES, READ INTO
002700* WS-PART-RECORD.
002710 FD  PART-OUT-1
002720     RECORD CONTAINS 111 CHARACTERS.
002730 01  PART-OUT-RECORD-1               PIC X(111).
002740*
002750 FD  PART-OUT-2
002760     RECORD CONTAINS 111 CHARACTERS.
002770 01  PART-OUT-RECORD-2               PIC X(111).
002780*
002790 FD  PART-OUT-3
002800     RECORD CONTAINS 111 CHARACTERS.
002810 01  PART-OUT-RECORD-3               PIC X(111).
002820*
002830 FD  PART-OUT-4
002840     RECORD CONTAINS 111 CHARACTERS.
002850 01  PART-OUT-RECORD-4               PIC X(111).
002860*
002870* THE STREAMS' SUSPENSE FILES - SUSPFILE IMAGES.
002880 FD  PART-SUSP-1
002890     RECORD CONTAINS 116 CHARACTERS.
002900 01  PART-SUSP-RECORD-1              PIC X(116).
002910*
002920 FD  PART-SUSP-2
002930     RECORD CONTAINS 116 CHARACTERS.
002940 01  PART-SUSP-RECORD-2              PIC X(116).
002950*
002960 FD  PART-SUSP-3
002970     RECORD CONTAINS 116 CHARACTERS.
002980 01  PART-SUSP-RECORD-3              PIC X(116).
002990*
003000 FD  PART-SUSP-4
003010     RECORD CONTAINS 116 CHARACTERS.
003020 01  PART-SUSP-RECORD-4              PIC X(116).
003030*
003040* THE STREAMS' EXCEPTION REPORTS - EXCPRPT LINES.
003050 FD  PART-EXCP-1
003060     RECORD CONTAINS 100 CHARACTERS.
003070 01  PART-EXCP-RECORD-1              PIC X(100).
003080*
003090 FD  PART-EXCP-2
003100     RECORD CONTAINS 100 CHARACTERS.
003110 01  PART-EXCP-RECORD-2              PIC X(100).
003120*
003130 FD  PART-EXCP-3
003140     RECORD CONTAINS 100 CHARACTERS.
003150 01  PART-EXCP-RECORD-3              PIC X(100).
003160*
003170 FD  PART-EXCP-4
003180     RECORD CONTAINS 100 CHARACTERS.
003190 01  PART-EXCP-RECORD-4              PIC X(100).
003200*
003210* THE STREAMS' LOAD JOURNALS - LOADJRNL IMAGES.
003220 FD  PART-JRNL-1
003230     RECORD CONTAINS 230 CHARACTERS.
003240 01  PART-JRNL-RECORD-1              PIC X(230).
003250*
003260 FD  PART-JRNL-2
003270     RECORD CONTAINS 230 CHARACTERS.
003280 01  PART-JRNL-RECORD-2              PIC X(230).
003290*
003300 FD  PART-JRNL-3
003310     RECORD CONTAINS 230 CHARACTERS.
003320 01  PART-JRNL-RECORD-3              PIC X(230).
003330*
003340 FD  PART-JRNL-4
003350     RECORD CONTAINS 230 CHARACTERS.
003360 01  PART-JRNL-RECORD-4              PIC X(230).
003370*
003380* THE STREAMS' BATCH HOLD FILES - BATHOLD IMAGES.
003390 FD  PART-HOLD-1
003400     RECORD CONTAINS 128 CHARACTERS.
003410 01  PART-HOLD-RECORD-1              PIC X(128).
003420*
003430 FD  PART-HOLD-2
003440     RECORD CONTAINS 128 CHARACTERS.
003450 01  PART-HOLD-RECORD-2              PIC X(128).
003460*
003470 FD  PART-HOLD-3
003480     RECORD CONTAINS 128 CHARACTERS.
003490 01  PART-HOLD-RECORD-3              PIC X(128).
003500*
003510 FD  PART-HOLD-4
003520     RECORD CONTAINS 128 CHARACTERS.
003530 01  PART-HOLD-RECORD-4              PIC X(128).
003540*
003550* THE STREAMS' HOLD ACTION LOGS - HOLDACT IMAGES.
003560 FD  PART-ACT-1
003570     RECORD CONTAINS 80 CHARACTERS.
003580 01  PART-ACT-RECORD-1               PIC X(80).
003590*
003600 FD  PART-ACT-2
003610     RECORD CONTAINS 80 CHARACTERS.
003620 01  PART-ACT-RECORD-2               PIC X(80).
003630*
003640 FD  PART-ACT-3
003650     RECORD CONTAINS 80 CHARACTERS.
003660 01  PART-ACT-RECORD-3               PIC X(80).
003670*
003680 FD  PART-ACT-4
003690     RECORD CONTAINS 80 CHARACTERS.
003700 01  PART-ACT-RECORD-4               PIC X(80).
003710*
003720* THE STREAMS' AUDIT LOGS - AUDITLOG LINES.
003730 FD  PART-LOG-1
003740     RECORD CONTAINS 132 CHARACTERS.
003750 01  PART-LOG-RECORD-1               PIC X(132).
003760*
003770 FD  PART-LOG-2
003780     RECORD CONTAINS 132 CHARACTERS.
003790 01  PART-LOG-RECORD-2               PIC X(132).
003800*
003810 FD  PART-LOG-3
003820     RECORD CONTAINS 132 CHARACTERS.
003830 01  PART-LOG-RECORD-3               PIC X(132).
003840*
003850 FD  PART-LOG-4
003860     RECORD CONTAINS 132 CHARACTERS.
003870 01  PART-LOG-RECORD-4               PIC X(132).
003880*
003890* THE STREAMS' JOB STATISTICS - JOBSTAT RECORDS.
003900 FD  PART-STAT-1
003910     RECORD CONTAINS 50 CHARACTERS.
003920 01  PART-STAT-RECORD-1              PIC X(50).
003930*
003940 FD  PART-STAT-2
003950     RECORD CONTAINS 50 CHARACTERS.
003960 01  PART-STAT-RECORD-2              PIC X(50).
003970*
003980 FD  PART-STAT-3
003990     RECORD CONTAINS 50 CHARACTERS.
004000 01  PART-STAT-RECORD-3              PIC X(50).
004010*
004020 FD  PART-STAT-4
004030     RECORD CONTAINS 50 CHARACTERS.
004040 01  PART-STAT-RECORD-4              PIC X(50).
004050*
004060* THE DAY'S TRANSOUT - SEE TRNBLD FOR THE LAYOUT.  THE HEADER
004070* NAMES TRNBLD AS ITS ORIGIN, THE SAME AS THE SINGLE RUN.
004080 FD  OUTPUT-FILE
004090     BLOCK CONTAINS 10 RECORDS
004100     RECORD CONTAINS 111 CHARACTERS.
004110 01  OUT-RECORD                      PIC X(111).
004120*
004130 01  OUT-HEADER-RECORD.
004140     05  OH-RECORD-TYPE              PIC X(03).
004150     05  FILLER                      PIC X(02).
004160     05  OH-ORIGIN                   PIC X(08).
004170     05  OH-BUSINESS-DATE            PIC 9(06).
004180     05  FILLER                      PIC X(92).
004190*
004200 01  OUT-TRAILER-RECORD.
004210     05  OT-RECORD-TYPE              PIC X(03).
004220     05  FILLER                      PIC X(02).
004230     05  OT-RECORD-COUNT             PIC 9(07).
004240     05  OT-HASH-TOTAL               PIC 9(10).
004250     05  OT-BUSINESS-DATE            PIC 9(06).
004260     05  FILLER                      PIC X(83).
004270*
004280 FD  SUSPENSE-FILE
004290     RECORD CONTAINS 116 CHARACTERS.
004300 01  SUSP-RECORD                     PIC X(116).
004310*
004320 FD  EXCEPTION-FILE.
004330 01  EXCP-RECORD                     PIC X(100).
004340*
004350 FD  LOG-FILE.
004360 01  LOG-RECORD                      PIC X(132).
004370*
004380* THE CUMULATIVE FILES THE STREAMS' OWN COPIES ARE APPENDED TO -
004390* SEE TRNBLD FOR THE LAYOUTS.
004400 FD  LOAD-JOURNAL-FILE
004410     RECORD CONTAINS 230 CHARACTERS.
004420 01  JRNL-RECORD                     PIC X(230).
004430*
004440 FD  BATCH-HOLD-FILE
004450     RECORD CONTAINS 128 CHARACTERS.
004460 01  HOLD-RECORD                     PIC X(128).
004470*
004480 FD  HOLD-ACTION-FILE
004490     RECORD CONTAINS 80 CHARACTERS.
004500 01  HOLD-ACTION-RECORD              PIC X(80).
004510*
004520* THE RUN-HISTORY LAYOUT - SEE TRNBLD 9030.  ON A DAY RUN IN
004530* STREAMS THIS JOB WRITES THE DAY'S ENTRY.
004540 FD  RUN-HISTORY-FILE
004550     RECORD CONTAINS 60 CHARACTERS.
004560 01  HIST-RECORD.
004570     05  RH-RUN-DATE                 PIC 9(06).
004580     05  RH-START-SEQ                PIC 9(05).
004590     05  RH-END-SEQ                  PIC 9(05).
004600     05  RH-RECORDS-READ             PIC 9(07).
004610     05  RH-RECORDS-WRITTEN          PIC 9(07).
004620     05  RH-RECORDS-SUSPENDED        PIC 9(07).
004630     05  RH-RESTARTS                 PIC 9(03).
004640     05  RH-VERDICT                  PIC X(05).
004650     05  RH-HELD-BATCHES             PIC 9(02).
004660     05  RH-HELD-SOURCE              PIC X(08).
004670     05  RH-GAP-COUNT                PIC 9(05).
004680*
004690 FD  JOB-STAT-FILE
004700     RECORD CONTAINS 50 CHARACTERS.
004710 01  JOB-STAT-RECORD                 PIC X(50).
004720*
004730 WORKING-STORAGE SECTION.
004740*
004750     COPY JOBSTAT.
004760*
004770 77  WS-STREAM-SUB                   PIC 9(02) COMP VALUE ZERO.
004780 77  WS-STREAM-MAX                   PIC 9(02) VALUE 4.
004790 77  WS-OUTPUT-COUNT                 PIC 9(07) COMP VALUE ZERO.
004800 77  WS-OUTPUT-HASH                  PIC 9(10) COMP VALUE ZERO.
004810 77  WS-PART-COUNT                   PIC 9(07) COMP VALUE ZERO.
004820 77  WS-PART-HASH                    PIC 9(10) COMP VALUE ZERO.
004830 77  WS-PART-TRL-COUNT               PIC 9(07) VALUE ZERO.
004840 77  WS-PART-TRL-HASH                PIC 9(10) VALUE ZERO.
004850 77  WS-SUSP-COPIED                  PIC 9(07) COMP VALUE ZERO.
004860 77  WS-EXCP-COPIED                  PIC 9(07) COMP VALUE ZERO.
004870 77  WS-APPEND-COPIED                PIC 9(07) COMP VALUE ZERO.
004880 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
004890 77  WS-RECORDS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
004900 77  WS-SUSPENSE-COUNT               PIC 9(07) COMP VALUE ZERO.
004910 77  WS-RESTART-COUNT                PIC 9(03) COMP VALUE ZERO.
004920 77  WS-HELD-BATCH-COUNT             PIC 9(05) COMP VALUE ZERO.
004930 77  WS-HANDED-OUT                   PIC 9(07) COMP VALUE ZERO.
004940 77  WS-USED-COUNT                   PIC 9(07) COMP VALUE ZERO.
004950 77  WS-USED-TOTAL                   PIC 9(07) COMP VALUE ZERO.
004960 77  WS-GAP-COUNT                    PIC 9(07) COMP VALUE ZERO.
004970 77  WS-GAP-TOTAL                    PIC 9(07) COMP VALUE ZERO.
004980 77  WS-FIRST-SEQ                    PIC 9(05) VALUE ZERO.
004990 77  WS-ABORT-LINE                   PIC X(120) VALUE SPACES.
005000 77  WS-REPORT-LINE                  PIC X(120) VALUE SPACES.
005010*
005020 01  WS-RUN-DATE                     PIC 9(06).
005030*
005040* THE RESERVATION BEING MERGED, AS FOUND ON SEQBLK BY 1010 - ITS
005050* BUSINESS DATE AND GENERATION (EVERY STREAM MUST AGREE), THE
005060* NUMBER BEFORE THE FIRST BLOCK AND THE LAST NUMBER OF THE LAST.
005070 01  WS-RESERVATION.
005080     05  WS-BUSINESS-DATE            PIC 9(06) VALUE ZERO.
005090     05  WS-GENERATION               PIC 9(03) VALUE ZERO.
005100     05  WS-DAY-START                PIC 9(05) VALUE ZERO.
005110     05  WS-DAY-END                  PIC 9(05) VALUE ZERO.
005120*
005130* THE STREAMS 1010 FOUND MISSING FROM SEQBLK, ALREADY MERGED OR
005140* WRITTEN OFF, STILL TO RUN, OR ABORTED AND WAITING FOR THEIR
005150* RERUN - ONE ' N' SLOT PER STREAM, FOR THE REFUSAL MESSAGE.
005160 01  WS-MISSING-LIST.
005170     05  WS-MISSING-STREAM  OCCURS 4 TIMES
005180                                     PIC X(02).
005190 01  WS-DONE-LIST.
005200     05  WS-DONE-STREAM  OCCURS 4 TIMES
005210                                     PIC X(02).
005220 01  WS-PENDING-LIST.
005230     05  WS-PENDING-STREAM  OCCURS 4 TIMES
005240                                     PIC X(02).
005250 01  WS-ABORTED-LIST.
005260     05  WS-ABORTED-STREAM  OCCURS 4 TIMES
005270                                     PIC X(02).
005280*
005290* ONE TRANSOUT PART RECORD, WITH ITS HEADER AND TRAILER VIEWS.
005300 01  WS-PART-RECORD.
005310     05  WS-PART-KEY                 PIC X(05).
005320     05  WS-PART-KEY-NUM  REDEFINES WS-PART-KEY
005330                                     PIC 9(05).
005340     05  FILLER                      PIC X(106).
005350 01  WS-PART-HEADER  REDEFINES WS-PART-RECORD.
005360     05  PH-RECORD-TYPE              PIC X(03).
005370     05  FILLER                      PIC X(02).
005380     05  PH-ORIGIN                   PIC X(08).
005390     05  PH-BUSINESS-DATE            PIC X(06).
005400     05  FILLER                      PIC X(92).
005410 01  WS-PART-TRAILER  REDEFINES WS-PART-RECORD.
005420     05  PT-RECORD-TYPE              PIC X(03).
005430     05  FILLER                      PIC X(02).
005440     05  PT-RECORD-COUNT             PIC X(07).
005450     05  PT-HASH-TOTAL               PIC X(10).
005460     05  FILLER                      PIC X(89).
005470*
005480 01  WS-SUSP-IMAGE                   PIC X(116).
005490 01  WS-EXCP-IMAGE                   PIC X(100).
005500 01  WS-APPEND-IMAGE                 PIC X(230).
005510*
005520* THE ORIGIN A STREAM'S PART HEADER MUST CARRY - 'TRNBLD1' AND
005530* SO ON.
005540 01  WS-EXPECTED-ORIGIN              PIC X(08) VALUE SPACES.
005550*
005560 01  WS-FIRST-HELD-SOURCE            PIC X(08) VALUE SPACES.
005570 01  WS-RECONCILE-VERDICT            PIC X(05) VALUE SPACES.
005580*
005590* EDITED FIELDS FOR THE CONSOLE AND AUDITLOG LINES.
005600 01  WS-EDIT-FIELDS.
005610     05  WS-STREAM-D                 PIC 9(01).
005620     05  WS-COUNT-D                  PIC 9(07).
005630     05  WS-COUNT2-D                 PIC 9(07).
005640     05  WS-COUNT3-D                 PIC 9(07).
005650     05  WS-COUNT4-D                 PIC 9(07).
005660     05  WS-NUMBERS-D                PIC 9(05).
005670     05  WS-USED-D                   PIC 9(05).
005680     05  WS-GAPS-D                   PIC 9(05).
005690     05  WS-HELD-D                   PIC 9(05).
005700*
005710 01  WS-BLK-STATUS                   PIC X(02).
005720     88  WS-BLK-OK                   VALUE '00'.
005730*
005740 01  WS-PART-STATUS                  PIC X(02).
005750     88  WS-PART-OK                  VALUE '00'.
005760     88  WS-PART-MISSING             VALUE '35'.
005770*
005780 01  WS-OUT-STATUS                   PIC X(02).
005790     88  WS-OUT-OK                   VALUE '00'.
005800*
005810 01  WS-SUSP-STATUS                  PIC X(02).
005820     88  WS-SUSP-OK                  VALUE '00'.
005830*
005840 01  WS-EXCP-STATUS                  PIC X(02).
005850     88  WS-EXCP-OK                  VALUE '00'.
005860*
005870 01  WS-LOG-STATUS                   PIC X(02).
005880     88  WS-LOG-OK                   VALUE '00'.
005890*
005900 01  WS-HIST-STATUS                  PIC X(02).
005910     88  WS-HIST-OK                  VALUE '00'.
005920*
005930 01  WS-JRNL-STATUS                  PIC X(02).
005940     88  WS-JRNL-OK                  VALUE '00'.
005950*
005960 01  WS-HOLD-STATUS                  PIC X(02).
005970     88  WS-HOLD-OK                  VALUE '00'.
005980*
005990 01  WS-ACT-STATUS                   PIC X(02).
006000     88  WS-ACT-OK                   VALUE '00'.
006010*
006020 01  WS-PART-EOF-SW                  PIC X(01) VALUE 'N'.
006030     88  WS-PART-EOF                 VALUE 'Y'.
006040     88  WS-PART-NOT-EOF             VALUE 'N'.
006050*
006060 01  WS-TRAILER-SW                   PIC X(01) VALUE 'N'.
006070     88  WS-TRAILER-FOUND            VALUE 'Y'.
006080     88  WS-TRAILER-NOT-FOUND        VALUE 'N'.
006090*
006100* SET BY 1010 WHEN AN ENTRY IS FROM A DIFFERENT RESERVATION THAN
006110* STREAM 1'S, AND BY 8010 WHEN A STREAM DID NOT BALANCE.
006120 01  WS-MIXED-SW                     PIC X(01) VALUE 'N'.
006130     88  WS-MIXED-RESERVATION        VALUE 'Y'.
006140*
006150 01  WS-STREAM-BREAK-SW              PIC X(01) VALUE 'N'.
006160     88  WS-STREAM-BREAK             VALUE 'Y'.
006170*
006171 01  WS-LOG-OPEN-SW                  PIC X(01) VALUE 'N'.
006172     88  WS-LOG-OPEN                 VALUE 'Y'.
006173*
006174* SET BY 9040 WHEN A STREAM'S SEQBLK ENTRY COULD NOT BE MARKED
006175* MERGED.
006176 01  WS-MARK-FAILED-SW               PIC X(01) VALUE 'N'.
006180     88  WS-MARK-FAILED              VALUE 'Y'.
006200*
006210 PROCEDURE DIVISION.
006220*
006230 0000-MAINLINE.
006240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006250     PERFORM 2000-MERGE-ONE-STREAM THRU 2000-EXIT
006260         VARYING WS-STREAM-SUB FROM 1 BY 1
006270         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
006280     PERFORM 8000-RECONCILE THRU 8000-EXIT.
006290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006300     STOP RUN.
006310*
006320 1000-INITIALIZE.
006330     ACCEPT WS-RUN-DATE FROM DATE.
006340     MOVE 'TRNMRG' TO WS-JS-JOB-NAME.
006350     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
006360     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
006370     OPEN EXTEND LOG-FILE.
006380     IF NOT WS-LOG-OK
006390         OPEN OUTPUT LOG-FILE
006400     END-IF.
006410     IF WS-LOG-OK
006420         SET WS-LOG-OPEN TO TRUE
006430     END-IF.
006440     PERFORM 1010-CHECK-STREAMS THRU 1010-EXIT.
006450     PERFORM 1100-APPEND-STREAM-FILES THRU 1100-EXIT.
006460     OPEN OUTPUT OUTPUT-FILE.
006470     IF NOT WS-OUT-OK
006480         MOVE SPACES TO WS-ABORT-LINE
006490         STRING 'TRANSOUT NOT WRITABLE - STATUS=' WS-OUT-STATUS
006500             DELIMITED BY SIZE INTO WS-ABORT-LINE
006510         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
006520     END-IF.
006530     OPEN OUTPUT SUSPENSE-FILE.
006540     IF NOT WS-SUSP-OK
006550         MOVE SPACES TO WS-ABORT-LINE
006560         STRING 'SUSPFILE NOT WRITABLE - STATUS=' WS-SUSP-STATUS
006570             DELIMITED BY SIZE INTO WS-ABORT-LINE
006580         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
006590     END-IF.
006600     OPEN OUTPUT EXCEPTION-FILE.
006610     IF NOT WS-EXCP-OK
006620         MOVE SPACES TO WS-ABORT-LINE
006630         STRING 'EXCPRPT NOT WRITABLE - STATUS=' WS-EXCP-STATUS
006640             DELIMITED BY SIZE INTO WS-ABORT-LINE
006650         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
006660     END-IF.
006670     PERFORM 1035-WRITE-TRANSOUT-HEADER THRU 1035-EXIT.
006680 1000-EXIT.
006690     EXIT.
006700*
006710* EVERY STREAM OF THE LATEST RESERVATION MUST BE ON SEQBLK, FROM
006720* THE SAME RESERVATION, AND COMPLETE.  SEQBLK STAYS OPEN FOR THE
006730* REST OF THE RUN.  THE DAY'S TOTALS ARE TAKEN FROM THE ENTRIES
006740* AS THEY ARE CHECKED.
006750 1010-CHECK-STREAMS.
006760     MOVE SPACES TO WS-MISSING-LIST.
006770     MOVE SPACES TO WS-DONE-LIST.
006780     MOVE SPACES TO WS-PENDING-LIST.
006790     MOVE SPACES TO WS-ABORTED-LIST.
006800     OPEN I-O SEQUENCE-BLOCK-FILE.
006810     IF NOT WS-BLK-OK
006820         MOVE SPACES TO WS-ABORT-LINE
006830         STRING 'SEQUENCE BLOCK FILE SEQBLK NOT AVAILABLE - '
006840             'STATUS=' WS-BLK-STATUS ' - RUN TRNSPLT FIRST'
006850             DELIMITED BY SIZE INTO WS-ABORT-LINE
006860         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
006870     END-IF.
006880     PERFORM 1015-CHECK-ONE-STREAM THRU 1015-EXIT
006890         VARYING WS-STREAM-SUB FROM 1 BY 1
006900         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
006910     IF WS-MISSING-LIST NOT = SPACES
006920         MOVE SPACES TO WS-ABORT-LINE
006930         STRING 'SEQBLK HAS NO ENTRY FOR STREAM(S)'
006940             WS-MISSING-LIST ' - RUN TRNSPLT FIRST'
006950             DELIMITED BY SIZE INTO WS-ABORT-LINE
006960         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
006970     END-IF.
006980     IF WS-DONE-LIST NOT = SPACES
006990         MOVE SPACES TO WS-ABORT-LINE
007000         STRING 'STREAM(S)' WS-DONE-LIST
007010             ' ALREADY MERGED OR WRITTEN OFF - NO RESERVATION'
007020             ' OUTSTANDING TO MERGE'
007030             DELIMITED BY SIZE INTO WS-ABORT-LINE
007040         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
007050     END-IF.
007060     IF WS-MIXED-RESERVATION
007070         MOVE SPACES TO WS-ABORT-LINE
007080         STRING 'SEQBLK ENTRIES ARE FROM DIFFERENT RESERVATIONS'
007090             ' - RUN TRNSPLT AGAIN'
007100             DELIMITED BY SIZE INTO WS-ABORT-LINE
007110         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
007120     END-IF.
007130     IF WS-ABORTED-LIST NOT = SPACES
007140         MOVE SPACES TO WS-ABORT-LINE
007150         STRING 'STREAM(S)' WS-ABORTED-LIST ' OF '
007160             WS-BUSINESS-DATE
007170             ' ABORTED - CORRECT AND RERUN THEIR TRNBLD STEPS'
007180             DELIMITED BY SIZE INTO WS-ABORT-LINE
007190         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
007200     END-IF.
007210     IF WS-PENDING-LIST NOT = SPACES
007220         MOVE SPACES TO WS-ABORT-LINE
007230         STRING 'STREAM(S)' WS-PENDING-LIST ' OF '
007240             WS-BUSINESS-DATE
007250             ' NOT YET COMPLETE - RUN THEIR TRNBLD STEPS FIRST'
007260             DELIMITED BY SIZE INTO WS-ABORT-LINE
007270         PERFORM 1090-REFUSE-MERGE THRU 1090-EXIT
007280     END-IF.
007290 1010-EXIT.
007300     EXIT.
007310*
007320 1015-CHECK-ONE-STREAM.
007330     MOVE WS-STREAM-SUB TO WS-STREAM-D.
007340     MOVE WS-STREAM-D TO SB-STREAM.
007350     READ SEQUENCE-BLOCK-FILE
007360         INVALID KEY
007370             MOVE WS-STREAM-D
007380                 TO WS-MISSING-STREAM(WS-STREAM-SUB)(2:1)
007390             GO TO 1015-EXIT
007400     END-READ.
007410     IF WS-STREAM-SUB = 1
007420         MOVE SB-RUN-DATE TO WS-BUSINESS-DATE
007430         MOVE SB-GENERATION TO WS-GENERATION
007440         MOVE SB-BLOCK-START TO WS-DAY-START
007450     ELSE
007460         IF SB-RUN-DATE NOT = WS-BUSINESS-DATE
007470             OR SB-GENERATION NOT = WS-GENERATION
007480             SET WS-MIXED-RESERVATION TO TRUE
007490         END-IF
007500     END-IF.
007510     MOVE SB-BLOCK-END TO WS-DAY-END.
007520     IF SB-MERGED OR SB-WRITTEN-OFF
007530         MOVE WS-STREAM-D TO WS-DONE-STREAM(WS-STREAM-SUB)(2:1)
007540         GO TO 1015-EXIT
007550     END-IF.
007560     IF NOT SB-COMPLETE
007570         AND SB-VERDICT = 'ABORT'
007580         MOVE WS-STREAM-D TO WS-ABORTED-STREAM(WS-STREAM-SUB)(2:1)
007590         GO TO 1015-EXIT
007600     END-IF.
007610     IF NOT SB-COMPLETE
007620         MOVE WS-STREAM-D TO WS-PENDING-STREAM(WS-STREAM-SUB)(2:1)
007630         GO TO 1015-EXIT
007640     END-IF.
007650     ADD SB-RECORDS-READ TO WS-RECORDS-READ.
007660     ADD SB-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN.
007670     ADD SB-RECORDS-SUSPENDED TO WS-SUSPENSE-COUNT.
007680     ADD SB-RESTARTS TO WS-RESTART-COUNT.
007690     ADD SB-HELD-BATCHES TO WS-HELD-BATCH-COUNT.
007700     IF WS-FIRST-HELD-SOURCE = SPACES
007710         AND SB-HELD-SOURCE NOT = SPACES
007720         MOVE SB-HELD-SOURCE TO WS-FIRST-HELD-SOURCE
007730     END-IF.
007740 1015-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780* 1100 SERIES - THE STREAMS' OWN LOG FILES.
007790*****************************************************************
007800* APPENDS EACH STREAM'S AUDITLOG, LOADJRNL, BATHOLD, HOLDACT AND
007810* JOBSTAT TO THE CUMULATIVE FILE, STREAM 1 FIRST.  A STREAM THAT
007820* NEVER WROTE ONE HAS NONE TO APPEND.  A PART IS EMPTIED AS SOON
007830* AS IT HAS BEEN COPIED; ONE THAT CANNOT BE COPIED IS LEFT WHOLE
007840* FOR THE NEXT MERGE.  THE LOAD JOURNAL, BATCH HOLDS AND HOLD
007850* ACTIONS ARE NEEDED BY BACKOUT, BATREL AND HOLDRPT, SO A FILE
007860* THAT CANNOT BE WRITTEN STOPS THE MERGE; AUDITLOG AND JOBSTAT
007870* ARE TREATED AS TOLERANTLY AS EVERY JOB TREATS THEM.
007880 1100-APPEND-STREAM-FILES.
007890     PERFORM 1110-APPEND-JOURNALS THRU 1110-EXIT.
007900     PERFORM 1120-APPEND-HOLDS THRU 1120-EXIT.
007910     PERFORM 1130-APPEND-ACTIONS THRU 1130-EXIT.
007920     PERFORM 1140-APPEND-LOGS THRU 1140-EXIT.
007930     PERFORM 1150-APPEND-STATS THRU 1150-EXIT.
007940 1100-EXIT.
007950     EXIT.
007960*
007970 1110-APPEND-JOURNALS.
007980     OPEN EXTEND LOAD-JOURNAL-FILE.
007990     IF NOT WS-JRNL-OK
008000         OPEN OUTPUT LOAD-JOURNAL-FILE
008010     END-IF.
008020     IF NOT WS-JRNL-OK
008030         MOVE SPACES TO WS-ABORT-LINE
008040         STRING 'LOADJRNL NOT WRITABLE - STATUS=' WS-JRNL-STATUS
008050             DELIMITED BY SIZE INTO WS-ABORT-LINE
008060         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
008070     END-IF.
008080     PERFORM 1111-APPEND-JOURNAL-PART THRU 1111-EXIT
008090         VARYING WS-STREAM-SUB FROM 1 BY 1
008100         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
008110     CLOSE LOAD-JOURNAL-FILE.
008120 1110-EXIT.
008130     EXIT.
008140*
008150 1111-APPEND-JOURNAL-PART.
008160     MOVE WS-STREAM-SUB TO WS-STREAM-D.
008170     MOVE ZERO TO WS-APPEND-COPIED.
008180     SET WS-PART-NOT-EOF TO TRUE.
008190     EVALUATE WS-STREAM-SUB
008200         WHEN 1
008210             OPEN INPUT PART-JRNL-1
008220         WHEN 2
008230             OPEN INPUT PART-JRNL-2
008240         WHEN 3
008250             OPEN INPUT PART-JRNL-3
008260         WHEN 4
008270             OPEN INPUT PART-JRNL-4
008280     END-EVALUATE.
008290     IF WS-PART-MISSING
008300         GO TO 1111-EXIT
008310     END-IF.
008320     IF NOT WS-PART-OK
008330         DISPLAY 'STREAM ' WS-STREAM-D ' LOADJRN'
008340             WS-STREAM-D ' NOT READABLE - STATUS=' WS-PART-STATUS
008350             ' - LEFT FOR THE NEXT MERGE'
008360         GO TO 1111-EXIT
008370     END-IF.
008380     PERFORM 1112-COPY-ONE-JOURNAL THRU 1112-EXIT
008390         UNTIL WS-PART-EOF.
008400     EVALUATE WS-STREAM-SUB
008410         WHEN 1
008420             CLOSE PART-JRNL-1
008430             OPEN OUTPUT PART-JRNL-1
008440             CLOSE PART-JRNL-1
008450         WHEN 2
008460             CLOSE PART-JRNL-2
008470             OPEN OUTPUT PART-JRNL-2
008480             CLOSE PART-JRNL-2
008490         WHEN 3
008500             CLOSE PART-JRNL-3
008510             OPEN OUTPUT PART-JRNL-3
008520             CLOSE PART-JRNL-3
008530         WHEN 4
008540             CLOSE PART-JRNL-4
008550             OPEN OUTPUT PART-JRNL-4
008560             CLOSE PART-JRNL-4
008570     END-EVALUATE.
008580     MOVE WS-APPEND-COPIED TO WS-COUNT-D.
008590     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
008600         ' LOADJRNL RECORDS APPENDED'.
008610 1111-EXIT.
008620     EXIT.
008630*
008640 1112-COPY-ONE-JOURNAL.
008650     EVALUATE WS-STREAM-SUB
008660         WHEN 1
008670             READ PART-JRNL-1 INTO WS-APPEND-IMAGE
008680                 AT END
008690                     SET WS-PART-EOF TO TRUE
008700             END-READ
008710         WHEN 2
008720             READ PART-JRNL-2 INTO WS-APPEND-IMAGE
008730                 AT END
008740                     SET WS-PART-EOF TO TRUE
008750             END-READ
008760         WHEN 3
008770             READ PART-JRNL-3 INTO WS-APPEND-IMAGE
008780                 AT END
008790                     SET WS-PART-EOF TO TRUE
008800             END-READ
008810         WHEN 4
008820             READ PART-JRNL-4 INTO WS-APPEND-IMAGE
008830                 AT END
008840                     SET WS-PART-EOF TO TRUE
008850             END-READ
008860     END-EVALUATE.
008870     IF WS-PART-EOF
008880         GO TO 1112-EXIT
008890     END-IF.
008900     WRITE JRNL-RECORD FROM WS-APPEND-IMAGE.
008910     ADD 1 TO WS-APPEND-COPIED.
008920 1112-EXIT.
008930     EXIT.
008940*
008950 1120-APPEND-HOLDS.
008960     OPEN EXTEND BATCH-HOLD-FILE.
008970     IF NOT WS-HOLD-OK
008980         OPEN OUTPUT BATCH-HOLD-FILE
008990     END-IF.
009000     IF NOT WS-HOLD-OK
009010         MOVE SPACES TO WS-ABORT-LINE
009020         STRING 'BATHOLD NOT WRITABLE - STATUS=' WS-HOLD-STATUS
009030             DELIMITED BY SIZE INTO WS-ABORT-LINE
009040         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
009050     END-IF.
009060     PERFORM 1121-APPEND-HOLD-PART THRU 1121-EXIT
009070         VARYING WS-STREAM-SUB FROM 1 BY 1
009080         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
009090     CLOSE BATCH-HOLD-FILE.
009100 1120-EXIT.
009110     EXIT.
009120*
009130 1121-APPEND-HOLD-PART.
009140     MOVE WS-STREAM-SUB TO WS-STREAM-D.
009150     MOVE ZERO TO WS-APPEND-COPIED.
009160     SET WS-PART-NOT-EOF TO TRUE.
009170     EVALUATE WS-STREAM-SUB
009180         WHEN 1
009190             OPEN INPUT PART-HOLD-1
009200         WHEN 2
009210             OPEN INPUT PART-HOLD-2
009220         WHEN 3
009230             OPEN INPUT PART-HOLD-3
009240         WHEN 4
009250             OPEN INPUT PART-HOLD-4
009260     END-EVALUATE.
009270     IF WS-PART-MISSING
009280         GO TO 1121-EXIT
009290     END-IF.
009300     IF NOT WS-PART-OK
009310         DISPLAY 'STREAM ' WS-STREAM-D ' BATHOLD'
009320             WS-STREAM-D ' NOT READABLE - STATUS=' WS-PART-STATUS
009330             ' - LEFT FOR THE NEXT MERGE'
009340         GO TO 1121-EXIT
009350     END-IF.
009360     PERFORM 1122-COPY-ONE-HOLD THRU 1122-EXIT
009370         UNTIL WS-PART-EOF.
009380     EVALUATE WS-STREAM-SUB
009390         WHEN 1
009400             CLOSE PART-HOLD-1
009410             OPEN OUTPUT PART-HOLD-1
009420             CLOSE PART-HOLD-1
009430         WHEN 2
009440             CLOSE PART-HOLD-2
009450             OPEN OUTPUT PART-HOLD-2
009460             CLOSE PART-HOLD-2
009470         WHEN 3
009480             CLOSE PART-HOLD-3
009490             OPEN OUTPUT PART-HOLD-3
009500             CLOSE PART-HOLD-3
009510         WHEN 4
009520             CLOSE PART-HOLD-4
009530             OPEN OUTPUT PART-HOLD-4
009540             CLOSE PART-HOLD-4
009550     END-EVALUATE.
009560     MOVE WS-APPEND-COPIED TO WS-COUNT-D.
009570     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
009580         ' BATHOLD RECORDS APPENDED'.
009590 1121-EXIT.
009600     EXIT.
009610*
009620 1122-COPY-ONE-HOLD.
009630     EVALUATE WS-STREAM-SUB
009640         WHEN 1
009650             READ PART-HOLD-1 INTO WS-APPEND-IMAGE
009660                 AT END
009670                     SET WS-PART-EOF TO TRUE
009680             END-READ
009690         WHEN 2
009700             READ PART-HOLD-2 INTO WS-APPEND-IMAGE
009710                 AT END
009720                     SET WS-PART-EOF TO TRUE
009730             END-READ
009740         WHEN 3
009750             READ PART-HOLD-3 INTO WS-APPEND-IMAGE
009760                 AT END
009770                     SET WS-PART-EOF TO TRUE
009780             END-READ
009790         WHEN 4
009800             READ PART-HOLD-4 INTO WS-APPEND-IMAGE
009810                 AT END
009820                     SET WS-PART-EOF TO TRUE
009830             END-READ
009840     END-EVALUATE.
009850     IF WS-PART-EOF
009860         GO TO 1122-EXIT
009870     END-IF.
009880     WRITE HOLD-RECORD FROM WS-APPEND-IMAGE.
009890     ADD 1 TO WS-APPEND-COPIED.
009900 1122-EXIT.
009910     EXIT.
009920*
009930 1130-APPEND-ACTIONS.
009940     OPEN EXTEND HOLD-ACTION-FILE.
009950     IF NOT WS-ACT-OK
009960         OPEN OUTPUT HOLD-ACTION-FILE
009970     END-IF.
009980     IF NOT WS-ACT-OK
009990         MOVE SPACES TO WS-ABORT-LINE
010000         STRING 'HOLDACT NOT WRITABLE - STATUS=' WS-ACT-STATUS
010010             DELIMITED BY SIZE INTO WS-ABORT-LINE
010020         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
010030     END-IF.
010040     PERFORM 1131-APPEND-ACTION-PART THRU 1131-EXIT
010050         VARYING WS-STREAM-SUB FROM 1 BY 1
010060         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
010070     CLOSE HOLD-ACTION-FILE.
010080 1130-EXIT.
010090     EXIT.
010100*
010110 1131-APPEND-ACTION-PART.
010120     MOVE WS-STREAM-SUB TO WS-STREAM-D.
010130     MOVE ZERO TO WS-APPEND-COPIED.
010140     SET WS-PART-NOT-EOF TO TRUE.
010150     EVALUATE WS-STREAM-SUB
010160         WHEN 1
010170             OPEN INPUT PART-ACT-1
010180         WHEN 2
010190             OPEN INPUT PART-ACT-2
010200         WHEN 3
010210             OPEN INPUT PART-ACT-3
010220         WHEN 4
010230             OPEN INPUT PART-ACT-4
010240     END-EVALUATE.
010250     IF WS-PART-MISSING
010260         GO TO 1131-EXIT
010270     END-IF.
010280     IF NOT WS-PART-OK
010290         DISPLAY 'STREAM ' WS-STREAM-D ' HOLDACT'
010300             WS-STREAM-D ' NOT READABLE - STATUS=' WS-PART-STATUS
010310             ' - LEFT FOR THE NEXT MERGE'
010320         GO TO 1131-EXIT
010330     END-IF.
010340     PERFORM 1132-COPY-ONE-ACTION THRU 1132-EXIT
010350         UNTIL WS-PART-EOF.
010360     EVALUATE WS-STREAM-SUB
010370         WHEN 1
010380             CLOSE PART-ACT-1
010390             OPEN OUTPUT PART-ACT-1
010400             CLOSE PART-ACT-1
010410         WHEN 2
010420             CLOSE PART-ACT-2
010430             OPEN OUTPUT PART-ACT-2
010440             CLOSE PART-ACT-2
010450         WHEN 3
010460             CLOSE PART-ACT-3
010470             OPEN OUTPUT PART-ACT-3
010480             CLOSE PART-ACT-3
010490         WHEN 4
010500             CLOSE PART-ACT-4
010510             OPEN OUTPUT PART-ACT-4
010520             CLOSE PART-ACT-4
010530     END-EVALUATE.
010540     MOVE WS-APPEND-COPIED TO WS-COUNT-D.
010550     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
010560         ' HOLDACT RECORDS APPENDED'.
010570 1131-EXIT.
010580     EXIT.
010590*
010600 1132-COPY-ONE-ACTION.
010610     EVALUATE WS-STREAM-SUB
010620         WHEN 1
010630             READ PART-ACT-1 INTO WS-APPEND-IMAGE
010640                 AT END
010650                     SET WS-PART-EOF TO TRUE
010660             END-READ
010670         WHEN 2
010680             READ PART-ACT-2 INTO WS-APPEND-IMAGE
010690                 AT END
010700                     SET WS-PART-EOF TO TRUE
010710             END-READ
010720         WHEN 3
010730             READ PART-ACT-3 INTO WS-APPEND-IMAGE
010740                 AT END
010750                     SET WS-PART-EOF TO TRUE
010760             END-READ
010770         WHEN 4
010780             READ PART-ACT-4 INTO WS-APPEND-IMAGE
010790                 AT END
010800                     SET WS-PART-EOF TO TRUE
010810             END-READ
010820     END-EVALUATE.
010830     IF WS-PART-EOF
010840         GO TO 1132-EXIT
010850     END-IF.
010860     WRITE HOLD-ACTION-RECORD FROM WS-APPEND-IMAGE.
010870     ADD 1 TO WS-APPEND-COPIED.
010880 1132-EXIT.
010890     EXIT.
010900*
010910* AUDITLOG IS ALREADY OPEN FOR THE MERGE'S OWN LINES (1000).
010920 1140-APPEND-LOGS.
010930     IF NOT WS-LOG-OPEN
010940         DISPLAY 'AUDITLOG NOT OPEN - STREAM AUDIT LOGS LEFT IN '
010950             'AUDITLG1-4 FOR THE NEXT MERGE'
010960         GO TO 1140-EXIT
010970     END-IF.
010980     PERFORM 1141-APPEND-LOG-PART THRU 1141-EXIT
010990         VARYING WS-STREAM-SUB FROM 1 BY 1
011000         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
011010 1140-EXIT.
011020     EXIT.
011030*
011040 1141-APPEND-LOG-PART.
011050     MOVE WS-STREAM-SUB TO WS-STREAM-D.
011060     MOVE ZERO TO WS-APPEND-COPIED.
011070     SET WS-PART-NOT-EOF TO TRUE.
011080     EVALUATE WS-STREAM-SUB
011090         WHEN 1
011100             OPEN INPUT PART-LOG-1
011110         WHEN 2
011120             OPEN INPUT PART-LOG-2
011130         WHEN 3
011140             OPEN INPUT PART-LOG-3
011150         WHEN 4
011160             OPEN INPUT PART-LOG-4
011170     END-EVALUATE.
011180     IF WS-PART-MISSING
011190         GO TO 1141-EXIT
011200     END-IF.
011210     IF NOT WS-PART-OK
011220         DISPLAY 'STREAM ' WS-STREAM-D ' AUDITLG'
011230             WS-STREAM-D ' NOT READABLE - STATUS=' WS-PART-STATUS
011240             ' - LEFT FOR THE NEXT MERGE'
011250         GO TO 1141-EXIT
011260     END-IF.
011270     PERFORM 1142-COPY-ONE-LOG THRU 1142-EXIT
011280         UNTIL WS-PART-EOF.
011290     EVALUATE WS-STREAM-SUB
011300         WHEN 1
011310             CLOSE PART-LOG-1
011320             OPEN OUTPUT PART-LOG-1
011330             CLOSE PART-LOG-1
011340         WHEN 2
011350             CLOSE PART-LOG-2
011360             OPEN OUTPUT PART-LOG-2
011370             CLOSE PART-LOG-2
011380         WHEN 3
011390             CLOSE PART-LOG-3
011400             OPEN OUTPUT PART-LOG-3
011410             CLOSE PART-LOG-3
011420         WHEN 4
011430             CLOSE PART-LOG-4
011440             OPEN OUTPUT PART-LOG-4
011450             CLOSE PART-LOG-4
011460     END-EVALUATE.
011470     MOVE WS-APPEND-COPIED TO WS-COUNT-D.
011480     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
011490         ' AUDITLOG RECORDS APPENDED'.
011500 1141-EXIT.
011510     EXIT.
011520*
011530 1142-COPY-ONE-LOG.
011540     EVALUATE WS-STREAM-SUB
011550         WHEN 1
011560             READ PART-LOG-1 INTO WS-APPEND-IMAGE
011570                 AT END
011580                     SET WS-PART-EOF TO TRUE
011590             END-READ
011600         WHEN 2
011610             READ PART-LOG-2 INTO WS-APPEND-IMAGE
011620                 AT END
011630                     SET WS-PART-EOF TO TRUE
011640             END-READ
011650         WHEN 3
011660             READ PART-LOG-3 INTO WS-APPEND-IMAGE
011670                 AT END
011680                     SET WS-PART-EOF TO TRUE
011690             END-READ
011700         WHEN 4
011710             READ PART-LOG-4 INTO WS-APPEND-IMAGE
011720                 AT END
011730                     SET WS-PART-EOF TO TRUE
011740             END-READ
011750     END-EVALUATE.
011760     IF WS-PART-EOF
011770         GO TO 1142-EXIT
011780     END-IF.
011790     WRITE LOG-RECORD FROM WS-APPEND-IMAGE.
011800     ADD 1 TO WS-APPEND-COPIED.
011810 1142-EXIT.
011820     EXIT.
011830*
011840 1150-APPEND-STATS.
011850     OPEN EXTEND JOB-STAT-FILE.
011860     IF NOT WS-JSTAT-OK
011870         OPEN OUTPUT JOB-STAT-FILE
011880     END-IF.
011890     IF NOT WS-JSTAT-OK
011900         DISPLAY 'JOBSTAT NOT WRITABLE - STATUS=' WS-JSTAT-STATUS
011910             ' - STREAM STATISTICS LEFT IN JOBSTAT1-4'
011920         GO TO 1150-EXIT
011930     END-IF.
011940     PERFORM 1151-APPEND-STAT-PART THRU 1151-EXIT
011950         VARYING WS-STREAM-SUB FROM 1 BY 1
011960         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
011970     CLOSE JOB-STAT-FILE.
011980 1150-EXIT.
011990     EXIT.
012000*
012010 1151-APPEND-STAT-PART.
012020     MOVE WS-STREAM-SUB TO WS-STREAM-D.
012030     MOVE ZERO TO WS-APPEND-COPIED.
012040     SET WS-PART-NOT-EOF TO TRUE.
012050     EVALUATE WS-STREAM-SUB
012060         WHEN 1
012070             OPEN INPUT PART-STAT-1
012080         WHEN 2
012090             OPEN INPUT PART-STAT-2
012100         WHEN 3
012110             OPEN INPUT PART-STAT-3
012120         WHEN 4
012130             OPEN INPUT PART-STAT-4
012140     END-EVALUATE.
012150     IF WS-PART-MISSING
012160         GO TO 1151-EXIT
012170     END-IF.
012180     IF NOT WS-PART-OK
012190         DISPLAY 'STREAM ' WS-STREAM-D ' JOBSTAT'
012200             WS-STREAM-D ' NOT READABLE - STATUS=' WS-PART-STATUS
012210             ' - LEFT FOR THE NEXT MERGE'
012220         GO TO 1151-EXIT
012230     END-IF.
012240     PERFORM 1152-COPY-ONE-STAT THRU 1152-EXIT
012250         UNTIL WS-PART-EOF.
012260     EVALUATE WS-STREAM-SUB
012270         WHEN 1
012280             CLOSE PART-STAT-1
012290             OPEN OUTPUT PART-STAT-1
012300             CLOSE PART-STAT-1
012310         WHEN 2
012320             CLOSE PART-STAT-2
012330             OPEN OUTPUT PART-STAT-2
012340             CLOSE PART-STAT-2
012350         WHEN 3
012360             CLOSE PART-STAT-3
012370             OPEN OUTPUT PART-STAT-3
012380             CLOSE PART-STAT-3
012390         WHEN 4
012400             CLOSE PART-STAT-4
012410             OPEN OUTPUT PART-STAT-4
012420             CLOSE PART-STAT-4
012430     END-EVALUATE.
012440     MOVE WS-APPEND-COPIED TO WS-COUNT-D.
012450     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
012460         ' JOBSTAT RECORDS APPENDED'.
012470 1151-EXIT.
012480     EXIT.
012490*
012500 1152-COPY-ONE-STAT.
012510     EVALUATE WS-STREAM-SUB
012520         WHEN 1
012530             READ PART-STAT-1 INTO WS-APPEND-IMAGE
012540                 AT END
012550                     SET WS-PART-EOF TO TRUE
012560             END-READ
012570         WHEN 2
012580             READ PART-STAT-2 INTO WS-APPEND-IMAGE
012590                 AT END
012600                     SET WS-PART-EOF TO TRUE
012610             END-READ
012620         WHEN 3
012630             READ PART-STAT-3 INTO WS-APPEND-IMAGE
012640                 AT END
012650                     SET WS-PART-EOF TO TRUE
012660             END-READ
012670         WHEN 4
012680             READ PART-STAT-4 INTO WS-APPEND-IMAGE
012690                 AT END
012700                     SET WS-PART-EOF TO TRUE
012710             END-READ
012720     END-EVALUATE.
012730     IF WS-PART-EOF
012740         GO TO 1152-EXIT
012750     END-IF.
012760     WRITE JOB-STAT-RECORD FROM WS-APPEND-IMAGE.
012770     ADD 1 TO WS-APPEND-COPIED.
012780 1152-EXIT.
012790     EXIT.
012800*
012810* THE SINGLE HEADER FOR THE DAY'S TRANSOUT - THE SAME ONE THE
012820* SINGLE TRNBLD RUN WRITES, FOR THE RESERVATION'S BUSINESS DATE.
012830 1035-WRITE-TRANSOUT-HEADER.
012840     MOVE SPACES TO OUT-HEADER-RECORD.
012850     MOVE 'HDR' TO OH-RECORD-TYPE.
012860     MOVE 'TRNBLD' TO OH-ORIGIN.
012870     MOVE WS-BUSINESS-DATE TO OH-BUSINESS-DATE.
012880     WRITE OUT-HEADER-RECORD.
012890 1035-EXIT.
012900     EXIT.
012910*
012920* NOTHING HAS BEEN MERGED - THE JOB ENDS WITH AN END RECORD UNDER
012930* STATUS REFSD AND RETURN CODE 8, THE SAME AS A RUN-ONCE REFUSAL.
012940 1090-REFUSE-MERGE.
012950     DISPLAY WS-ABORT-LINE.
012960     DISPLAY 'TRNMRG - MERGE REFUSED - NOTHING WRITTEN'.
012970     CLOSE SEQUENCE-BLOCK-FILE.
012980     IF WS-LOG-OPEN
012990         CLOSE LOG-FILE
013000     END-IF.
013010     MOVE ZERO TO WS-JS-IN-COUNT.
013020     MOVE ZERO TO WS-JS-OUT-COUNT.
013030     MOVE 'REFSD' TO WS-JS-STATUS.
013040     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
013050     MOVE 8 TO RETURN-CODE.
013060     STOP RUN.
013070 1090-EXIT.
013080     EXIT.
013090*
013100*****************************************************************
013110* 2000 SERIES - COPYING THE STREAMS' PARTS.
013120*****************************************************************
013130* A STREAM THE SPLIT SENT NO BATCHES NEVER RAN AND HAS NO PARTS.
013140 2000-MERGE-ONE-STREAM.
013150     MOVE WS-STREAM-SUB TO WS-STREAM-D.
013160     MOVE WS-STREAM-D TO SB-STREAM.
013170     READ SEQUENCE-BLOCK-FILE
013180         INVALID KEY
013190             MOVE SPACES TO WS-ABORT-LINE
013200             STRING 'SEQBLK ENTRY FOR STREAM ' WS-STREAM-D
013210                 ' NOT READABLE - STATUS=' WS-BLK-STATUS
013220                 DELIMITED BY SIZE INTO WS-ABORT-LINE
013230             PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
013240     END-READ.
013250     IF SB-BATCHES = ZERO
013260         DISPLAY 'STREAM ' WS-STREAM-D ' - NO BATCHES TODAY'
013270         GO TO 2000-EXIT
013280     END-IF.
013290     PERFORM 2100-COPY-TRANSOUT-PART THRU 2100-EXIT.
013300     PERFORM 2200-COPY-SUSPENSE-PART THRU 2200-EXIT.
013310     PERFORM 2300-COPY-EXCEPTION-PART THRU 2300-EXIT.
013320     MOVE WS-PART-COUNT TO WS-COUNT-D.
013330     MOVE WS-SUSP-COPIED TO WS-COUNT2-D.
013340     DISPLAY 'STREAM ' WS-STREAM-D ' - ' WS-COUNT-D
013350         ' TRANSOUT RECORDS AND ' WS-COUNT2-D
013360         ' SUSPENSE RECORDS MERGED'.
013370 2000-EXIT.
013380     EXIT.
013390*
013400* COPIES ONE STREAM'S TRANSOUT PART BETWEEN ITS HEADER AND ITS
013410* TRAILER, CHECKING IT THE WAY THE RUN-ONCE PROTECTION CHECKS
013420* TRANSOUT, AND AGAINST WHAT THE STREAM LEFT ON SEQBLK.
013430 2100-COPY-TRANSOUT-PART.
013440     MOVE 'TRNBLD' TO WS-EXPECTED-ORIGIN.
013450     MOVE WS-STREAM-D TO WS-EXPECTED-ORIGIN(7:1).
013460     MOVE ZERO TO WS-PART-COUNT.
013470     MOVE ZERO TO WS-PART-HASH.
013480     SET WS-PART-NOT-EOF TO TRUE.
013490     SET WS-TRAILER-NOT-FOUND TO TRUE.
013500     EVALUATE WS-STREAM-SUB
013510         WHEN 1
013520             OPEN INPUT PART-OUT-1
013530         WHEN 2
013540             OPEN INPUT PART-OUT-2
013550         WHEN 3
013560             OPEN INPUT PART-OUT-3
013570         WHEN 4
013580             OPEN INPUT PART-OUT-4
013590     END-EVALUATE.
013600     IF NOT WS-PART-OK
013610         MOVE SPACES TO WS-ABORT-LINE
013620         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART TRNOUT'
013630             WS-STREAM-D ' NOT AVAILABLE - STATUS=' WS-PART-STATUS
013640             DELIMITED BY SIZE INTO WS-ABORT-LINE
013650         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
013660     END-IF.
013670     PERFORM 2110-READ-TRANSOUT-PART THRU 2110-EXIT.
013680     IF WS-PART-EOF
013690         OR PH-RECORD-TYPE NOT = 'HDR'
013700         OR PH-ORIGIN NOT = WS-EXPECTED-ORIGIN
013710         OR PH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
013720         MOVE SPACES TO WS-ABORT-LINE
013730         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART DOES NOT'
013740             ' OPEN WITH A ' WS-EXPECTED-ORIGIN ' HEADER FOR '
013750             WS-BUSINESS-DATE
013760             DELIMITED BY SIZE INTO WS-ABORT-LINE
013770         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
013780     END-IF.
013790     PERFORM 2120-COPY-ONE-OUT-RECORD THRU 2120-EXIT
013800         UNTIL WS-PART-EOF.
013810     PERFORM 2190-CLOSE-TRANSOUT-PART THRU 2190-EXIT.
013820     IF WS-TRAILER-NOT-FOUND
013830         MOVE SPACES TO WS-ABORT-LINE
013840         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART HAS NO'
013850             ' TRAILER - THE STREAM DID NOT FINISH'
013860             DELIMITED BY SIZE INTO WS-ABORT-LINE
013870         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
013880     END-IF.
013890     IF WS-PART-COUNT NOT = WS-PART-TRL-COUNT
013900         OR WS-PART-HASH NOT = WS-PART-TRL-HASH
013910         OR WS-PART-COUNT NOT = SB-RECORDS-WRITTEN
013920         MOVE WS-PART-COUNT TO WS-COUNT-D
013930         MOVE SB-RECORDS-WRITTEN TO WS-COUNT2-D
013940         MOVE SPACES TO WS-ABORT-LINE
013950         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART OUT OF'
013960             ' BALANCE - RECORDS=' WS-COUNT-D
013970             ' TRAILER=' WS-PART-TRL-COUNT
013980             ' SEQBLK=' WS-COUNT2-D
013990             DELIMITED BY SIZE INTO WS-ABORT-LINE
014000         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
014010     END-IF.
014020 2100-EXIT.
014030     EXIT.
014040*
014050 2110-READ-TRANSOUT-PART.
014060     MOVE SPACES TO WS-PART-RECORD.
014070     EVALUATE WS-STREAM-SUB
014080         WHEN 1
014090             READ PART-OUT-1 INTO WS-PART-RECORD
014100                 AT END
014110                     SET WS-PART-EOF TO TRUE
014120             END-READ
014130         WHEN 2
014140             READ PART-OUT-2 INTO WS-PART-RECORD
014150                 AT END
014160                     SET WS-PART-EOF TO TRUE
014170             END-READ
014180         WHEN 3
014190             READ PART-OUT-3 INTO WS-PART-RECORD
014200                 AT END
014210                     SET WS-PART-EOF TO TRUE
014220             END-READ
014230         WHEN 4
014240             READ PART-OUT-4 INTO WS-PART-RECORD
014250                 AT END
014260                     SET WS-PART-EOF TO TRUE
014270             END-READ
014280     END-EVALUATE.
014290 2110-EXIT.
014300     EXIT.
014310*
014320* A DATA RECORD MUST CARRY A KEY FROM THE STREAM'S OWN BLOCK, NO
014330* HIGHER THAN THE LAST NUMBER THE STREAM SAYS IT USED.  NOTHING
014340* MAY FOLLOW THE TRAILER.
014350 2120-COPY-ONE-OUT-RECORD.
014360     PERFORM 2110-READ-TRANSOUT-PART THRU 2110-EXIT.
014370     IF WS-PART-EOF
014380         GO TO 2120-EXIT
014390     END-IF.
014400     IF WS-TRAILER-FOUND
014410         MOVE SPACES TO WS-ABORT-LINE
014420         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART HAS RECORDS'
014430             ' AFTER ITS TRAILER'
014440             DELIMITED BY SIZE INTO WS-ABORT-LINE
014450         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
014460     END-IF.
014470     IF PT-RECORD-TYPE = 'TRL'
014480         IF PT-RECORD-COUNT NOT NUMERIC
014490             OR PT-HASH-TOTAL NOT NUMERIC
014500             MOVE SPACES TO WS-ABORT-LINE
014510             STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART TRAILER'
014520                 ' IS NOT READABLE'
014530                 DELIMITED BY SIZE INTO WS-ABORT-LINE
014540             PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
014550         END-IF
014560         SET WS-TRAILER-FOUND TO TRUE
014570         MOVE PT-RECORD-COUNT TO WS-PART-TRL-COUNT
014580         MOVE PT-HASH-TOTAL TO WS-PART-TRL-HASH
014590         GO TO 2120-EXIT
014600     END-IF.
014610     IF PH-RECORD-TYPE = 'HDR'
014620         MOVE SPACES TO WS-ABORT-LINE
014630         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT PART HAS A'
014640             ' SECOND HEADER'
014650             DELIMITED BY SIZE INTO WS-ABORT-LINE
014660         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
014670     END-IF.
014680     IF WS-PART-KEY NOT NUMERIC
014690         OR WS-PART-KEY-NUM NOT > SB-BLOCK-START
014700         OR WS-PART-KEY-NUM > SB-LAST-SEQ
014710         MOVE SPACES TO WS-ABORT-LINE
014720         STRING 'STREAM ' WS-STREAM-D ' TRANSOUT KEY '
014730             WS-PART-KEY ' IS OUTSIDE THE NUMBERS THE STREAM USED'
014740             DELIMITED BY SIZE INTO WS-ABORT-LINE
014750         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
014760     END-IF.
014770     ADD 1 TO WS-PART-COUNT.
014780     ADD WS-PART-KEY-NUM TO WS-PART-HASH.
014790     WRITE OUT-RECORD FROM WS-PART-RECORD.
014800     ADD 1 TO WS-OUTPUT-COUNT.
014810     ADD WS-PART-KEY-NUM TO WS-OUTPUT-HASH.
014820 2120-EXIT.
014830     EXIT.
014840*
014850 2190-CLOSE-TRANSOUT-PART.
014860     EVALUATE WS-STREAM-SUB
014870         WHEN 1
014880             CLOSE PART-OUT-1
014890         WHEN 2
014900             CLOSE PART-OUT-2
014910         WHEN 3
014920             CLOSE PART-OUT-3
014930         WHEN 4
014940             CLOSE PART-OUT-4
014950     END-EVALUATE.
014960 2190-EXIT.
014970     EXIT.
014980*
014990* EVERY STREAM THAT RAN LEFT A SUSPENSE FILE, EMPTY OR NOT.  ITS
015000* RECORDS ALREADY CARRY THEIR DATE AND SOURCE AND ARE COPIED AS
015010* THEY STAND.
015020 2200-COPY-SUSPENSE-PART.
015030     MOVE ZERO TO WS-SUSP-COPIED.
015040     SET WS-PART-NOT-EOF TO TRUE.
015050     EVALUATE WS-STREAM-SUB
015060         WHEN 1
015070             OPEN INPUT PART-SUSP-1
015080         WHEN 2
015090             OPEN INPUT PART-SUSP-2
015100         WHEN 3
015110             OPEN INPUT PART-SUSP-3
015120         WHEN 4
015130             OPEN INPUT PART-SUSP-4
015140     END-EVALUATE.
015150     IF NOT WS-PART-OK
015160         MOVE SPACES TO WS-ABORT-LINE
015170         STRING 'STREAM ' WS-STREAM-D ' SUSPENSE PART SUSPFIL'
015180             WS-STREAM-D ' NOT AVAILABLE - STATUS=' WS-PART-STATUS
015190             DELIMITED BY SIZE INTO WS-ABORT-LINE
015200         PERFORM 2900-ABORT-MERGE THRU 2900-EXIT
015210     END-IF.
015220     PERFORM 2210-COPY-ONE-SUSPENSE THRU 2210-EXIT
015230         UNTIL WS-PART-EOF.
015240     EVALUATE WS-STREAM-SUB
015250         WHEN 1
015260             CLOSE PART-SUSP-1
015270         WHEN 2
015280             CLOSE PART-SUSP-2
015290         WHEN 3
015300             CLOSE PART-SUSP-3
015310         WHEN 4
015320             CLOSE PART-SUSP-4
015330     END-EVALUATE.
015340 2200-EXIT.
015350     EXIT.
015360*
015370 2210-COPY-ONE-SUSPENSE.
015380     EVALUATE WS-STREAM-SUB
015390         WHEN 1
015400             READ PART-SUSP-1 INTO WS-SUSP-IMAGE
015410                 AT END
015420                     SET WS-PART-EOF TO TRUE
015430             END-READ
015440         WHEN 2
015450             READ PART-SUSP-2 INTO WS-SUSP-IMAGE
015460                 AT END
015470                     SET WS-PART-EOF TO TRUE
015480             END-READ
015490         WHEN 3
015500             READ PART-SUSP-3 INTO WS-SUSP-IMAGE
015510                 AT END
015520                     SET WS-PART-EOF TO TRUE
015530             END-READ
015540         WHEN 4
015550             READ PART-SUSP-4 INTO WS-SUSP-IMAGE
015560                 AT END
015570                     SET WS-PART-EOF TO TRUE
015580             END-READ
015590     END-EVALUATE.
015600     IF WS-PART-EOF
015610         GO TO 2210-EXIT
015620     END-IF.
015630     WRITE SUSP-RECORD FROM WS-SUSP-IMAGE.
015640     ADD 1 TO WS-SUSP-COPIED.
015650 2210-EXIT.
015660     EXIT.
015670*
015680* THE EXCEPTION REPORT IS FOR READING, NOT BALANCING - A STREAM
015690* WHOSE REPORT CANNOT BE OPENED IS NOTED AND THE MERGE GOES ON.
015700 2300-COPY-EXCEPTION-PART.
015710     MOVE ZERO TO WS-EXCP-COPIED.
015720     SET WS-PART-NOT-EOF TO TRUE.
015730     EVALUATE WS-STREAM-SUB
015740         WHEN 1
015750             OPEN INPUT PART-EXCP-1
015760         WHEN 2
015770             OPEN INPUT PART-EXCP-2
015780         WHEN 3
015790             OPEN INPUT PART-EXCP-3
015800         WHEN 4
015810             OPEN INPUT PART-EXCP-4
015820     END-EVALUATE.
015830     IF NOT WS-PART-OK
015840         DISPLAY 'STREAM ' WS-STREAM-D ' EXCEPTION REPORT EXCPRPT'
015850             WS-STREAM-D ' NOT AVAILABLE - STATUS=' WS-PART-STATUS
015860             ' - NOT COPIED'
015870         GO TO 2300-EXIT
015880     END-IF.
015890     PERFORM 2310-COPY-ONE-EXCEPTION THRU 2310-EXIT
015900         UNTIL WS-PART-EOF.
015910     EVALUATE WS-STREAM-SUB
015920         WHEN 1
015930             CLOSE PART-EXCP-1
015940         WHEN 2
015950             CLOSE PART-EXCP-2
015960         WHEN 3
015970             CLOSE PART-EXCP-3
015980         WHEN 4
015990             CLOSE PART-EXCP-4
016000     END-EVALUATE.
016010 2300-EXIT.
016020     EXIT.
016030*
016040 2310-COPY-ONE-EXCEPTION.
016050     EVALUATE WS-STREAM-SUB
016060         WHEN 1
016070             READ PART-EXCP-1 INTO WS-EXCP-IMAGE
016080                 AT END
016090                     SET WS-PART-EOF TO TRUE
016100             END-READ
016110         WHEN 2
016120             READ PART-EXCP-2 INTO WS-EXCP-IMAGE
016130                 AT END
016140                     SET WS-PART-EOF TO TRUE
016150             END-READ
016160         WHEN 3
016170             READ PART-EXCP-3 INTO WS-EXCP-IMAGE
016180                 AT END
016190                     SET WS-PART-EOF TO TRUE
016200             END-READ
016210         WHEN 4
016220             READ PART-EXCP-4 INTO WS-EXCP-IMAGE
016230                 AT END
016240                     SET WS-PART-EOF TO TRUE
016250             END-READ
016260     END-EVALUATE.
016270     IF WS-PART-EOF
016280         GO TO 2310-EXIT
016290     END-IF.
016300     WRITE EXCP-RECORD FROM WS-EXCP-IMAGE.
016310     ADD 1 TO WS-EXCP-COPIED.
016320 2310-EXIT.
016330     EXIT.
016340*
016350* STOPS THE MERGE.  TRANSOUT IS LEFT WITHOUT A TRAILER, SO THE
016360* DOWNSTREAM JOBS REFUSE IT, AND THE STREAMS STAY COMPLETE ON
016370* SEQBLK, SO THE MERGE CAN BE RERUN ONCE THE PART IS PUT RIGHT.
016380* THE DAY'S RUNHIST ENTRY SAYS 'ABORT' AND RETURN CODE 16 KEEPS
016390* THE DOWNSTREAM STEPS FROM BEING RELEASED.
016400 2900-ABORT-MERGE.
016410     DISPLAY WS-ABORT-LINE.
016420     IF WS-LOG-OPEN
016430         MOVE SPACES TO LOG-RECORD
016440         STRING 'TRNMRG ' WS-RUN-DATE ' ' WS-ABORT-LINE
016450             DELIMITED BY SIZE INTO LOG-RECORD
016460         WRITE LOG-RECORD
016470         CLOSE LOG-FILE
016480     END-IF.
016490     CLOSE PART-OUT-1
016500           PART-OUT-2
016510           PART-OUT-3
016520           PART-OUT-4
016530           PART-SUSP-1
016540           PART-SUSP-2
016550           PART-SUSP-3
016560           PART-SUSP-4
016570           PART-EXCP-1
016580           PART-EXCP-2
016590           PART-EXCP-3
016600           PART-EXCP-4
016610           OUTPUT-FILE
016620           SUSPENSE-FILE
016630           EXCEPTION-FILE
016640           LOAD-JOURNAL-FILE
016650           BATCH-HOLD-FILE
016660           HOLD-ACTION-FILE
016670           SEQUENCE-BLOCK-FILE.
016680     MOVE 'ABORT' TO WS-RECONCILE-VERDICT.
016690     MOVE ZERO TO WS-GAP-TOTAL.
016700     PERFORM 9030-WRITE-RUN-HISTORY THRU 9030-EXIT.
016710     MOVE WS-RECORDS-READ TO WS-JS-IN-COUNT.
016720     MOVE WS-OUTPUT-COUNT TO WS-JS-OUT-COUNT.
016730     MOVE 'ABORT' TO WS-JS-STATUS.
016740     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
016750     MOVE 16 TO RETURN-CODE.
016760     STOP RUN.
016770 2900-EXIT.
016780     EXIT.
016790*
016800*****************************************************************
016810* 8000 SERIES - THE COMBINED RECONCILIATION.
016820*****************************************************************
016830* EVERY NUMBER TRNSPLT HANDED OUT FOR THE DAY - FROM THE NUMBER
016840* AFTER THE START OF THE FIRST BLOCK TO THE END OF THE LAST -
016850* MUST BE EITHER A TRANSOUT RECORD OR A GAP LEFT UNUSED AT THE
016860* END OF A STREAM'S BLOCK.  EACH STREAM MUST ALSO HAVE WRITTEN ONE
016870* RECORD FOR EACH NUMBER IT USED, AS ITS OWN 8000 CHECKED.  THE
016880* SUSPENSE COUNT IS SHOWN ALONGSIDE, AS TRNBLD SHOWS IT.
016890 8000-RECONCILE.
016900     DISPLAY 'TRNMRG - SEQUENCE RECONCILIATION FOR '
016910         WS-BUSINESS-DATE.
016920     MOVE ZERO TO WS-USED-TOTAL.
016930     MOVE ZERO TO WS-GAP-TOTAL.
016940     PERFORM 8010-RECONCILE-ONE-STREAM THRU 8010-EXIT
016950         VARYING WS-STREAM-SUB FROM 1 BY 1
016960         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
016970     COMPUTE WS-HANDED-OUT = WS-DAY-END - WS-DAY-START.
016980     MOVE WS-HANDED-OUT TO WS-COUNT-D.
016990     MOVE WS-OUTPUT-COUNT TO WS-COUNT2-D.
017000     MOVE WS-GAP-TOTAL TO WS-COUNT3-D.
017010     MOVE WS-SUSPENSE-COUNT TO WS-COUNT4-D.
017020     MOVE SPACES TO WS-REPORT-LINE.
017030     IF WS-HANDED-OUT = WS-OUTPUT-COUNT + WS-GAP-TOTAL
017040         AND WS-USED-TOTAL = WS-OUTPUT-COUNT
017050         AND NOT WS-STREAM-BREAK
017060         MOVE 'OK' TO WS-RECONCILE-VERDICT
017070         STRING 'RECONCILIATION OK - HANDED OUT=' WS-COUNT-D
017080             ' OUTPUT RECORDS=' WS-COUNT2-D
017090             ' GAPS=' WS-COUNT3-D
017100             ' SUSPENSE RECORDS=' WS-COUNT4-D
017110             DELIMITED BY SIZE INTO WS-REPORT-LINE
017120     ELSE
017130         MOVE 'BREAK' TO WS-RECONCILE-VERDICT
017140         STRING 'RECONCILIATION BREAK - HANDED OUT=' WS-COUNT-D
017150             ' OUTPUT RECORDS=' WS-COUNT2-D
017160             ' GAPS=' WS-COUNT3-D
017170             ' SUSPENSE RECORDS=' WS-COUNT4-D
017180             DELIMITED BY SIZE INTO WS-REPORT-LINE
017190     END-IF.
017200     DISPLAY WS-REPORT-LINE.
017210* A DAY THAT BALANCED BUT SET A REGIONAL BATCH ASIDE IS NOT A
017220* CLEAN DAY - THE SAME 'HELD' VERDICT AND RETURN CODE 4 TRNBLD
017230* GIVES IT.
017240     IF WS-HELD-BATCH-COUNT > ZERO
017250         MOVE WS-HELD-BATCH-COUNT TO WS-HELD-D
017260         DISPLAY 'BATCHES HELD=' WS-HELD-D
017270             ' FIRST SOURCE HELD=' WS-FIRST-HELD-SOURCE
017280             ' - SEE BATHOLD AND THE BATREL RELEASE JOB'
017290         IF WS-RECONCILE-VERDICT = 'OK'
017300             MOVE 'HELD' TO WS-RECONCILE-VERDICT
017310         END-IF
017320         MOVE 4 TO RETURN-CODE
017330     END-IF.
017340 8000-EXIT.
017350     EXIT.
017360*
017370* ONE LINE PER STREAM - ITS BLOCK, THE NUMBERS IT USED, THE
017380* RECORDS IT WROTE AND WHAT IT LEFT UNUSED - AND THE GAP, IF
017390* ANY, LOGGED.
017400 8010-RECONCILE-ONE-STREAM.
017410     MOVE WS-STREAM-SUB TO WS-STREAM-D.
017420     MOVE WS-STREAM-D TO SB-STREAM.
017430     READ SEQUENCE-BLOCK-FILE
017440         INVALID KEY
017450             SET WS-STREAM-BREAK TO TRUE
017460             DISPLAY 'SEQBLK ENTRY FOR STREAM ' WS-STREAM-D
017470                 ' NOT READABLE - STATUS=' WS-BLK-STATUS
017480             GO TO 8010-EXIT
017490     END-READ.
017500     COMPUTE WS-USED-COUNT = SB-LAST-SEQ - SB-BLOCK-START.
017510     COMPUTE WS-GAP-COUNT = SB-BLOCK-END - SB-LAST-SEQ.
017520     ADD WS-USED-COUNT TO WS-USED-TOTAL.
017530     ADD WS-GAP-COUNT TO WS-GAP-TOTAL.
017540     IF WS-USED-COUNT NOT = SB-RECORDS-WRITTEN
017550         OR SB-VERDICT = 'BREAK'
017560         SET WS-STREAM-BREAK TO TRUE
017570     END-IF.
017580     MOVE SPACES TO WS-REPORT-LINE.
017590     IF SB-BLOCK-END = SB-BLOCK-START
017600         STRING 'STREAM ' WS-STREAM-D ' NO NUMBERS RESERVED'
017610             DELIMITED BY SIZE INTO WS-REPORT-LINE
017620     ELSE
017630         COMPUTE WS-FIRST-SEQ = SB-BLOCK-START + 1
017640         COMPUTE WS-NUMBERS-D = SB-BLOCK-END - SB-BLOCK-START
017650         MOVE WS-USED-COUNT TO WS-USED-D
017660         MOVE WS-GAP-COUNT TO WS-GAPS-D
017670         MOVE SB-RECORDS-WRITTEN TO WS-COUNT-D
017680         STRING 'STREAM ' WS-STREAM-D ' RESERVED ' WS-FIRST-SEQ
017690             ' THRU ' SB-BLOCK-END ' (' WS-NUMBERS-D ') USED '
017700             WS-USED-D ' WRITTEN ' WS-COUNT-D ' GAPS '
017710             WS-GAPS-D ' VERDICT ' SB-VERDICT
017720             DELIMITED BY SIZE INTO WS-REPORT-LINE
017730     END-IF.
017740     DISPLAY WS-REPORT-LINE.
017750     IF WS-GAP-COUNT > ZERO
017760         PERFORM 8020-LOG-GAP THRU 8020-EXIT
017770     END-IF.
017780 8010-EXIT.
017790     EXIT.
017800*
017810* THE UNUSED END OF A BLOCK IS NEVER HANDED OUT AGAIN - THE LOG
017820* LINE IS WHAT EXPLAINS IT.
017830 8020-LOG-GAP.
017840     COMPUTE WS-FIRST-SEQ = SB-LAST-SEQ + 1.
017850     MOVE SPACES TO WS-REPORT-LINE.
017860     STRING 'SEQUENCE GAP - STREAM ' WS-STREAM-D
017870         ' NUMBERS ' WS-FIRST-SEQ ' THRU ' SB-BLOCK-END
017880         ' RESERVED NOT USED - RETIRED AS GAPS'
017890         DELIMITED BY SIZE INTO WS-REPORT-LINE.
017900     DISPLAY WS-REPORT-LINE.
017910     IF WS-LOG-OPEN
017920         MOVE SPACES TO LOG-RECORD
017930         STRING 'TRNMRG ' WS-RUN-DATE ' ' WS-REPORT-LINE
017940             DELIMITED BY SIZE INTO LOG-RECORD
017950         WRITE LOG-RECORD
017960     END-IF.
017970 8020-EXIT.
017980     EXIT.
017990*
018000*****************************************************************
018010* 9000 SERIES - END OF JOB.
018020*****************************************************************
018030* THE TRAILER GOES ON ONLY NOW THAT EVERY PART HAS BEEN COPIED.
018040* THE RUNHIST ENTRY IS WRITTEN BEFORE THE STREAMS ARE MARKED
018050* MERGED, SO A FAILURE IN BETWEEN LEAVES A MERGE THAT CAN SIMPLY
018060* BE RUN AGAIN.
018070 9000-TERMINATE.
018080     PERFORM 9005-WRITE-TRANSOUT-TRAILER THRU 9005-EXIT.
018090     CLOSE OUTPUT-FILE
018100           SUSPENSE-FILE
018110           EXCEPTION-FILE.
018120     PERFORM 9030-WRITE-RUN-HISTORY THRU 9030-EXIT.
018130     PERFORM 9040-MARK-ONE-MERGED THRU 9040-EXIT
018140         VARYING WS-STREAM-SUB FROM 1 BY 1
018150         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
018160     CLOSE SEQUENCE-BLOCK-FILE.
018170     IF WS-LOG-OPEN
018180         CLOSE LOG-FILE
018190     END-IF.
018200     MOVE WS-OUTPUT-COUNT TO WS-COUNT-D.
018210     DISPLAY 'TRNMRG - ' WS-COUNT-D ' TRANSOUT RECORDS FOR '
018220         WS-BUSINESS-DATE ' MERGED'.
018221     MOVE WS-RECORDS-READ TO WS-JS-IN-COUNT.
018222     MOVE WS-OUTPUT-COUNT TO WS-JS-OUT-COUNT.
018223     MOVE WS-RECONCILE-VERDICT TO WS-JS-STATUS.
018224     IF WS-MARK-FAILED
018225         MOVE 'EXCPT' TO WS-JS-STATUS
018226         MOVE 16 TO RETURN-CODE
018227     END-IF.
018228     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
018230 9000-EXIT.
018280     EXIT.
018290*
018300 9005-WRITE-TRANSOUT-TRAILER.
018310     MOVE SPACES TO OUT-TRAILER-RECORD.
018320     MOVE 'TRL' TO OT-RECORD-TYPE.
018330     MOVE WS-OUTPUT-COUNT TO OT-RECORD-COUNT.
018340     MOVE WS-OUTPUT-HASH TO OT-HASH-TOTAL.
018350     MOVE WS-BUSINESS-DATE TO OT-BUSINESS-DATE.
018360     WRITE OUT-TRAILER-RECORD.
018370 9005-EXIT.
018380     EXIT.
018390*
018400* THE DAY'S RUNHIST ENTRY, UNDER THE BUSINESS DATE, COVERING THE
018410* WHOLE RANGE TRNSPLT HANDED OUT.  RESTARTS COUNTS THE STREAMS
018420* THAT RESUMED FROM A CHECKPOINT.  THE SAME TOLERANT OPEN TRNBLD
018430* 9030 USES.
018440 9030-WRITE-RUN-HISTORY.
018450     OPEN EXTEND RUN-HISTORY-FILE.
018460     IF NOT WS-HIST-OK
018470         OPEN OUTPUT RUN-HISTORY-FILE
018480     END-IF.
018490     IF NOT WS-HIST-OK
018500         DISPLAY 'RUN HISTORY NOT WRITTEN - STATUS='
018510             WS-HIST-STATUS
018520         GO TO 9030-EXIT
018530     END-IF.
018540     MOVE SPACES TO HIST-RECORD.
018550     MOVE WS-BUSINESS-DATE TO RH-RUN-DATE.
018560     MOVE WS-DAY-START TO RH-START-SEQ.
018570     MOVE WS-DAY-END TO RH-END-SEQ.
018580     MOVE WS-RECORDS-READ TO RH-RECORDS-READ.
018590     MOVE WS-OUTPUT-COUNT TO RH-RECORDS-WRITTEN.
018600     MOVE WS-SUSPENSE-COUNT TO RH-RECORDS-SUSPENDED.
018610     MOVE WS-RESTART-COUNT TO RH-RESTARTS.
018620     MOVE WS-RECONCILE-VERDICT TO RH-VERDICT.
018630     IF WS-HELD-BATCH-COUNT > 99
018640         MOVE 99 TO RH-HELD-BATCHES
018650     ELSE
018660         MOVE WS-HELD-BATCH-COUNT TO RH-HELD-BATCHES
018670     END-IF.
018680     MOVE WS-FIRST-HELD-SOURCE TO RH-HELD-SOURCE.
018690     MOVE WS-GAP-TOTAL TO RH-GAP-COUNT.
018700     WRITE HIST-RECORD.
018710     CLOSE RUN-HISTORY-FILE.
018720 9030-EXIT.
018730     EXIT.
018740*
018741* THE DAY IS ALREADY ON TRANSOUT AND RUNHIST BY NOW.  A STREAM
018742* LEFT UNMARKED STILL LOOKS READY TO MERGE, SO THE JOB ENDS EXCPT
018743* WITH RETURN CODE 16 AND SAYS SO.  THE RERUN REBUILDS THE SAME
018744* TRANSOUT AND MARKS THE STREAM; THE RUN-ONCE CHECK KEEPS EVERY
018745* CONSUMER THAT HAS ALREADY TAKEN THE DAY FROM TAKING IT AGAIN.
018746 9040-MARK-ONE-MERGED.
018747     MOVE WS-STREAM-SUB TO WS-STREAM-D.
018748     MOVE WS-STREAM-D TO SB-STREAM.
018749     READ SEQUENCE-BLOCK-FILE
018750         INVALID KEY
018755             GO TO 9040-EXIT
018760     END-READ.
018765     SET SB-MERGED TO TRUE.
018770     REWRITE BLK-RECORD
018775         INVALID KEY
018780             CONTINUE
018785     END-REWRITE.
018790     IF WS-BLK-OK
018795         GO TO 9040-EXIT
018800     END-IF.
018805     SET WS-MARK-FAILED TO TRUE.
018810     MOVE SPACES TO WS-REPORT-LINE.
018815     STRING 'STREAM ' WS-STREAM-D
018820         ' NOT MARKED MERGED ON SEQBLK - STATUS=' WS-BLK-STATUS
018825         ' - RERUN TRNMRG WHEN SEQBLK IS AVAILABLE'
018830         DELIMITED BY SIZE INTO WS-REPORT-LINE.
018835     DISPLAY WS-REPORT-LINE.
018840     IF WS-LOG-OPEN
018845         MOVE SPACES TO LOG-RECORD
018850         STRING 'TRNMRG ' WS-RUN-DATE ' ' WS-REPORT-LINE
018855             DELIMITED BY SIZE INTO LOG-RECORD
018860         WRITE LOG-RECORD
018865     END-IF.
018870 9040-EXIT.
018890     EXIT.
018900*
018910     COPY JOBSTATP.
