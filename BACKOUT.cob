000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BACKOUT.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* BACKOUT - BUSINESS-DAY BACK-OUT OF A TRNBLD LOAD.
000090*
000100* WHEN A REGION SENDS A WHOLE DAY OF BAD DATA THAT STILL PASSES
000110* THE FEED CONTROLS, THE RUN LOADS IT - NEW ENTRIES ON IDXFILE,
000120* XREFFILE AND (ONCE MSTUPDT HAS RUN) MSTRFILE, AND CHANGES AND
000130* CANCELS APPLIED TO EXISTING IDXFILE ENTRIES BY TRNBLD 2250.
000140* THIS JOB TAKES THAT DAY BACK OUT AGAIN.  THE BUSINESS DATE
000150* AND (OPTIONALLY) ONE SOURCE ARE ANSWERED ON THE CONSOLE, AND
000160* EVERYTHING THE LOAD JOURNAL (LOADJRNL, WRITTEN BY TRNBLD 2480
000170* AND 2490) RECORDS FOR THAT DATE AND SOURCE IS REVERSED:
000180*
000190*   CHANGES AND CANCELS - THE IDXFILE ENTRY IS PUT BACK TO ITS
000200*       JOURNALED BEFORE IMAGE, LATEST FIRST, BUT ONLY WHERE IT
000210*       STILL HOLDS THE JOURNALED AFTER IMAGE.  AN ENTRY A LATER
000220*       RUN HAS CHANGED AGAIN IS LEFT ALONE AND REPORTED.
000230*       THE MSTRFILE ENTRY IS PUT BACK THE SAME WAY ONCE MSTUPDT
000240*       HAS APPLIED THE JOURNAL TO IT; IF MSTUPDT HAS NOT, THE
000250*       BACK-OUT MARKER KEEPS IT FROM EVER DOING SO.
000260*   ADDS - THE IDXFILE ENTRY, ITS XREFFILE ENTRY AND ITS
000270*       MSTRFILE ENTRY ARE DELETED, AGAIN ONLY WHERE THE IDXFILE
000280*       ENTRY IS STILL AS LOADED.
000290*
000300* THE CONTROL SEED IS THEN SETTLED.  WHEN THE WHOLE DAY WAS
000310* BACKED OUT, IT WAS THE LAST LOAD, AND EVERY ADD CAME OFF, THE
000320* SEED IN CTLFILE IS REWOUND TO JUST BELOW THE DAY'S FIRST
000330* SEQUENCE NUMBER SO THE NUMBERS ARE REISSUED.  OTHERWISE THE
000340* SEED IS LEFT WHERE IT IS AND THE NUMBERS BACKED OUT BECOME
000350* GAPS.  EITHER WAY CTLFILE IS ANNOTATED WITH THE DATE BACKED
000360* OUT AND WHICH OF THE TWO WAS DONE (SHOWN BY CTLUTIL), AND A
000370* BACK-OUT MARKER IS APPENDED TO LOADJRNL SO THE SAME DAY IS
000380* NOT BACKED OUT TWICE - A DAY RELOADED AFTER ITS BACK-OUT CAN
000390* STILL BE BACKED OUT AGAIN, AS ONLY ENTRIES AFTER THE MARKER
000400* COUNT.
000410*
000411* NOTHING IS TOUCHED WHILE A TRNBLD RUN IS IN FLIGHT OR
000412* UNFINISHED - A CHECKPOINT ON CHKPTFIL OR ON A STREAM'S CHKPT1-4,
000413* OR A STREAM RESERVED OR COMPLETE BUT NOT YET MERGED ON SEQBLK -
000414* OR WHILE THE HOLDS ON LGLHOLD CANNOT BE READ.  AN ENTRY UNDER A
000415* DISPUTE OR LEGAL HOLD (SEE THE HOLDCHK COPY MEMBERS) IS LEFT AS
000416* IT IS AND THE BLOCKED BACK-OUT GOES TO HOLDACT.  NOTHING IS
000417* TOUCHED UNTIL THE OPERATOR HAS CONFIRMED THE COUNTS AND THE
000418* START OF THE BACK-OUT IS ON AUDITLOG, THE SAME RULE CTLUTIL
000420* FOLLOWS.  EVERY STEP AFTER THAT GOES TO AUDITLOG AND TO THE
000460* BKOUTRPT REPORT, WHICH LISTS EVERY SEQUENCE NUMBER AFFECTED
000470* AND WHAT WAS DONE WITH IT.  THE DAY'S TRANSOUT IS NOT TOUCHED,
000480* BUT A 'BKOUT' RECORD FOR THE DATE IS APPENDED TO RUNHIST, SO
000490* THE RUN-ONCE CHECK IN EVERY DOWNSTREAM JOB REFUSES THAT
000500* TRANSOUT FROM THEN ON, AS IT REFUSES ONE FROM AN ABORTED RUN.
000510* A RELOAD OF THE DAY WRITES A NEWER RUNHIST RECORD, WHICH
000520* STANDS IN ITS PLACE.
000530*
000532* RETURN CODE 0 - BACKED OUT CLEAN.  4 - BACKED OUT, BUT SOME
000534* ENTRIES WERE LEFT ALONE (SEE THE REPORT).  8 - NOTHING BACKED
000536* OUT (REFUSED OR NOT CONFIRMED), OR A FILE COULD NOT BE UPDATED
000540* PART WAY THROUGH - THE REPORT SAYS WHAT WAS NOT DONE.
000570*
000580*   MODIFICATION HISTORY
000590*   -------------------------------------------------------------
000600*   DATE       INIT  DESCRIPTION
000610*   10/15/26   JPD   ORIGINAL VERSION.
000620*   10/15/26   JPD   CHECKPOINT IMAGE WIDENED TO THE 99-SOURCE
000630*                    TRNBLD LAYOUT (3023 BYTES).
000640*   10/15/26   JPD   A CHANGE OR CANCEL REVERTED ON IDXFILE IS
000650*                    NOW REVERTED ON MSTRFILE TOO, WHERE MSTUPDT
000660*                    HAS ALREADY CARRIED IT THERE FROM THE LOAD
000670*                    JOURNAL - BEFORE TEXT AND STATUS RESTORED,
000680*                    AMENDMENT COUNT TAKEN BACK BY ONE.  MASTER
000690*                    LAYOUT WIDENED TO 130 BYTES.
000700*   10/15/26   JPD   CHECKPOINT IMAGE FOLLOWS THE TRNBLD LAYOUT
000710*                    WITH THE TRANSOUT KEY HASH (3039 BYTES).
000720*   10/15/26   JPD   A BACK-OUT NOW APPENDS A 'BKOUT' RECORD FOR
000730*                    THE DATE TO RUNHIST (7100), SO THE DOWNSTREAM
000740*                    RUN-ONCE CHECK REFUSES THE VOID TRANSOUT.
000750*                    CHECKPOINT IMAGE FOLLOWS THE TRNBLD LAYOUT
000760*                    WITH THE STREAM AND BUSINESS DATE (3039
000761*                    BYTES).
000762*   10/15/26   JPD   ALSO REFUSES WHILE A STREAM IS UNMERGED ON
000763*                    SEQBLK OR HOLDS A CHECKPOINT ON CHKPT1-4
000764*                    (1100).  AN ENTRY UNDER A DISPUTE OR LEGAL
000765*                    HOLD IS LEFT ALONE AND LOGGED TO HOLDACT.  A
000766*                    DELETE OR REWRITE THAT FAILS, OR A CTLFILE
000767*                    THAT CANNOT BE WRITTEN (6000), NOW ENDS THE
000770*                    JOB EXCPT WITH RETURN CODE 8.
000780*****************************************************************
000790*
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-370.
000830 OBJECT-COMPUTER. IBM-370.
000840*
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT LOAD-JOURNAL-FILE ASSIGN TO 'LOADJRNL'
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-JRNL-STATUS.
000900*
000910     SELECT INDEXED-FILE ASSIGN TO 'IDXFILE'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS IDX-KEY
000950         FILE STATUS IS WS-IDX-STATUS.
000960*
000970     SELECT XREF-FILE ASSIGN TO 'XREFFILE'
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS XRF-KEY
001010         FILE STATUS IS WS-XREF-STATUS.
001020*
001030     SELECT MASTER-FILE ASSIGN TO 'MSTRFILE'
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS MST-KEY
001070         FILE STATUS IS WS-MST-STATUS.
001080*
001090     SELECT CONTROL-FILE ASSIGN TO 'CTLFILE'
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-CTL-STATUS.
001120*
001130     SELECT CHECKPOINT-FILE ASSIGN TO 'CHKPTFIL'
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-CHKPT-STATUS.
001160*
001170     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-LOG-STATUS.
001200*
001210     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-HIST-STATUS.
001240*
001250     SELECT REPORT-FILE ASSIGN TO 'BKOUTRPT'
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-RPT-STATUS.
001280*
001281     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
001282         ORGANIZATION IS SEQUENTIAL
001283         FILE STATUS IS WS-JSTAT-STATUS.
001284*
001285     SELECT SEQUENCE-BLOCK-FILE ASSIGN TO 'SEQBLK'
001286         ORGANIZATION IS INDEXED
001287         ACCESS MODE IS RANDOM
001288         RECORD KEY IS SB-STREAM
001289         FILE STATUS IS WS-BLK-STATUS.
001290*
001291     SELECT STREAM-CHKPT-1 ASSIGN TO 'CHKPT1'
001292         ORGANIZATION IS SEQUENTIAL
001293         FILE STATUS IS WS-SCHK-STATUS.
001294*
001295     SELECT STREAM-CHKPT-2 ASSIGN TO 'CHKPT2'
001296         ORGANIZATION IS SEQUENTIAL
001297         FILE STATUS IS WS-SCHK-STATUS.
001298*
001299     SELECT STREAM-CHKPT-3 ASSIGN TO 'CHKPT3'
001300         ORGANIZATION IS SEQUENTIAL
001301         FILE STATUS IS WS-SCHK-STATUS.
001302*
001303     SELECT STREAM-CHKPT-4 ASSIGN TO 'CHKPT4'
001304         ORGANIZATION IS SEQUENTIAL
001305         FILE STATUS IS WS-SCHK-STATUS.
001306*
001307     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
001308         ORGANIZATION IS INDEXED
001309         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS LH-KEY
001311         FILE STATUS IS WS-LG-HOLD-STATUS.
001312*
001313     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
001314         ORGANIZATION IS SEQUENTIAL
001315         FILE STATUS IS WS-LG-ACT-STATUS.
001320*
001330 DATA DIVISION.
001340 FILE SECTION.
001350*
001360* THE LOAD JOURNAL AS TRNBLD WRITES IT - ONE ENTRY PER ADD ('A'),
001370* CHANGE ('C') OR CANCEL ('X'), WITH THE IDXFILE BEFORE AND
001380* AFTER IMAGES.  THIS JOB APPENDS THE 'B' BACK-OUT MARKER: ITS
001390* RUN DATE AND SOURCE ARE THE DAY AND SOURCE BACKED OUT, THE
001400* BEFORE LOAD DATE IS THE DAY IT WAS DONE, AND THE AFTER TEXT
001410* NAMES THE OPERATOR.
001420 FD  LOAD-JOURNAL-FILE
001430     RECORD CONTAINS 230 CHARACTERS.
001440 01  JRNL-RECORD.
001450     05  LJ-RUN-DATE                 PIC 9(06).
001460     05  LJ-SOURCE                   PIC X(08).
001470     05  LJ-SRC-KEY                  PIC X(05).
001480     05  LJ-TRAN-CODE                PIC X(01).
001490         88  LJ-ADD                  VALUE 'A'.
001500         88  LJ-CHANGE               VALUE 'C'.
001510         88  LJ-CANCEL               VALUE 'X'.
001520         88  LJ-BACKOUT-MARKER       VALUE 'B'.
001530     05  LJ-GEN                      PIC 9(03).
001540     05  LJ-SEQ                      PIC 9(05).
001550     05  LJ-BEFORE-TEXT              PIC X(95).
001560     05  LJ-BEFORE-LOAD-DATE         PIC 9(06).
001570     05  LJ-BEFORE-STATUS            PIC X(01).
001580     05  LJ-AFTER-TEXT               PIC X(95).
001590     05  LJ-AFTER-STATUS             PIC X(01).
001600     05  FILLER                      PIC X(04).
001610*
001620 FD  INDEXED-FILE.
001630 01  IDX-RECORD.
001640     05  IDX-KEY                     PIC 9(05).
001650     05  IDX-TEXT                    PIC X(95).
001660     05  IDX-LOAD-DATE               PIC 9(06).
001670     05  IDX-STATUS                  PIC X(01).
001680     05  IDX-GEN                     PIC 9(03).
001690*
001700 FD  XREF-FILE.
001710 01  XREF-RECORD.
001720     05  XRF-KEY.
001730         10  XRF-SRC-KEY             PIC X(05).
001740         10  XRF-RUN-DATE            PIC 9(06).
001750     05  XRF-SEQ                     PIC 9(05).
001760     05  XRF-GEN                     PIC 9(03).
001770     05  FILLER                      PIC X(01).
001780*
001790 FD  MASTER-FILE.
001800 01  MASTER-RECORD.
001810     05  MST-KEY.
001820         10  MST-GEN                 PIC 9(03).
001830         10  MST-SEQ                 PIC 9(05).
001840     05  MST-TEXT                    PIC X(95).
001850     05  MST-LOAD-DATE               PIC 9(06).
001860     05  MST-SOURCE                  PIC X(08).
001870     05  MST-DUP-FLAG                PIC X(01).
001880     05  MST-STATUS                  PIC X(01).
001890     05  MST-AMEND-COUNT             PIC 9(03).
001900     05  MST-AMEND-DATE              PIC 9(06).
001910     05  FILLER                      PIC X(02).
001920*
001930 FD  CONTROL-FILE.
001940 01  CTL-RECORD.
001950     05  CTL-LAST-SEQ                PIC 9(05).
001960     05  CTL-GENERATION              PIC 9(03).
001970     05  CTL-BACKOUT-DATE            PIC X(06).
001980     05  CTL-BACKOUT-ACTION          PIC X(01).
001990     05  FILLER                      PIC X(05).
002000*
002010* ONLY WHETHER CHKPTFIL HOLDS ANY RECORD MATTERS HERE, SO THE
002020* CHECKPOINT IS READ AS ONE UNBROKEN IMAGE.
002030 FD  CHECKPOINT-FILE.
002040 01  CHKPT-RECORD                    PIC X(3039).
002050*
002060 FD  LOG-FILE.
002070 01  LOG-RECORD                      PIC X(132).
002080*
002090* THE RUN-HISTORY LAYOUT - SEE TRNBLD 9030.  THIS JOB APPENDS ONLY
002100* THE 'BKOUT' RECORD: THE DATE BACKED OUT AND THE VERDICT, WITH
002110* NOTHING READ, WRITTEN OR NUMBERED.
002120 FD  RUN-HISTORY-FILE
002130     RECORD CONTAINS 60 CHARACTERS.
002140 01  HIST-RECORD.
002150     05  RH-RUN-DATE                 PIC 9(06).
002160     05  RH-START-SEQ                PIC 9(05).
002170     05  RH-END-SEQ                  PIC 9(05).
002180     05  RH-RECORDS-READ             PIC 9(07).
002190     05  RH-RECORDS-WRITTEN          PIC 9(07).
002200     05  RH-RECORDS-SUSPENDED        PIC 9(07).
002210     05  RH-RESTARTS                 PIC 9(03).
002220     05  RH-VERDICT                  PIC X(05).
002230     05  RH-HELD-BATCHES             PIC 9(02).
002240     05  RH-HELD-SOURCE              PIC X(08).
002250     05  RH-GAP-COUNT                PIC 9(05).
002260*
002270 FD  REPORT-FILE
002280     RECORD CONTAINS 132 CHARACTERS.
002290 01  REPORT-LINE                     PIC X(132).
002291*
002292 FD  JOB-STAT-FILE
002293     RECORD CONTAINS 50 CHARACTERS.
002294 01  JOB-STAT-RECORD                 PIC X(50).
002295*
002296* THE STREAM RESERVATIONS TRNSPLT KEEPS - SEE TRNSPLT FOR THE FULL
002297* LAYOUT.  ONLY THE STATUS OF EACH STREAM MATTERS HERE.
002298 FD  SEQUENCE-BLOCK-FILE
002299     RECORD CONTAINS 100 CHARACTERS.
002300 01  BLK-RECORD.
002301     05  SB-STREAM                   PIC X(01).
002302     05  FILLER                      PIC X(09).
002303     05  SB-STATUS                   PIC X(01).
002304         88  SB-RESERVED             VALUE 'R'.
002305         88  SB-COMPLETE             VALUE 'C'.
002306     05  FILLER                      PIC X(89).
002307*
002308* EACH STREAM STEP'S OWN CHKPTFIL, READ LIKE CHECKPOINT-FILE.
002309 FD  STREAM-CHKPT-1
002310     RECORD CONTAINS 3039 CHARACTERS.
002311 01  STREAM-CHKPT-RECORD-1           PIC X(3039).
002312*
002313 FD  STREAM-CHKPT-2
002314     RECORD CONTAINS 3039 CHARACTERS.
002315 01  STREAM-CHKPT-RECORD-2           PIC X(3039).
002316*
002317 FD  STREAM-CHKPT-3
002318     RECORD CONTAINS 3039 CHARACTERS.
002319 01  STREAM-CHKPT-RECORD-3           PIC X(3039).
002320*
002321 FD  STREAM-CHKPT-4
002322     RECORD CONTAINS 3039 CHARACTERS.
002323 01  STREAM-CHKPT-RECORD-4           PIC X(3039).
002324*
002325* THE DISPUTE AND LEGAL HOLD FILES - SEE THE HOLDCHK COPY
002326* MEMBERS.  A HELD ENTRY IS NOT BACKED OUT.
002327 FD  LEGAL-HOLD-FILE
002328     RECORD CONTAINS 120 CHARACTERS.
002329 01  LEGAL-HOLD-RECORD.
002330     05  LH-KEY                      PIC X(09).
002331     05  FILLER                      PIC X(111).
002332*
002333 FD  HOLD-ACTION-FILE
002334     RECORD CONTAINS 80 CHARACTERS.
002335 01  HOLD-ACTION-RECORD              PIC X(80).
002340*
002350 WORKING-STORAGE SECTION.
002360*
002363     COPY JOBSTAT.
002366*
002370     COPY HOLDCHK.
002380*
002390 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
002400 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
002410 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
002420 77  WS-JRNL-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
002430 77  WS-JRNL-REC-NO                  PIC 9(07) COMP VALUE ZERO.
002440 77  WS-MARKER-REC-NO                PIC 9(07) COMP VALUE ZERO.
002450 77  WS-ADD-COUNT                    PIC 9(07) COMP VALUE ZERO.
002460 77  WS-MAINT-COUNT                  PIC 9(05) COMP VALUE ZERO.
002470 77  WS-MAINT-MAX                    PIC 9(05) COMP VALUE 2000.
002480 77  WS-MAINT-SUB                    PIC S9(05) COMP VALUE ZERO.
002490 77  WS-REVERTED-COUNT               PIC 9(07) COMP VALUE ZERO.
002500 77  WS-IDX-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
002510 77  WS-XREF-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
002520 77  WS-MST-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
002530 77  WS-MST-REVERTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002540 77  WS-LEFT-COUNT                   PIC 9(07) COMP VALUE ZERO.
002550 77  WS-ADDS-LEFT-COUNT              PIC 9(07) COMP VALUE ZERO.
002560 77  WS-LOW-SEQ                      PIC 9(05) VALUE ZERO.
002570 77  WS-HIGH-SEQ                     PIC 9(05) VALUE ZERO.
002580 77  WS-ADD-GEN                      PIC 9(03) VALUE ZERO.
002590 77  WS-OLD-SEQ                      PIC 9(05) VALUE ZERO.
002600 77  WS-OLD-GEN                      PIC 9(03) VALUE ZERO.
002610 77  WS-NEW-SEQ                      PIC 9(05) VALUE ZERO.
002620 77  WS-COUNT-D                      PIC 9(07).
002623 77  WS-COUNT2-D                     PIC 9(07).
002626 77  WS-STREAM-SUB                   PIC 9(01) COMP VALUE ZERO.
002630 77  WS-STREAM-D                     PIC 9(01).
002640*
002650 01  WS-JRNL-STATUS                  PIC X(02).
002660     88  WS-JRNL-OK                  VALUE '00'.
002670*
002680 01  WS-IDX-STATUS                   PIC X(02).
002690     88  WS-IDX-OK                   VALUE '00'.
002700*
002710 01  WS-XREF-STATUS                  PIC X(02).
002720     88  WS-XREF-OK                  VALUE '00'.
002730*
002740 01  WS-MST-STATUS                   PIC X(02).
002750     88  WS-MST-OK                   VALUE '00'.
002760*
002770 01  WS-CTL-STATUS                   PIC X(02).
002780     88  WS-CTL-OK                   VALUE '00'.
002790*
002800 01  WS-CHKPT-STATUS                 PIC X(02).
002810     88  WS-CHKPT-OK                 VALUE '00'.
002820*
002830 01  WS-LOG-STATUS                   PIC X(02).
002840     88  WS-LOG-OK                   VALUE '00'.
002850*
002860 01  WS-RPT-STATUS                   PIC X(02).
002870     88  WS-RPT-OK                   VALUE '00'.
002880*
002890 01  WS-HIST-STATUS                  PIC X(02).
002891     88  WS-HIST-OK                  VALUE '00'.
002892*
002893 01  WS-BLK-STATUS                   PIC X(02).
002894     88  WS-BLK-OK                   VALUE '00'.
002895     88  WS-BLK-NOT-FOUND            VALUE '35'.
002896*
002897 01  WS-SCHK-STATUS                  PIC X(02).
002900     88  WS-SCHK-OK                  VALUE '00'.
002910*
002920 01  WS-PROCEED-SW                   PIC X(01) VALUE 'Y'.
002930     88  WS-PROCEED                  VALUE 'Y'.
002940     88  WS-REFUSED                  VALUE 'N'.
002950*
002960 01  WS-JRNL-EOF-SW                  PIC X(01) VALUE 'N'.
002970     88  WS-JRNL-EOF                 VALUE 'Y'.
002980*
002990 01  WS-AUDIT-OK-SW                  PIC X(01) VALUE 'N'.
003000     88  WS-AUDIT-OK                 VALUE 'Y'.
003010*
003020 01  WS-CTL-FOUND-SW                 PIC X(01) VALUE 'N'.
003030     88  WS-CTL-FOUND                VALUE 'Y'.
003040*
003050 01  WS-MST-OPEN-SW                  PIC X(01) VALUE 'N'.
003060     88  WS-MST-OPEN                 VALUE 'Y'.
003070*
003080 01  WS-OVERFLOW-SW                  PIC X(01) VALUE 'N'.
003090     88  WS-OVERFLOW                 VALUE 'Y'.
003100*
003110 01  WS-MIXED-GEN-SW                 PIC X(01) VALUE 'N'.
003120     88  WS-MIXED-GEN                VALUE 'Y'.
003130*
003131 01  WS-KEYED-OPEN-SW                PIC X(01) VALUE 'N'.
003132     88  WS-KEYED-OPEN               VALUE 'Y'.
003133*
003134 01  WS-SCHK-FOUND-SW                PIC X(01) VALUE 'N'.
003135     88  WS-SCHK-FOUND               VALUE 'Y'.
003136*
003137 01  WS-BLK-OPEN-SW                  PIC X(01) VALUE 'N'.
003144     88  WS-BLK-OPEN                 VALUE 'Y'.
003145*
003146* SET WHEN A FILE COULD NOT BE UPDATED PART WAY THROUGH THE
003147* BACK-OUT - THE JOB THEN ENDS EXCPT WITH RETURN CODE 8.
003148 01  WS-UPDATE-FAILED-SW             PIC X(01) VALUE 'N'.
003149     88  WS-UPDATE-FAILED            VALUE 'Y'.
003150*
003152* SET BY 4300/4400 WHEN AN ADD'S XREFFILE OR MSTRFILE ENTRY
003154* COULD NOT BE DELETED.
003156 01  WS-ADD-FAILED-SW                PIC X(01) VALUE 'N'.
003158     88  WS-ADD-FAILED               VALUE 'Y'.
003160*
003170 01  WS-DATE-REPLY                   PIC X(06).
003180 01  WS-BACKOUT-DATE                 PIC 9(06) VALUE ZERO.
003190 01  WS-BACKOUT-DATE-R  REDEFINES WS-BACKOUT-DATE.
003200     05  WS-BO-YY                    PIC 9(02).
003210     05  WS-BO-MM                    PIC 9(02).
003220     05  WS-BO-DD                    PIC 9(02).
003230 01  WS-BACKOUT-SOURCE               PIC X(08) VALUE SPACES.
003240 01  WS-SOURCE-SHOWN                 PIC X(08) VALUE SPACES.
003250 01  WS-CONFIRM-REPLY                PIC X(01).
003260 01  WS-OPERATOR-INITIALS            PIC X(03) VALUE SPACES.
003270 01  WS-REFUSE-REASON                PIC X(80) VALUE SPACES.
003280*
003290 01  WS-RUN-DATE                     PIC 9(06).
003300 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
003310     05  WS-RUN-YY                   PIC 9(02).
003320     05  WS-RUN-MM                   PIC 9(02).
003330     05  WS-RUN-DD                   PIC 9(02).
003340*
003350* THE CHANGES AND CANCELS FOR THE DAY, IN JOURNAL ORDER, SO
003360* THEY CAN BE REVERSED LATEST FIRST.
003370 01  WS-MAINT-TABLE.
003380     05  WS-MT-ENTRY  OCCURS 2000 TIMES.
003390         10  WS-MT-SRC-KEY           PIC X(05).
003400         10  WS-MT-TRAN-CODE         PIC X(01).
003410         10  WS-MT-GEN               PIC 9(03).
003420         10  WS-MT-SEQ               PIC 9(05).
003430         10  WS-MT-SOURCE            PIC X(08).
003440         10  WS-MT-BEFORE-TEXT       PIC X(95).
003450         10  WS-MT-BEFORE-LOAD-DATE  PIC 9(06).
003460         10  WS-MT-BEFORE-STATUS     PIC X(01).
003470         10  WS-MT-AFTER-TEXT        PIC X(95).
003480         10  WS-MT-AFTER-STATUS      PIC X(01).
003490*
003500 01  WS-HEADING-1.
003510     05  FILLER                      PIC X(01) VALUE SPACE.
003520     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
003530     05  WS-H1-MM                    PIC 9(02).
003540     05  FILLER                      PIC X(01) VALUE '/'.
003550     05  WS-H1-DD                    PIC 9(02).
003560     05  FILLER                      PIC X(01) VALUE '/'.
003570     05  WS-H1-YY                    PIC 9(02).
003580     05  FILLER                      PIC X(13) VALUE SPACES.
003590     05  FILLER                      PIC X(25) VALUE
003600             'BUSINESS-DAY BACK-OUT LOG'.
003610     05  FILLER                      PIC X(13) VALUE SPACES.
003620     05  FILLER                      PIC X(05) VALUE 'PAGE '.
003630     05  WS-H1-PAGE                  PIC ZZZZ9.
003640     05  FILLER                      PIC X(52) VALUE SPACES.
003650*
003660 01  WS-HEADING-2.
003670     05  FILLER                      PIC X(01) VALUE SPACE.
003680     05  FILLER                      PIC X(24) VALUE
003690             'BUSINESS DATE BACKED OUT'.
003700     05  FILLER                      PIC X(02) VALUE ': '.
003710     05  WS-H2-DATE                  PIC 9(06).
003720     05  FILLER                      PIC X(10) VALUE SPACES.
003730     05  FILLER                      PIC X(08) VALUE 'SOURCE: '.
003740     05  WS-H2-SOURCE                PIC X(08).
003750     05  FILLER                      PIC X(10) VALUE SPACES.
003760     05  FILLER                      PIC X(10) VALUE 'OPERATOR: '.
003770     05  WS-H2-INITIALS              PIC X(03).
003780     05  FILLER                      PIC X(50) VALUE SPACES.
003790*
003800 01  WS-HEADING-3.
003810     05  FILLER                      PIC X(01) VALUE SPACE.
003820     05  FILLER                      PIC X(10) VALUE 'GEN/SEQ'.
003830     05  FILLER                      PIC X(08) VALUE 'SRC KEY'.
003840     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
003850     05  FILLER                      PIC X(08) VALUE 'TRAN'.
003860     05  FILLER                      PIC X(12) VALUE 'IDXFILE'.
003870     05  FILLER                      PIC X(12) VALUE 'XREFFILE'.
003880     05  FILLER                      PIC X(12) VALUE 'MSTRFILE'.
003890     05  FILLER                      PIC X(59) VALUE 'NOTE'.
003900*
003910 01  WS-DETAIL-LINE.
003920     05  FILLER                      PIC X(01) VALUE SPACE.
003930     05  WS-DTL-GEN                  PIC 9(03).
003940     05  FILLER                      PIC X(01) VALUE '/'.
003950     05  WS-DTL-SEQ                  PIC 9(05).
003960     05  FILLER                      PIC X(01) VALUE SPACE.
003970     05  WS-DTL-SRC-KEY              PIC X(05).
003980     05  FILLER                      PIC X(03) VALUE SPACES.
003990     05  WS-DTL-SOURCE               PIC X(08).
004000     05  FILLER                      PIC X(02) VALUE SPACES.
004010     05  WS-DTL-TRAN                 PIC X(06).
004020     05  FILLER                      PIC X(02) VALUE SPACES.
004030     05  WS-DTL-IDX-ACTION           PIC X(10).
004040     05  FILLER                      PIC X(02) VALUE SPACES.
004050     05  WS-DTL-XREF-ACTION          PIC X(10).
004060     05  FILLER                      PIC X(02) VALUE SPACES.
004070     05  WS-DTL-MST-ACTION           PIC X(10).
004080     05  FILLER                      PIC X(02) VALUE SPACES.
004090     05  WS-DTL-NOTE                 PIC X(40).
004100     05  FILLER                      PIC X(19) VALUE SPACES.
004110*
004120 01  WS-TOTAL-LINE.
004130     05  FILLER                      PIC X(01) VALUE SPACE.
004140     05  WS-TOT-LABEL                PIC X(40).
004150     05  FILLER                      PIC X(01) VALUE SPACE.
004160     05  WS-TOT-COUNT                PIC ZZZZZZ9.
004170     05  FILLER                      PIC X(83) VALUE SPACES.
004180*
004190 01  WS-MSG-LINE.
004200     05  FILLER                      PIC X(01) VALUE SPACE.
004210     05  WS-MSG-TEXT                 PIC X(120).
004220     05  FILLER                      PIC X(11) VALUE SPACES.
004230*
004240 PROCEDURE DIVISION.
004250*
004260 0000-MAINLINE.
004270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004280     IF WS-PROCEED
004290         PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
004300     END-IF.
004310     IF WS-PROCEED
004320         PERFORM 2500-CONFIRM-BACKOUT THRU 2500-EXIT
004330     END-IF.
004340     IF WS-PROCEED
004350         PERFORM 3000-REVERT-MAINTENANCE THRU 3000-EXIT
004360         PERFORM 4000-REMOVE-ADDS THRU 4000-EXIT
004370         PERFORM 6000-SETTLE-CONTROL-SEED THRU 6000-EXIT
004380         PERFORM 7000-WRITE-BACKOUT-MARKER THRU 7000-EXIT
004390         PERFORM 7100-WRITE-HISTORY-VERDICT THRU 7100-EXIT
004400     END-IF.
004410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004420     STOP RUN.
004430*
004432* THE BUSINESS DATE AND SOURCE ARE ANSWERED ON THE CONSOLE.  A
004434* DATE THAT IS NOT A PLAUSIBLE YYMMDD, A TRNBLD RUN STILL OPEN
004436* (1100), HOLDS THAT CANNOT BE READ OR A MISSING CONTROL FILE
004440* REFUSES THE RUN BEFORE ANYTHING IS READ.
004480 1000-INITIALIZE.
004490     ACCEPT WS-RUN-DATE FROM DATE.
004500     MOVE 'BACKOUT' TO WS-JS-JOB-NAME.
004510     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
004520     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
004530     OPEN OUTPUT REPORT-FILE.
004540     DISPLAY 'BUSINESS DATE TO BACK OUT (YYMMDD): '
004550         WITH NO ADVANCING.
004560     ACCEPT WS-DATE-REPLY.
004570     IF WS-DATE-REPLY NOT NUMERIC
004580         MOVE 'BUSINESS DATE MUST BE YYMMDD' TO WS-REFUSE-REASON
004590         SET WS-REFUSED TO TRUE
004600         GO TO 1000-EXIT
004610     END-IF.
004620     MOVE WS-DATE-REPLY TO WS-BACKOUT-DATE.
004630     IF WS-BO-MM < 1 OR WS-BO-MM > 12
004640         OR WS-BO-DD < 1 OR WS-BO-DD > 31
004650         MOVE 'BUSINESS DATE MUST BE YYMMDD' TO WS-REFUSE-REASON
004660         SET WS-REFUSED TO TRUE
004670         GO TO 1000-EXIT
004680     END-IF.
004690     DISPLAY 'SOURCE TO BACK OUT (BLANK FOR ALL): '
004700         WITH NO ADVANCING.
004710     ACCEPT WS-BACKOUT-SOURCE.
004720     IF WS-BACKOUT-SOURCE = SPACES
004730         MOVE 'ALL' TO WS-SOURCE-SHOWN
004740     ELSE
004750         MOVE WS-BACKOUT-SOURCE TO WS-SOURCE-SHOWN
004760     END-IF.
004770     PERFORM 1100-CHECK-CHECKPOINT THRU 1100-EXIT.
004780     IF WS-REFUSED
004790         GO TO 1000-EXIT
004791     END-IF.
004792     MOVE 'BACKOUT' TO WS-LG-PROGRAM.
004793     PERFORM 9600-LOAD-ACTIVE-HOLDS THRU 9600-EXIT.
004794     IF WS-LG-FAILED
004795         MOVE 'HOLDS ON LGLHOLD COULD NOT BE READ'
004796             TO WS-REFUSE-REASON
004797         SET WS-REFUSED TO TRUE
004798         GO TO 1000-EXIT
004800     END-IF.
004810     PERFORM 1200-READ-CONTROL-SEED THRU 1200-EXIT.
004820     IF NOT WS-CTL-FOUND
004830         MOVE 'NO CONTROL SEED ON CTLFILE' TO WS-REFUSE-REASON
004840         SET WS-REFUSED TO TRUE
004850     END-IF.
004860 1000-EXIT.
004870     EXIT.
004880*
004882* A CHECKPOINT ON CHKPTFIL MEANS A TRNBLD RUN IS IN FLIGHT OR
004884* ENDED WITHOUT REACHING 9020 - THE FILES ARE MID-LOAD AND ARE
004886* NOT BACKED OUT UNDER IT.  CTLUTIL CLEARS A STALE ONE.  THE
004890* REGIONAL STREAMS ARE CHECKED THE SAME WAY (1110).
004920 1100-CHECK-CHECKPOINT.
004930     OPEN INPUT CHECKPOINT-FILE.
004940     IF NOT WS-CHKPT-OK
004950         GO TO 1100-EXIT
004960     END-IF.
004970     READ CHECKPOINT-FILE
004980         AT END
004990             CONTINUE
005000     END-READ.
005010     IF WS-CHKPT-OK
005020         MOVE 'CHECKPOINT ON CHKPTFIL - TRNBLD RUN UNFINISHED'
005030             TO WS-REFUSE-REASON
005040         SET WS-REFUSED TO TRUE
005050     END-IF.
005052     CLOSE CHECKPOINT-FILE.
005053     IF WS-REFUSED
005054         GO TO 1100-EXIT
005055     END-IF.
005056     PERFORM 1110-CHECK-STREAMS THRU 1110-EXIT.
005057 1100-EXIT.
005058     EXIT.
005059*
005060* A STREAM RESERVED OR COMPLETE ON SEQBLK IS LOADING, OR HAS
005061* LOADED AND NOT BEEN MERGED - TRNMRG WOULD THEN WRITE THE DAY'S
005062* TRANSOUT AND RUNHIST RECORD OVER THE BACK-OUT.  A CHECKPOINT ON
005063* A STREAM'S CHKPT1-4 IS ITS RUN LEFT UNFINISHED.  NO SEQBLK
005064* MEANS THE STREAMS HAVE NEVER RUN.
005065 1110-CHECK-STREAMS.
005066     OPEN INPUT SEQUENCE-BLOCK-FILE.
005067     IF NOT WS-BLK-OK
005068         AND NOT WS-BLK-NOT-FOUND
005069         MOVE SPACES TO WS-REFUSE-REASON
005070         STRING 'SEQBLK NOT READABLE - STATUS=' WS-BLK-STATUS
005071             DELIMITED BY SIZE INTO WS-REFUSE-REASON
005072         SET WS-REFUSED TO TRUE
005073         GO TO 1110-EXIT
005074     END-IF.
005075     IF WS-BLK-OK
005076         SET WS-BLK-OPEN TO TRUE
005077     END-IF.
005078     PERFORM 1120-CHECK-ONE-STREAM THRU 1120-EXIT
005079         VARYING WS-STREAM-SUB FROM 1 BY 1
005080         UNTIL WS-STREAM-SUB > 4
005081            OR WS-REFUSED.
005082     IF WS-BLK-OPEN
005083         CLOSE SEQUENCE-BLOCK-FILE
005084         MOVE 'N' TO WS-BLK-OPEN-SW
005085     END-IF.
005086 1110-EXIT.
005087     EXIT.
005088*
005089 1120-CHECK-ONE-STREAM.
005090     MOVE WS-STREAM-SUB TO WS-STREAM-D.
005091     IF WS-BLK-OPEN
005092         MOVE WS-STREAM-D TO SB-STREAM
005093         READ SEQUENCE-BLOCK-FILE
005094             INVALID KEY
005095                 MOVE SPACES TO SB-STATUS
005096         END-READ
005097         IF SB-RESERVED OR SB-COMPLETE
005098             MOVE SPACES TO WS-REFUSE-REASON
005099             STRING 'STREAM ' WS-STREAM-D ' NOT MERGED ON SEQBLK'
005100                 ' - TRNBLD RUN UNFINISHED'
005101                 DELIMITED BY SIZE INTO WS-REFUSE-REASON
005102             SET WS-REFUSED TO TRUE
005103             GO TO 1120-EXIT
005104         END-IF
005105     END-IF.
005106     PERFORM 1130-CHECK-STREAM-CHKPT THRU 1130-EXIT.
005107     IF WS-SCHK-FOUND
005108         MOVE SPACES TO WS-REFUSE-REASON
005109         STRING 'CHECKPOINT ON CHKPT' WS-STREAM-D
005110             ' - TRNBLD RUN UNFINISHED'
005111             DELIMITED BY SIZE INTO WS-REFUSE-REASON
005112         SET WS-REFUSED TO TRUE
005113     END-IF.
005114 1120-EXIT.
005115     EXIT.
005116*
005117 1130-CHECK-STREAM-CHKPT.
005118     MOVE 'N' TO WS-SCHK-FOUND-SW.
005119     EVALUATE WS-STREAM-SUB
005120         WHEN 1
005121             OPEN INPUT STREAM-CHKPT-1
005122             IF WS-SCHK-OK
005123                 READ STREAM-CHKPT-1
005124                     NOT AT END
005125                         SET WS-SCHK-FOUND TO TRUE
005126                 END-READ
005127                 CLOSE STREAM-CHKPT-1
005128             END-IF
005129         WHEN 2
005130             OPEN INPUT STREAM-CHKPT-2
005131             IF WS-SCHK-OK
005132                 READ STREAM-CHKPT-2
005133                     NOT AT END
005134                         SET WS-SCHK-FOUND TO TRUE
005135                 END-READ
005136                 CLOSE STREAM-CHKPT-2
005137             END-IF
005138         WHEN 3
005139             OPEN INPUT STREAM-CHKPT-3
005140             IF WS-SCHK-OK
005141                 READ STREAM-CHKPT-3
005142                     NOT AT END
005143                         SET WS-SCHK-FOUND TO TRUE
005144                 END-READ
005145                 CLOSE STREAM-CHKPT-3
005146             END-IF
005147         WHEN 4
005148             OPEN INPUT STREAM-CHKPT-4
005149             IF WS-SCHK-OK
005150                 READ STREAM-CHKPT-4
005151                     NOT AT END
005152                         SET WS-SCHK-FOUND TO TRUE
005153                 END-READ
005154                 CLOSE STREAM-CHKPT-4
005155             END-IF
005156     END-EVALUATE.
005157 1130-EXIT.
005158     EXIT.
005159*
005160* READS THE ONE-RECORD CONTROL FILE THE SAME TOLERANT WAY
005161* TRNBLD 1010 DOES.
005162 1200-READ-CONTROL-SEED.
005163     MOVE 'N' TO WS-CTL-FOUND-SW.
005164     OPEN INPUT CONTROL-FILE.
005165     IF NOT WS-CTL-OK
005166         GO TO 1200-EXIT
005170     END-IF.
005180     READ CONTROL-FILE
005190         AT END
005200             MOVE ZERO TO CTL-LAST-SEQ
005210             MOVE ZERO TO CTL-GENERATION
005220     END-READ.
005230     IF CTL-LAST-SEQ NUMERIC
005240         MOVE CTL-LAST-SEQ TO WS-OLD-SEQ
005250         SET WS-CTL-FOUND TO TRUE
005260     END-IF.
005270     IF CTL-GENERATION NUMERIC
005280         MOVE CTL-GENERATION TO WS-OLD-GEN
005290     END-IF.
005300     CLOSE CONTROL-FILE.
005310 1200-EXIT.
005320     EXIT.
005330*
005340* FIRST PASS OVER LOADJRNL.  EVERY ENTRY FOR THE DATE (AND
005350* SOURCE) IS COUNTED; CHANGES AND CANCELS ARE TABLED FOR 3000,
005360* ADDS ARE LEFT FOR THE SECOND PASS IN 4000 BUT THEIR SEQUENCE
005370* RANGE IS TAKEN HERE.  A BACK-OUT MARKER COVERING THE DATE
005380* STARTS THE COUNT AGAIN, SO ONLY A RELOAD AFTER AN EARLIER
005390* BACK-OUT IS EVER IN PLAY.
005400 2000-SCAN-JOURNAL.
005410     OPEN INPUT LOAD-JOURNAL-FILE.
005420     IF NOT WS-JRNL-OK
005430         MOVE 'LOADJRNL NOT AVAILABLE' TO WS-REFUSE-REASON
005440         SET WS-REFUSED TO TRUE
005450         GO TO 2000-EXIT
005460     END-IF.
005470     MOVE 'N' TO WS-JRNL-EOF-SW.
005480     MOVE ZERO TO WS-JRNL-REC-NO.
005490     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
005500         UNTIL WS-JRNL-EOF.
005510     CLOSE LOAD-JOURNAL-FILE.
005520     IF WS-OVERFLOW
005530         MOVE 'MORE THAN 2000 CHANGES/CANCELS FOR THE DATE'
005540             TO WS-REFUSE-REASON
005550         SET WS-REFUSED TO TRUE
005560         GO TO 2000-EXIT
005570     END-IF.
005580     IF WS-ADD-COUNT = ZERO AND WS-MAINT-COUNT = ZERO
005590         MOVE 'NOTHING ON LOADJRNL FOR THE DATE - OR BACKED OUT'
005600             TO WS-REFUSE-REASON
005610         SET WS-REFUSED TO TRUE
005620     END-IF.
005630 2000-EXIT.
005640     EXIT.
005650*
005660 2100-SCAN-ONE-ENTRY.
005670     READ LOAD-JOURNAL-FILE
005680         AT END
005690             SET WS-JRNL-EOF TO TRUE
005700             GO TO 2100-EXIT
005710     END-READ.
005720     ADD 1 TO WS-JRNL-READ-COUNT.
005730     ADD 1 TO WS-JRNL-REC-NO.
005740     IF LJ-RUN-DATE NOT = WS-BACKOUT-DATE
005750         GO TO 2100-EXIT
005760     END-IF.
005770     IF LJ-BACKOUT-MARKER
005780         IF LJ-SOURCE = SPACES
005790             OR LJ-SOURCE = WS-BACKOUT-SOURCE
005800             PERFORM 2200-RESTART-COUNT THRU 2200-EXIT
005810         END-IF
005820         GO TO 2100-EXIT
005830     END-IF.
005840     IF WS-BACKOUT-SOURCE NOT = SPACES
005850         AND LJ-SOURCE NOT = WS-BACKOUT-SOURCE
005860         GO TO 2100-EXIT
005870     END-IF.
005880     IF LJ-ADD
005890         PERFORM 2300-NOTE-ADD THRU 2300-EXIT
005900         GO TO 2100-EXIT
005910     END-IF.
005920     IF LJ-CHANGE OR LJ-CANCEL
005930         PERFORM 2400-TABLE-MAINTENANCE THRU 2400-EXIT
005940     END-IF.
005950 2100-EXIT.
005960     EXIT.
005970*
005980 2200-RESTART-COUNT.
005990     MOVE WS-JRNL-REC-NO TO WS-MARKER-REC-NO.
006000     MOVE ZERO TO WS-ADD-COUNT.
006010     MOVE ZERO TO WS-MAINT-COUNT.
006020     MOVE ZERO TO WS-LOW-SEQ.
006030     MOVE ZERO TO WS-HIGH-SEQ.
006040     MOVE 'N' TO WS-OVERFLOW-SW.
006050     MOVE 'N' TO WS-MIXED-GEN-SW.
006060 2200-EXIT.
006070     EXIT.
006080*
006090* A DAY THAT STRADDLES A WRAP RESET CARRIES TWO GENERATIONS -
006100* ITS NUMBERS ARE NEVER REWOUND.
006110 2300-NOTE-ADD.
006120     ADD 1 TO WS-ADD-COUNT.
006130     IF WS-ADD-COUNT = 1
006140         MOVE LJ-SEQ TO WS-LOW-SEQ
006150         MOVE LJ-SEQ TO WS-HIGH-SEQ
006160         MOVE LJ-GEN TO WS-ADD-GEN
006170         GO TO 2300-EXIT
006180     END-IF.
006190     IF LJ-GEN NOT = WS-ADD-GEN
006200         SET WS-MIXED-GEN TO TRUE
006210     END-IF.
006220     IF LJ-SEQ < WS-LOW-SEQ
006230         MOVE LJ-SEQ TO WS-LOW-SEQ
006240     END-IF.
006250     IF LJ-SEQ > WS-HIGH-SEQ
006260         MOVE LJ-SEQ TO WS-HIGH-SEQ
006270     END-IF.
006280 2300-EXIT.
006290     EXIT.
006300*
006310 2400-TABLE-MAINTENANCE.
006320     IF WS-MAINT-COUNT >= WS-MAINT-MAX
006330         SET WS-OVERFLOW TO TRUE
006340         GO TO 2400-EXIT
006350     END-IF.
006360     ADD 1 TO WS-MAINT-COUNT.
006370     MOVE LJ-SRC-KEY TO WS-MT-SRC-KEY(WS-MAINT-COUNT).
006380     MOVE LJ-TRAN-CODE TO WS-MT-TRAN-CODE(WS-MAINT-COUNT).
006390     MOVE LJ-GEN TO WS-MT-GEN(WS-MAINT-COUNT).
006400     MOVE LJ-SEQ TO WS-MT-SEQ(WS-MAINT-COUNT).
006410     MOVE LJ-SOURCE TO WS-MT-SOURCE(WS-MAINT-COUNT).
006420     MOVE LJ-BEFORE-TEXT TO WS-MT-BEFORE-TEXT(WS-MAINT-COUNT).
006430     MOVE LJ-BEFORE-LOAD-DATE
006440         TO WS-MT-BEFORE-LOAD-DATE(WS-MAINT-COUNT).
006450     MOVE LJ-BEFORE-STATUS TO WS-MT-BEFORE-STATUS(WS-MAINT-COUNT).
006460     MOVE LJ-AFTER-TEXT TO WS-MT-AFTER-TEXT(WS-MAINT-COUNT).
006470     MOVE LJ-AFTER-STATUS TO WS-MT-AFTER-STATUS(WS-MAINT-COUNT).
006480 2400-EXIT.
006490     EXIT.
006500*
006510* SHOWS THE OPERATOR WHAT WILL COME OUT, OPENS THE KEYED FILES,
006520* AND TAKES THE CONFIRMATION AND INITIALS.  THE START LINE MUST
006530* BE ON AUDITLOG BEFORE ANY FILE IS CHANGED.
006540 2500-CONFIRM-BACKOUT.
006550     MOVE WS-ADD-COUNT TO WS-COUNT-D.
006560     MOVE WS-MAINT-COUNT TO WS-COUNT2-D.
006570     DISPLAY 'BACKOUT - BUSINESS DATE ' WS-BACKOUT-DATE
006580         ' SOURCE ' WS-SOURCE-SHOWN.
006590     DISPLAY 'BACKOUT - ' WS-COUNT-D ' ADDS (SEQ ' WS-LOW-SEQ
006600         ' THRU ' WS-HIGH-SEQ ') AND ' WS-COUNT2-D
006610         ' CHANGES/CANCELS TO REVERSE'.
006620     DISPLAY 'CONFIRM BACK-OUT (Y/N): '
006630         WITH NO ADVANCING.
006640     ACCEPT WS-CONFIRM-REPLY.
006650     IF WS-CONFIRM-REPLY NOT = 'Y'
006660         MOVE 'BACK-OUT NOT CONFIRMED' TO WS-REFUSE-REASON
006670         SET WS-REFUSED TO TRUE
006680         GO TO 2500-EXIT
006690     END-IF.
006700     PERFORM 2600-OPEN-KEYED-FILES THRU 2600-EXIT.
006710     IF WS-REFUSED
006720         GO TO 2500-EXIT
006730     END-IF.
006740     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
006750     MOVE SPACES TO LOG-RECORD.
006760     STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
006770         ' BACK-OUT STARTED - BUSINESS DATE=' WS-BACKOUT-DATE
006780         ' SOURCE=' WS-SOURCE-SHOWN
006790         ' ADDS=' WS-COUNT-D
006800         ' CHANGES/CANCELS=' WS-COUNT2-D
006810         DELIMITED BY SIZE INTO LOG-RECORD.
006820     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
006830     IF NOT WS-AUDIT-OK
006840         MOVE 'AUDITLOG NOT WRITABLE' TO WS-REFUSE-REASON
006850         SET WS-REFUSED TO TRUE
006860     END-IF.
006870 2500-EXIT.
006880     EXIT.
006890*
006900* IDXFILE AND XREFFILE MUST BOTH OPEN OR NOTHING IS DONE.  A
006910* MISSING MSTRFILE ONLY MEANS MSTUPDT HAS NEVER RUN - THE
006920* MASTER SIDE OF EACH ADD IS THEN REPORTED AS NOT OPEN.
006930 2600-OPEN-KEYED-FILES.
006940     OPEN I-O INDEXED-FILE.
006950     IF NOT WS-IDX-OK
006960         MOVE 'IDXFILE NOT AVAILABLE' TO WS-REFUSE-REASON
006970         SET WS-REFUSED TO TRUE
006980         GO TO 2600-EXIT
006990     END-IF.
007000     OPEN I-O XREF-FILE.
007010     IF NOT WS-XREF-OK
007020         CLOSE INDEXED-FILE
007030         MOVE 'XREFFILE NOT AVAILABLE' TO WS-REFUSE-REASON
007040         SET WS-REFUSED TO TRUE
007050         GO TO 2600-EXIT
007060     END-IF.
007070     SET WS-KEYED-OPEN TO TRUE.
007080     OPEN I-O MASTER-FILE.
007090     IF WS-MST-OK
007100         SET WS-MST-OPEN TO TRUE
007110     END-IF.
007120 2600-EXIT.
007130     EXIT.
007140*
007150* CHANGES AND CANCELS ARE REVERSED LATEST FIRST, SO AN ENTRY
007160* CHANGED TWICE IN THE DAY (OR REPLAYED BY A RESTART) UNWINDS
007170* STEP BY STEP BACK TO THE IMAGE IT HAD BEFORE THE RUN.
007180 3000-REVERT-MAINTENANCE.
007190     IF WS-MAINT-COUNT = ZERO
007200         GO TO 3000-EXIT
007210     END-IF.
007220     PERFORM 3100-REVERT-ONE-ENTRY THRU 3100-EXIT
007230         VARYING WS-MAINT-SUB FROM WS-MAINT-COUNT BY -1
007240         UNTIL WS-MAINT-SUB < 1.
007250 3000-EXIT.
007260     EXIT.
007270*
007272* THE BEFORE IMAGE GOES BACK ONLY WHERE THE ENTRY STILL HOLDS
007274* THE AFTER IMAGE THE JOURNAL RECORDED - ANYTHING ELSE HAS BEEN
007276* CHANGED SINCE AND IS NOT OVERWRITTEN.  A HELD ENTRY - BY
007280* SEQUENCE NUMBER OR BY SOURCE KEY - IS LEFT EXACTLY AS IT IS.
007310 3100-REVERT-ONE-ENTRY.
007320     PERFORM 3800-CLEAR-DETAIL THRU 3800-EXIT.
007330     MOVE WS-MT-GEN(WS-MAINT-SUB) TO WS-DTL-GEN.
007340     MOVE WS-MT-SEQ(WS-MAINT-SUB) TO WS-DTL-SEQ.
007350     MOVE WS-MT-SRC-KEY(WS-MAINT-SUB) TO WS-DTL-SRC-KEY.
007360     MOVE WS-MT-SOURCE(WS-MAINT-SUB) TO WS-DTL-SOURCE.
007370     IF WS-MT-TRAN-CODE(WS-MAINT-SUB) = 'X'
007380         MOVE 'CANCEL' TO WS-DTL-TRAN
007390     ELSE
007391         MOVE 'CHANGE' TO WS-DTL-TRAN
007392     END-IF.
007393     MOVE WS-MT-GEN(WS-MAINT-SUB) TO WS-LG-GEN.
007394     MOVE WS-MT-SEQ(WS-MAINT-SUB) TO WS-LG-SEQ.
007395     MOVE WS-MT-SRC-KEY(WS-MAINT-SUB) TO WS-LG-SRC-KEY.
007396     IF WS-MT-TRAN-CODE(WS-MAINT-SUB) = 'X'
007397         MOVE 'CANCEL BACK-OUT SKIPPED' TO WS-LG-ACTION
007398     ELSE
007399         MOVE 'CHANGE BACK-OUT SKIPPED' TO WS-LG-ACTION
007400     END-IF.
007403     PERFORM 3300-CHECK-HOLD THRU 3300-EXIT.
007406     IF WS-LG-HELD
007409         MOVE 'HELD' TO WS-DTL-IDX-ACTION
007412         MOVE 'LEGAL HOLD - NOT REVERTED' TO WS-DTL-NOTE
007415         ADD 1 TO WS-LEFT-COUNT
007418         PERFORM 3900-RECORD-STEP THRU 3900-EXIT
007421         GO TO 3100-EXIT
007424     END-IF.
007427     MOVE WS-MT-SEQ(WS-MAINT-SUB) TO IDX-KEY.
007430     READ INDEXED-FILE
007440         INVALID KEY
007450             MOVE 'NOT FOUND' TO WS-DTL-IDX-ACTION
007460             MOVE 'NO LONGER ON IDXFILE - NOT REVERTED'
007470                 TO WS-DTL-NOTE
007480             ADD 1 TO WS-LEFT-COUNT
007490             PERFORM 3900-RECORD-STEP THRU 3900-EXIT
007500             GO TO 3100-EXIT
007510     END-READ.
007520     IF IDX-GEN NOT = WS-MT-GEN(WS-MAINT-SUB)
007530         OR IDX-TEXT NOT = WS-MT-AFTER-TEXT(WS-MAINT-SUB)
007540         OR IDX-STATUS NOT = WS-MT-AFTER-STATUS(WS-MAINT-SUB)
007550         MOVE 'LEFT' TO WS-DTL-IDX-ACTION
007560         MOVE 'CHANGED SINCE - NOT REVERTED' TO WS-DTL-NOTE
007570         ADD 1 TO WS-LEFT-COUNT
007580         PERFORM 3900-RECORD-STEP THRU 3900-EXIT
007590         GO TO 3100-EXIT
007600     END-IF.
007610     MOVE WS-MT-BEFORE-TEXT(WS-MAINT-SUB) TO IDX-TEXT.
007620     MOVE WS-MT-BEFORE-LOAD-DATE(WS-MAINT-SUB) TO IDX-LOAD-DATE.
007630     MOVE WS-MT-BEFORE-STATUS(WS-MAINT-SUB) TO IDX-STATUS.
007640     REWRITE IDX-RECORD
007650         INVALID KEY
007660             CONTINUE
007670     END-REWRITE.
007680     IF WS-IDX-OK
007690         MOVE 'REVERTED' TO WS-DTL-IDX-ACTION
007700         MOVE 'BEFORE IMAGE RESTORED' TO WS-DTL-NOTE
007710         ADD 1 TO WS-REVERTED-COUNT
007720         PERFORM 3200-REVERT-MASTER THRU 3200-EXIT
007730     ELSE
007731         MOVE 'FAILED' TO WS-DTL-IDX-ACTION
007732         MOVE SPACES TO WS-DTL-NOTE
007733         STRING 'IDXFILE REWRITE FAILED - STATUS=' WS-IDX-STATUS
007734             DELIMITED BY SIZE INTO WS-DTL-NOTE
007735         ADD 1 TO WS-LEFT-COUNT
007736         SET WS-UPDATE-FAILED TO TRUE
007740     END-IF.
007780     PERFORM 3900-RECORD-STEP THRU 3900-EXIT.
007790 3100-EXIT.
007800     EXIT.
007810*
007820* THE MASTER ENTRY IS PUT BACK ONLY WHILE IT HOLDS THE AFTER
007830* IMAGE MSTUPDT CARRIED TO IT.  STILL HOLDING THE BEFORE IMAGE
007840* MEANS MSTUPDT HAS NOT APPLIED THE ENTRY YET - THE BACK-OUT
007850* MARKER 7000 WRITES STOPS IT FROM EVER DOING SO.
007860 3200-REVERT-MASTER.
007870     IF NOT WS-MST-OPEN
007880         MOVE 'NOT OPEN' TO WS-DTL-MST-ACTION
007890         GO TO 3200-EXIT
007900     END-IF.
007910     MOVE WS-MT-GEN(WS-MAINT-SUB) TO MST-GEN.
007920     MOVE WS-MT-SEQ(WS-MAINT-SUB) TO MST-SEQ.
007930     READ MASTER-FILE
007940         INVALID KEY
007950             MOVE 'NOT FOUND' TO WS-DTL-MST-ACTION
007960             GO TO 3200-EXIT
007970     END-READ.
007980     IF MST-TEXT = WS-MT-BEFORE-TEXT(WS-MAINT-SUB)
007990         AND MST-STATUS = WS-MT-BEFORE-STATUS(WS-MAINT-SUB)
008000         MOVE 'NOT APPLD' TO WS-DTL-MST-ACTION
008010         GO TO 3200-EXIT
008020     END-IF.
008030     IF MST-TEXT NOT = WS-MT-AFTER-TEXT(WS-MAINT-SUB)
008040         OR MST-STATUS NOT = WS-MT-AFTER-STATUS(WS-MAINT-SUB)
008050         MOVE 'LEFT' TO WS-DTL-MST-ACTION
008060         GO TO 3200-EXIT
008070     END-IF.
008080     MOVE WS-MT-BEFORE-TEXT(WS-MAINT-SUB) TO MST-TEXT.
008090     MOVE WS-MT-BEFORE-STATUS(WS-MAINT-SUB) TO MST-STATUS.
008100     IF MST-AMEND-COUNT NUMERIC
008110         AND MST-AMEND-COUNT > ZERO
008120         SUBTRACT 1 FROM MST-AMEND-COUNT
008130     END-IF.
008140     REWRITE MASTER-RECORD
008150         INVALID KEY
008160             CONTINUE
008170     END-REWRITE.
008180     IF WS-MST-OK
008190         MOVE 'REVERTED' TO WS-DTL-MST-ACTION
008200         ADD 1 TO WS-MST-REVERTED-COUNT
008201     ELSE
008202         MOVE 'FAILED' TO WS-DTL-MST-ACTION
008203         MOVE SPACES TO WS-DTL-NOTE
008204         STRING 'MSTRFILE REWRITE FAILED - STATUS=' WS-MST-STATUS
008205             DELIMITED BY SIZE INTO WS-DTL-NOTE
008206         SET WS-UPDATE-FAILED TO TRUE
008207     END-IF.
008210 3200-EXIT.
008212     EXIT.
008214*
008216* LOOKS THE ENTRY IN WS-LG-GEN/WS-LG-SEQ AND WS-LG-SRC-KEY UP
008218* AMONG THE HOLDS.  A HIT IS LOGGED TO HOLDACT AS WS-LG-ACTION,
008220* SO HOLDRPT SHOWS THE BACK-OUT THE HOLD STOPPED.
008222 3300-CHECK-HOLD.
008224     PERFORM 9620-FIND-SEQUENCE-HOLD THRU 9620-EXIT.
008226     IF NOT WS-LG-HELD
008228         PERFORM 9630-FIND-SOURCE-KEY-HOLD THRU 9630-EXIT
008230     END-IF.
008232     IF NOT WS-LG-HELD
008234         GO TO 3300-EXIT
008236     END-IF.
008238     MOVE SPACES TO WS-LG-DETAIL.
008240     STRING 'GEN=' WS-LG-GEN ' SEQ=' WS-LG-SEQ
008242         ' KEY=' WS-LG-SRC-KEY
008244         DELIMITED BY SIZE INTO WS-LG-DETAIL.
008246     PERFORM 9640-LOG-BLOCKED-ACTION THRU 9640-EXIT.
008248 3300-EXIT.
008250     EXIT.
008260*
008270 3800-CLEAR-DETAIL.
008280     MOVE SPACES TO WS-DTL-IDX-ACTION.
008290     MOVE SPACES TO WS-DTL-XREF-ACTION.
008300     MOVE SPACES TO WS-DTL-MST-ACTION.
008310     MOVE SPACES TO WS-DTL-NOTE.
008320 3800-EXIT.
008330     EXIT.
008340*
008350* EVERY STEP GOES TO THE REPORT AND TO AUDITLOG.  ONCE THE START
008360* LINE IS ON THE LOG A LATER WRITE FAILURE CANNOT UNDO WHAT IS
008370* DONE, SO IT IS SHOWN ON THE CONSOLE AND THE BACK-OUT GOES ON.
008380 3900-RECORD-STEP.
008390     IF WS-LINE-COUNT = ZERO
008400         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
008410         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008420     END-IF.
008430     WRITE REPORT-LINE FROM WS-DETAIL-LINE
008440         AFTER ADVANCING 1 LINE.
008450     ADD 1 TO WS-LINE-COUNT.
008460     MOVE SPACES TO LOG-RECORD.
008470     STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
008480         ' ' WS-DTL-TRAN ' SEQ=' WS-DTL-GEN '/' WS-DTL-SEQ
008490         ' KEY=' WS-DTL-SRC-KEY
008500         ' IDX=' WS-DTL-IDX-ACTION
008510         ' XREF=' WS-DTL-XREF-ACTION
008520         ' MSTR=' WS-DTL-MST-ACTION
008530         ' ' WS-DTL-NOTE
008540         DELIMITED BY SIZE INTO LOG-RECORD.
008550     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
008560 3900-EXIT.
008570     EXIT.
008580*
008590* SECOND PASS OVER LOADJRNL FOR THE ADDS, SKIPPING EVERYTHING UP
008600* TO THE LAST BACK-OUT MARKER THE FIRST PASS FOUND.
008610 4000-REMOVE-ADDS.
008620     IF WS-ADD-COUNT = ZERO
008630         GO TO 4000-EXIT
008640     END-IF.
008650     OPEN INPUT LOAD-JOURNAL-FILE.
008660     MOVE 'N' TO WS-JRNL-EOF-SW.
008670     MOVE ZERO TO WS-JRNL-REC-NO.
008680     PERFORM 4100-READ-ONE-ADD THRU 4100-EXIT
008690         UNTIL WS-JRNL-EOF.
008700     CLOSE LOAD-JOURNAL-FILE.
008710 4000-EXIT.
008720     EXIT.
008730*
008740 4100-READ-ONE-ADD.
008750     READ LOAD-JOURNAL-FILE
008760         AT END
008770             SET WS-JRNL-EOF TO TRUE
008780             GO TO 4100-EXIT
008790     END-READ.
008800     ADD 1 TO WS-JRNL-REC-NO.
008810     IF WS-JRNL-REC-NO NOT > WS-MARKER-REC-NO
008820         GO TO 4100-EXIT
008830     END-IF.
008840     IF LJ-RUN-DATE NOT = WS-BACKOUT-DATE
008850         OR NOT LJ-ADD
008860         GO TO 4100-EXIT
008870     END-IF.
008880     IF WS-BACKOUT-SOURCE NOT = SPACES
008890         AND LJ-SOURCE NOT = WS-BACKOUT-SOURCE
008900         GO TO 4100-EXIT
008910     END-IF.
008920     PERFORM 4200-REMOVE-ONE-ADD THRU 4200-EXIT.
008930 4100-EXIT.
008940     EXIT.
008950*
008960* THE IDXFILE ENTRY COMES OFF ONLY WHILE IT IS STILL THE ENTRY
008970* THE DAY LOADED; ONE A LATER RUN HAS CHANGED OR CANCELLED IS
008980* LEFT, WITH ITS XREFFILE AND MSTRFILE ENTRIES, SO THE LATER
008982* WORK STILL HAS SOMETHING TO POINT AT.  AN ENTRY A RESTART
008984* JOURNALED TWICE IS FOUND ALREADY GONE THE SECOND TIME.  A HELD
008986* ENTRY IS LEFT WITH ALL THREE FILES AS THEY ARE, AND AN IDXFILE
008988* ENTRY THAT WILL NOT DELETE KEEPS ITS XREFFILE AND MSTRFILE
008990* ENTRIES.  EITHER WAY ITS NUMBER IS NOT REISSUED (6000).
009010 4200-REMOVE-ONE-ADD.
009020     PERFORM 3800-CLEAR-DETAIL THRU 3800-EXIT.
009030     MOVE LJ-GEN TO WS-DTL-GEN.
009040     MOVE LJ-SEQ TO WS-DTL-SEQ.
009050     MOVE LJ-SRC-KEY TO WS-DTL-SRC-KEY.
009060     MOVE LJ-SOURCE TO WS-DTL-SOURCE.
009061     MOVE 'ADD' TO WS-DTL-TRAN.
009062     MOVE 'N' TO WS-ADD-FAILED-SW.
009063     MOVE LJ-GEN TO WS-LG-GEN.
009064     MOVE LJ-SEQ TO WS-LG-SEQ.
009065     MOVE LJ-SRC-KEY TO WS-LG-SRC-KEY.
009066     MOVE 'ADD BACK-OUT SKIPPED' TO WS-LG-ACTION.
009067     PERFORM 3300-CHECK-HOLD THRU 3300-EXIT.
009068     IF WS-LG-HELD
009069         MOVE 'HELD' TO WS-DTL-IDX-ACTION
009070         MOVE 'LEGAL HOLD - NOT REMOVED' TO WS-DTL-NOTE
009072         ADD 1 TO WS-LEFT-COUNT
009074         ADD 1 TO WS-ADDS-LEFT-COUNT
009076         PERFORM 3900-RECORD-STEP THRU 3900-EXIT
009078         GO TO 4200-EXIT
009080     END-IF.
009082     MOVE LJ-SEQ TO IDX-KEY.
009090     READ INDEXED-FILE
009100         INVALID KEY
009110             MOVE 'NOT FOUND' TO WS-DTL-IDX-ACTION
009120     END-READ.
009130     IF WS-IDX-OK
009140         IF IDX-GEN NOT = LJ-GEN
009150             OR IDX-TEXT NOT = LJ-AFTER-TEXT
009160             OR IDX-STATUS NOT = LJ-AFTER-STATUS
009170             MOVE 'LEFT' TO WS-DTL-IDX-ACTION
009180             MOVE 'CHANGED SINCE LOAD - NOT REMOVED'
009190                 TO WS-DTL-NOTE
009200             ADD 1 TO WS-LEFT-COUNT
009210             ADD 1 TO WS-ADDS-LEFT-COUNT
009220             PERFORM 3900-RECORD-STEP THRU 3900-EXIT
009230             GO TO 4200-EXIT
009240         END-IF
009241         DELETE INDEXED-FILE RECORD
009242             INVALID KEY
009243                 CONTINUE
009244         END-DELETE
009245         IF NOT WS-IDX-OK
009246             MOVE 'FAILED' TO WS-DTL-IDX-ACTION
009247             STRING 'IDXFILE DELETE FAILED - STATUS='
009248                 WS-IDX-STATUS
009249                 DELIMITED BY SIZE INTO WS-DTL-NOTE
009250             ADD 1 TO WS-LEFT-COUNT
009256             ADD 1 TO WS-ADDS-LEFT-COUNT
009262             SET WS-UPDATE-FAILED TO TRUE
009268             PERFORM 3900-RECORD-STEP THRU 3900-EXIT
009274             GO TO 4200-EXIT
009280         END-IF
009286         MOVE 'DELETED' TO WS-DTL-IDX-ACTION
009292         ADD 1 TO WS-IDX-DELETED-COUNT
009298     END-IF.
009304     PERFORM 4300-REMOVE-XREF THRU 4300-EXIT.
009310     PERFORM 4400-REMOVE-MASTER THRU 4400-EXIT.
009316     IF WS-ADD-FAILED
009322         ADD 1 TO WS-LEFT-COUNT
009328         ADD 1 TO WS-ADDS-LEFT-COUNT
009334     END-IF.
009340     PERFORM 3900-RECORD-STEP THRU 3900-EXIT.
009350 4200-EXIT.
009360     EXIT.
009370*
009380* THE SAME-DAY XREFFILE ENTRY FOR THE SOURCE KEY IS DELETED ONLY
009390* WHEN IT POINTS AT THIS SEQUENCE NUMBER - A DOUBLE-SENT KEY'S
009400* ENTRY BELONGS TO THE FIRST COPY (TRNBLD 2460).
009410 4300-REMOVE-XREF.
009420     MOVE LJ-SRC-KEY TO XRF-SRC-KEY.
009430     MOVE LJ-RUN-DATE TO XRF-RUN-DATE.
009440     READ XREF-FILE
009450         INVALID KEY
009460             MOVE 'NOT FOUND' TO WS-DTL-XREF-ACTION
009470             GO TO 4300-EXIT
009480     END-READ.
009490     IF XRF-SEQ NOT = LJ-SEQ
009500         OR XRF-GEN NOT = LJ-GEN
009510         MOVE 'OTHER SEQ' TO WS-DTL-XREF-ACTION
009520         GO TO 4300-EXIT
009530     END-IF.
009531     DELETE XREF-FILE RECORD
009532         INVALID KEY
009533             CONTINUE
009534     END-DELETE.
009535     IF NOT WS-XREF-OK
009536         MOVE 'FAILED' TO WS-DTL-XREF-ACTION
009537         MOVE SPACES TO WS-DTL-NOTE
009538         STRING 'XREFFILE DELETE FAILED - STATUS=' WS-XREF-STATUS
009539             DELIMITED BY SIZE INTO WS-DTL-NOTE
009540         SET WS-ADD-FAILED TO TRUE
009550         SET WS-UPDATE-FAILED TO TRUE
009560         GO TO 4300-EXIT
009570     END-IF.
009580     MOVE 'DELETED' TO WS-DTL-XREF-ACTION.
009590     ADD 1 TO WS-XREF-DELETED-COUNT.
009600 4300-EXIT.
009610     EXIT.
009620*
009630* NOT FOUND ON MSTRFILE IS THE NORMAL CASE WHEN THE DAY'S
009640* TRANSOUT HAS NOT BEEN THROUGH MSTUPDT.
009650 4400-REMOVE-MASTER.
009660     IF NOT WS-MST-OPEN
009670         MOVE 'NOT OPEN' TO WS-DTL-MST-ACTION
009680         GO TO 4400-EXIT
009690     END-IF.
009700     MOVE LJ-GEN TO MST-GEN.
009710     MOVE LJ-SEQ TO MST-SEQ.
009720     READ MASTER-FILE
009730         INVALID KEY
009740             MOVE 'NOT FOUND' TO WS-DTL-MST-ACTION
009750             GO TO 4400-EXIT
009760     END-READ.
009761     DELETE MASTER-FILE RECORD
009762         INVALID KEY
009763             CONTINUE
009764     END-DELETE.
009765     IF NOT WS-MST-OK
009766         MOVE 'FAILED' TO WS-DTL-MST-ACTION
009767         MOVE SPACES TO WS-DTL-NOTE
009768         STRING 'MSTRFILE DELETE FAILED - STATUS=' WS-MST-STATUS
009769             DELIMITED BY SIZE INTO WS-DTL-NOTE
009770         SET WS-ADD-FAILED TO TRUE
009780         SET WS-UPDATE-FAILED TO TRUE
009790         GO TO 4400-EXIT
009800     END-IF.
009810     MOVE 'DELETED' TO WS-DTL-MST-ACTION.
009820     ADD 1 TO WS-MST-DELETED-COUNT.
009830 4400-EXIT.
009840     EXIT.
009850*
009860 5000-ACCEPT-INITIALS.
009870     DISPLAY 'OPERATOR INITIALS: '
009880         WITH NO ADVANCING.
009890     ACCEPT WS-OPERATOR-INITIALS.
009900     IF WS-OPERATOR-INITIALS = SPACES
009910         MOVE '???' TO WS-OPERATOR-INITIALS
009920     END-IF.
009930 5000-EXIT.
009940     EXIT.
009950*
009960* APPENDS LOG-RECORD TO AUDITLOG THE WAY CTLUTIL 5100 DOES,
009970* CREATING THE LOG IF IT IS NOT THERE YET.
009980 5100-WRITE-AUDIT-LINE.
009990     MOVE 'N' TO WS-AUDIT-OK-SW.
010000     OPEN EXTEND LOG-FILE.
010010     IF NOT WS-LOG-OK
010020         OPEN OUTPUT LOG-FILE
010030     END-IF.
010040     IF NOT WS-LOG-OK
010050         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS='
010060             WS-LOG-STATUS
010070         GO TO 5100-EXIT
010080     END-IF.
010090     WRITE LOG-RECORD.
010100     CLOSE LOG-FILE.
010110     SET WS-AUDIT-OK TO TRUE.
010120 5100-EXIT.
010130     EXIT.
010140*
010150* THE SEED IS REWOUND ONLY WHEN THE WHOLE DAY CAME OUT, NO RUN
010160* HAS LOADED SINCE (THE DAY'S HIGHEST NUMBER IS STILL THE SEED,
010170* IN THE SAME GENERATION) AND NO ADD WAS LEFT ON FILE.  IN
010180* EVERY OTHER CASE THE NUMBERS BACKED OUT STAY ISSUED AS GAPS.
010183* EITHER WAY THE GENERATION IS KEPT AND THE DATE AND ACTION ARE
010186* WRITTEN TO CTLFILE FOR CTLUTIL TO SHOW.  A CTLFILE THAT CANNOT
010190* BE WRITTEN IS REPORTED (6200), NOT SHOWN AS SETTLED.
010210 6000-SETTLE-CONTROL-SEED.
010220     IF WS-ADD-COUNT = ZERO
010230         MOVE SPACES TO WS-MSG-TEXT
010240         STRING 'NO SEQUENCE NUMBERS WERE ISSUED FOR THE DATE - '
010250             'CONTROL SEED ' WS-OLD-SEQ ' UNCHANGED'
010260             DELIMITED BY SIZE INTO WS-MSG-TEXT
010270         PERFORM 6100-RECORD-SEED-STEP THRU 6100-EXIT
010280         GO TO 6000-EXIT
010290     END-IF.
010300     MOVE SPACES TO CTL-RECORD.
010310     MOVE WS-OLD-GEN TO CTL-GENERATION.
010320     MOVE WS-BACKOUT-DATE TO CTL-BACKOUT-DATE.
010330     MOVE SPACES TO WS-MSG-TEXT.
010340     IF WS-BACKOUT-SOURCE = SPACES
010350         AND WS-HIGH-SEQ = WS-OLD-SEQ
010360         AND WS-ADD-GEN = WS-OLD-GEN
010370         AND NOT WS-MIXED-GEN
010380         AND WS-ADDS-LEFT-COUNT = ZERO
010390         AND WS-LOW-SEQ > ZERO
010400         COMPUTE WS-NEW-SEQ = WS-LOW-SEQ - 1
010410         MOVE 'R' TO CTL-BACKOUT-ACTION
010420         STRING 'CONTROL SEED REWOUND FROM ' WS-OLD-SEQ
010430             ' TO ' WS-NEW-SEQ ' - SEQUENCE NUMBERS ' WS-LOW-SEQ
010440             ' THRU ' WS-HIGH-SEQ ' WILL BE REISSUED'
010450             DELIMITED BY SIZE INTO WS-MSG-TEXT
010460     ELSE
010470         MOVE WS-OLD-SEQ TO WS-NEW-SEQ
010480         MOVE 'G' TO CTL-BACKOUT-ACTION
010490         STRING 'CONTROL SEED LEFT AT ' WS-OLD-SEQ
010500             ' - NUMBERS BACKED OUT BETWEEN ' WS-LOW-SEQ
010510             ' AND ' WS-HIGH-SEQ ' ARE RETIRED AS GAPS'
010520             DELIMITED BY SIZE INTO WS-MSG-TEXT
010530     END-IF.
010531     MOVE WS-NEW-SEQ TO CTL-LAST-SEQ.
010532     OPEN OUTPUT CONTROL-FILE.
010533     IF NOT WS-CTL-OK
010534         PERFORM 6200-REPORT-SEED-FAILURE THRU 6200-EXIT
010535         GO TO 6000-EXIT
010536     END-IF.
010537     WRITE CTL-RECORD.
010538     IF NOT WS-CTL-OK
010539         PERFORM 6200-REPORT-SEED-FAILURE THRU 6200-EXIT
010540         CLOSE CONTROL-FILE
010550         GO TO 6000-EXIT
010560     END-IF.
010570     CLOSE CONTROL-FILE.
010580     PERFORM 6100-RECORD-SEED-STEP THRU 6100-EXIT.
010590 6000-EXIT.
010600     EXIT.
010610*
010620 6100-RECORD-SEED-STEP.
010630     WRITE REPORT-LINE FROM WS-MSG-LINE
010640         AFTER ADVANCING 2 LINES.
010650     ADD 2 TO WS-LINE-COUNT.
010660     MOVE SPACES TO LOG-RECORD.
010670     STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
010680         ' ' WS-MSG-TEXT
010690         DELIMITED BY SIZE INTO LOG-RECORD.
010700     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
010701 6100-EXIT.
010702     EXIT.
010703*
010704* THE FILES ARE ALREADY BACKED OUT, SO THE RUN GOES ON TO THE
010705* MARKER AND RUNHIST, BUT CTLFILE MAY NOW BE EMPTY OR STILL HOLD
010706* THE OLD SEED.  THE OPERATOR IS TOLD WHAT IT MUST READ, AND THE
010707* JOB ENDS EXCPT WITH RETURN CODE 8.
010708 6200-REPORT-SEED-FAILURE.
010709     SET WS-UPDATE-FAILED TO TRUE.
010710     MOVE SPACES TO WS-MSG-TEXT.
010711     IF WS-NEW-SEQ NOT = WS-OLD-SEQ
010712         STRING 'CTLFILE NOT WRITTEN - STATUS=' WS-CTL-STATUS
010713             ' - CONTROL SEED NOT REWOUND - SET IT TO ' WS-NEW-SEQ
010714             ' WITH CTLUTIL OPTION 1'
010715             DELIMITED BY SIZE INTO WS-MSG-TEXT
010716     ELSE
010717         STRING 'CTLFILE NOT WRITTEN - STATUS=' WS-CTL-STATUS
010718             ' - CONTROL SEED NOT SETTLED - SET IT TO ' WS-NEW-SEQ
010719             ' WITH CTLUTIL OPTION 1'
010720             DELIMITED BY SIZE INTO WS-MSG-TEXT
010721     END-IF.
010722     DISPLAY 'BACKOUT - ' WS-MSG-TEXT.
010723     PERFORM 6100-RECORD-SEED-STEP THRU 6100-EXIT.
010724 6200-EXIT.
010725     EXIT.
010730*
010740* THE MARKER CLOSES THE DAY ON LOADJRNL - A SECOND BACK-OUT OF
010750* THE SAME DATE AND SOURCE FINDS NOTHING AFTER IT.
010760 7000-WRITE-BACKOUT-MARKER.
010770     OPEN EXTEND LOAD-JOURNAL-FILE.
010780     IF NOT WS-JRNL-OK
010790         DISPLAY 'BACKOUT - LOADJRNL MARKER NOT WRITTEN - STATUS='
010800             WS-JRNL-STATUS
010810         GO TO 7000-EXIT
010820     END-IF.
010830     MOVE SPACES TO JRNL-RECORD.
010840     MOVE WS-BACKOUT-DATE TO LJ-RUN-DATE.
010850     MOVE WS-BACKOUT-SOURCE TO LJ-SOURCE.
010860     MOVE 'B' TO LJ-TRAN-CODE.
010870     MOVE WS-OLD-GEN TO LJ-GEN.
010880     MOVE ZERO TO LJ-SEQ.
010890     MOVE WS-RUN-DATE TO LJ-BEFORE-LOAD-DATE.
010900     STRING 'BACKED OUT BY ' WS-OPERATOR-INITIALS
010910         DELIMITED BY SIZE INTO LJ-AFTER-TEXT.
010920     WRITE JRNL-RECORD.
010930     CLOSE LOAD-JOURNAL-FILE.
010940 7000-EXIT.
010950     EXIT.
010960*
010970* THE 'BKOUT' VERDICT IS NOW THE LAST RUNHIST WORD ON THE DATE, SO
010980* MSTUPDT, DLYRPT, CSVEXP AND TXTSRCH REFUSE ITS TRANSOUT UNLESS
010990* THE OPERATOR OVERRIDES ON THE CONSOLE.  ONE THAT CANNOT BE
011000* WRITTEN LEAVES THAT TRANSOUT LOOKING GOOD TO THEM - THE STEP
011010* ENDS WITH RETURN CODE 4 AND SAYS SO ON THE REPORT AND AUDITLOG.
011020 7100-WRITE-HISTORY-VERDICT.
011030     OPEN EXTEND RUN-HISTORY-FILE.
011040     IF NOT WS-HIST-OK
011050         OPEN OUTPUT RUN-HISTORY-FILE
011060     END-IF.
011070     IF NOT WS-HIST-OK
011080         MOVE SPACES TO WS-MSG-TEXT
011090         STRING 'RUNHIST NOT WRITABLE - STATUS=' WS-HIST-STATUS
011100             ' - BKOUT NOT RECORDED - HOLD THE TRANSOUT FOR '
011110             WS-BACKOUT-DATE ' BY HAND'
011120             DELIMITED BY SIZE INTO WS-MSG-TEXT
011130         WRITE REPORT-LINE FROM WS-MSG-LINE
011140             AFTER ADVANCING 2 LINES
011150         ADD 2 TO WS-LINE-COUNT
011160         DISPLAY 'BACKOUT - ' WS-MSG-TEXT
011170         MOVE SPACES TO LOG-RECORD
011180         STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
011190             ' ' WS-MSG-TEXT
011200             DELIMITED BY SIZE INTO LOG-RECORD
011210         PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT
011220         MOVE 4 TO RETURN-CODE
011230         GO TO 7100-EXIT
011240     END-IF.
011250     MOVE SPACES TO HIST-RECORD.
011260     MOVE WS-BACKOUT-DATE TO RH-RUN-DATE.
011270     MOVE ZERO TO RH-START-SEQ.
011280     MOVE ZERO TO RH-END-SEQ.
011290     MOVE ZERO TO RH-RECORDS-READ.
011300     MOVE ZERO TO RH-RECORDS-WRITTEN.
011310     MOVE ZERO TO RH-RECORDS-SUSPENDED.
011320     MOVE ZERO TO RH-RESTARTS.
011330     MOVE 'BKOUT' TO RH-VERDICT.
011340     MOVE ZERO TO RH-HELD-BATCHES.
011350     MOVE ZERO TO RH-GAP-COUNT.
011360     WRITE HIST-RECORD.
011370     CLOSE RUN-HISTORY-FILE.
011380     MOVE SPACES TO WS-MSG-TEXT.
011390     STRING 'RUNHIST VERDICT FOR ' WS-BACKOUT-DATE
011400         ' SET TO BKOUT - ITS TRANSOUT WILL BE REFUSED DOWNSTREAM'
011410         DELIMITED BY SIZE INTO WS-MSG-TEXT.
011420     WRITE REPORT-LINE FROM WS-MSG-LINE
011430         AFTER ADVANCING 2 LINES.
011440     ADD 2 TO WS-LINE-COUNT.
011450     MOVE SPACES TO LOG-RECORD.
011460     STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
011470         ' ' WS-MSG-TEXT
011480         DELIMITED BY SIZE INTO LOG-RECORD.
011490     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
011500 7100-EXIT.
011510     EXIT.
011520*
011530 8000-PRINT-HEADINGS.
011540     ADD 1 TO WS-PAGE-COUNT.
011550     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
011560     MOVE WS-RUN-MM TO WS-H1-MM.
011570     MOVE WS-RUN-DD TO WS-H1-DD.
011580     MOVE WS-RUN-YY TO WS-H1-YY.
011590     MOVE WS-BACKOUT-DATE TO WS-H2-DATE.
011600     MOVE WS-SOURCE-SHOWN TO WS-H2-SOURCE.
011610     MOVE WS-OPERATOR-INITIALS TO WS-H2-INITIALS.
011620     IF WS-PAGE-COUNT = 1
011630         WRITE REPORT-LINE FROM WS-HEADING-1
011640             AFTER ADVANCING 1 LINE
011650     ELSE
011660         WRITE REPORT-LINE FROM WS-HEADING-1
011670             AFTER ADVANCING PAGE
011680     END-IF.
011690     WRITE REPORT-LINE FROM WS-HEADING-2
011700         AFTER ADVANCING 2 LINES.
011710     WRITE REPORT-LINE FROM WS-HEADING-3
011720         AFTER ADVANCING 2 LINES.
011730     MOVE ZERO TO WS-LINE-COUNT.
011740 8000-EXIT.
011750     EXIT.
011760*
011770 9000-TERMINATE.
011780     IF WS-PAGE-COUNT = ZERO
011790         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
011800     END-IF.
011810     IF WS-REFUSED
011820         PERFORM 9100-REPORT-REFUSAL THRU 9100-EXIT
011830         GO TO 9000-CLOSE
011840     END-IF.
011850     MOVE 'CHANGES/CANCELS REVERTED:' TO WS-TOT-LABEL.
011860     MOVE WS-REVERTED-COUNT TO WS-TOT-COUNT.
011870     WRITE REPORT-LINE FROM WS-TOTAL-LINE
011880         AFTER ADVANCING 2 LINES.
011890     MOVE 'IDXFILE ADDS DELETED:' TO WS-TOT-LABEL.
011900     MOVE WS-IDX-DELETED-COUNT TO WS-TOT-COUNT.
011910     WRITE REPORT-LINE FROM WS-TOTAL-LINE
011920         AFTER ADVANCING 1 LINE.
011930     MOVE 'XREFFILE ENTRIES DELETED:' TO WS-TOT-LABEL.
011940     MOVE WS-XREF-DELETED-COUNT TO WS-TOT-COUNT.
011950     WRITE REPORT-LINE FROM WS-TOTAL-LINE
011960         AFTER ADVANCING 1 LINE.
011970     MOVE 'MSTRFILE ENTRIES DELETED:' TO WS-TOT-LABEL.
011980     MOVE WS-MST-DELETED-COUNT TO WS-TOT-COUNT.
011990     WRITE REPORT-LINE FROM WS-TOTAL-LINE
012000         AFTER ADVANCING 1 LINE.
012010     MOVE 'MSTRFILE ENTRIES REVERTED:' TO WS-TOT-LABEL.
012020     MOVE WS-MST-REVERTED-COUNT TO WS-TOT-COUNT.
012030     WRITE REPORT-LINE FROM WS-TOTAL-LINE
012040         AFTER ADVANCING 1 LINE.
012041     MOVE 'ENTRIES LEFT ALONE (SEE NOTES):' TO WS-TOT-LABEL.
012042     MOVE WS-LEFT-COUNT TO WS-TOT-COUNT.
012043     WRITE REPORT-LINE FROM WS-TOTAL-LINE
012044         AFTER ADVANCING 1 LINE.
012045     MOVE 'ACTIONS BLOCKED BY HOLDS:' TO WS-TOT-LABEL.
012046     MOVE WS-LG-BLOCK-COUNT TO WS-TOT-COUNT.
012047     WRITE REPORT-LINE FROM WS-TOTAL-LINE
012050         AFTER ADVANCING 1 LINE.
012090     MOVE SPACES TO WS-MSG-TEXT.
012100     STRING 'TRANSOUT FOR ' WS-BACKOUT-DATE
012110         ' IS VOID - DO NOT PASS IT TO MSTUPDT, DLYRPT, CSVEXP'
012120         ' OR TXTSRCH'
012130         DELIMITED BY SIZE INTO WS-MSG-TEXT.
012140     WRITE REPORT-LINE FROM WS-MSG-LINE
012150         AFTER ADVANCING 2 LINES.
012160     DISPLAY 'BACKOUT - ' WS-MSG-TEXT.
012170     MOVE WS-LEFT-COUNT TO WS-COUNT-D.
012180     MOVE SPACES TO LOG-RECORD.
012190     STRING 'BACKOUT ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
012200         ' BACK-OUT COMPLETE - BUSINESS DATE=' WS-BACKOUT-DATE
012210         ' SOURCE=' WS-SOURCE-SHOWN
012220         ' ENTRIES LEFT ALONE=' WS-COUNT-D
012230         DELIMITED BY SIZE INTO LOG-RECORD.
012240     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
012241     IF WS-LEFT-COUNT > ZERO
012242         MOVE 4 TO RETURN-CODE
012243     END-IF.
012244     IF WS-UPDATE-FAILED
012245         MOVE SPACES TO WS-MSG-TEXT
012246         STRING 'BACK-OUT INCOMPLETE - WHAT COULD NOT BE'
012247             ' UPDATED IS SHOWN FAILED ON THIS REPORT'
012248             DELIMITED BY SIZE INTO WS-MSG-TEXT
012249         WRITE REPORT-LINE FROM WS-MSG-LINE
012250             AFTER ADVANCING 2 LINES
012258         DISPLAY 'BACKOUT - ' WS-MSG-TEXT
012266         MOVE 8 TO RETURN-CODE
012274     END-IF.
012282 9000-CLOSE.
012290     IF WS-KEYED-OPEN
012300         CLOSE INDEXED-FILE
012310               XREF-FILE
012320     END-IF.
012330     IF WS-MST-OPEN
012340         CLOSE MASTER-FILE
012350     END-IF.
012353     PERFORM 9690-CLOSE-HOLD-LOG THRU 9690-EXIT.
012356     CLOSE REPORT-FILE.
012360     MOVE WS-JRNL-READ-COUNT TO WS-JS-IN-COUNT.
012380     COMPUTE WS-JS-OUT-COUNT = WS-REVERTED-COUNT
012390         + WS-IDX-DELETED-COUNT.
012393     IF WS-REFUSED
012396         OR WS-UPDATE-FAILED
012400         MOVE 'EXCPT' TO WS-JS-STATUS
012420     ELSE
012430         MOVE 'OK' TO WS-JS-STATUS
012440     END-IF.
012450     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
012460 9000-EXIT.
012470     EXIT.
012480*
012490* A REFUSED RUN CHANGES NOTHING.  THE REASON GOES TO THE REPORT
012500* AND THE CONSOLE, AND THE STEP ENDS WITH RETURN CODE 8.
012510 9100-REPORT-REFUSAL.
012520     MOVE SPACES TO WS-MSG-TEXT.
012530     STRING 'BACK-OUT REFUSED - ' WS-REFUSE-REASON
012540         ' - NOTHING CHANGED'
012550         DELIMITED BY SIZE INTO WS-MSG-TEXT.
012560     WRITE REPORT-LINE FROM WS-MSG-LINE
012570         AFTER ADVANCING 2 LINES.
012580     DISPLAY 'BACKOUT - ' WS-MSG-TEXT.
012590     MOVE 8 TO RETURN-CODE.
012600 9100-EXIT.
012610     EXIT.
012620*
012623     COPY HOLDCHKP.
012626*
012630     COPY JOBSTATP.
