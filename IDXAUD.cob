000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IDXAUD.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* IDXAUD - CROSS-FILE INTEGRITY AUDIT OF THE KEYED FILES.
000090*
000100* IDXFILE, XREFFILE, MSTRFILE AND THE IDXARCHV ARCHIVE ARE ALL
000110* KEYED, ONE WAY OR ANOTHER, ON THE SAME WRAP-CYCLE GENERATION
000120* AND WS-SUB-AREA-1 SEQUENCE NUMBER, AND CTLFILE HOLDS THE LAST
000130* NUMBER HANDED OUT.  NOTHING IN THE DAILY CYCLE EVER CHECKS
000140* THAT THEY STILL AGREE.  THIS JOB WALKS THEM AND REPORTS EVERY
000150* BREAK UNDER ONE OF FIVE TYPES:
000160*
000170*   1 - A XREFFILE ENTRY WHOSE GENERATION AND SEQUENCE NUMBER
000180*       ARE ON NEITHER IDXFILE NOR THE ARCHIVE.
000190*   2 - AN IDXFILE ENTRY WITH NO MSTRFILE RECORD.
000200*   3 - A MSTRFILE RECORD WHOSE TEXT OR STATUS DIFFERS FROM
000201*       IDXFILE.
000210*   4 - A GENERATION MISMATCH - A LIVE IDXFILE ENTRY OUTSIDE THE
000220*       CURRENT CYCLE, OR ANY ENTRY ON ANY FILE FROM A CYCLE
000230*       LATER THAN THE ONE ON CTLFILE.
000240*   5 - A CTLFILE SEED LOWER THAN THE HIGHEST SEQUENCE NUMBER ON
000250*       FILE IN THE CURRENT CYCLE - THE NEXT RUN WOULD REISSUE IT.
000260*
000270* THE ARCHIVE IS SEQUENTIAL (THE DATED ARCHIVE FILES ARE
000280* CONCATENATED UNDER THE ONE DDNAME, AS FOR ARCHINQ), SO IT IS
000290* READ ONCE INTO A PRESENCE MAP BY GENERATION AND SEQUENCE
000300* NUMBER; THE KEYED FILES ARE WALKED AND LOOKED UP BY KEY.  THE
000310* MAP HOLDS EIGHT GENERATIONS - A XREFFILE ENTRY FROM A CYCLE
000320* BEYOND THAT IS COUNTED AS NOT CHECKED RATHER THAN REPORTED.
000330*
000340* SCHEDULE IT AFTER MSTUPDT, WHEN THE DAY'S ADDS HAVE REACHED
000350* THE MASTER.  THE FOOTING GIVES THE COUNT FOR EACH BREAK TYPE,
000360* AND THE STEP ENDS WITH RETURN CODE 8 WHEN THERE IS ANY BREAK
000370* (OR A FILE COULD NOT BE READ), SO DRIFT IS CAUGHT BY THE
000380* SCHEDULER BEFORE IT IS CAUGHT BY A HELP DESK CALLER.
000390*
000400*   MODIFICATION HISTORY
000410*   -------------------------------------------------------------
000420*   DATE       INIT  DESCRIPTION
000430*   10/15/26   JPD   ORIGINAL VERSION.
000431*   10/15/26   JPD   MASTER LAYOUT WIDENED TO 130 BYTES FOR THE
000432*                    AMENDMENT FIELDS MSTUPDT NOW CARRIES FROM
000433*                    THE LOAD JOURNAL.  NOW THAT CHANGES AND
000434*                    CANCELS REACH THE MASTER, A MASTER STATUS
000435*                    THAT DISAGREES WITH IDXFILE IS A TYPE 3
000436*                    BREAK AS WELL AS A DIFFERENT TEXT.
000437*   10/15/26   JPD   A FILE THAT CANNOT BE OPENED IS NAMED FROM
000438*                    ITS OWN FIELD, NOT THE ONE 5000 USES TO NAME
000439*                    THE FILE WITH THE HIGHEST NUMBER.
000440*****************************************************************
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT INDEXED-FILE ASSIGN TO 'IDXFILE'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS IDX-KEY
000570         FILE STATUS IS WS-IDX-STATUS.
000580*
000590     SELECT XREF-FILE ASSIGN TO 'XREFFILE'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS XRF-KEY
000630         FILE STATUS IS WS-XREF-STATUS.
000640*
000650     SELECT MASTER-FILE ASSIGN TO 'MSTRFILE'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MST-KEY
000690         FILE STATUS IS WS-MST-STATUS.
000700*
000710     SELECT ARCHIVE-FILE ASSIGN TO 'IDXARCHV'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ARCH-STATUS.
000740*
000750     SELECT CONTROL-FILE ASSIGN TO 'CTLFILE'
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-CTL-STATUS.
000780*
000790     SELECT REPORT-FILE ASSIGN TO 'AUDITRPT'
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RPT-STATUS.
000820*
000830     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-JSTAT-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900 FD  INDEXED-FILE.
000910 01  IDX-RECORD.
000920     05  IDX-KEY                     PIC 9(05).
000930     05  IDX-TEXT                    PIC X(95).
000940     05  IDX-LOAD-DATE               PIC 9(06).
000950     05  IDX-STATUS                  PIC X(01).
000960     05  IDX-GEN                     PIC 9(03).
000970*
000980 FD  XREF-FILE.
000990 01  XREF-RECORD.
001000     05  XRF-KEY.
001010         10  XRF-SRC-KEY             PIC X(05).
001020         10  XRF-RUN-DATE            PIC 9(06).
001030     05  XRF-SEQ                     PIC 9(05).
001040     05  XRF-GEN                     PIC 9(03).
001050     05  FILLER                      PIC X(01).
001060*
001070 FD  MASTER-FILE.
001080 01  MASTER-RECORD.
001090     05  MST-KEY.
001100         10  MST-GEN                 PIC 9(03).
001110         10  MST-SEQ                 PIC 9(05).
001120     05  MST-TEXT                    PIC X(95).
001130     05  MST-LOAD-DATE               PIC 9(06).
001140     05  MST-SOURCE                  PIC X(08).
001150     05  MST-DUP-FLAG                PIC X(01).
001151     05  MST-STATUS                  PIC X(01).
001152     05  MST-AMEND-COUNT             PIC 9(03).
001153     05  MST-AMEND-DATE              PIC 9(06).
001160     05  FILLER                      PIC X(02).
001170*
001180* THE ARCHIVE LAYOUT AS WRITTEN BY IDXARCH 2100.
001190 FD  ARCHIVE-FILE
001200     RECORD CONTAINS 120 CHARACTERS.
001210 01  ARCH-RECORD.
001220     05  ARC-KEY                     PIC 9(05).
001230     05  ARC-TEXT                    PIC X(95).
001240     05  ARC-LOAD-DATE               PIC 9(06).
001250     05  ARC-ARCHIVE-DATE            PIC 9(06).
001260     05  ARC-STATUS                  PIC X(01).
001270     05  ARC-GEN                     PIC 9(03).
001280     05  FILLER                      PIC X(04).
001290*
001300 FD  CONTROL-FILE.
001310 01  CTL-RECORD.
001320     05  CTL-LAST-SEQ                PIC 9(05).
001330     05  CTL-GENERATION              PIC 9(03).
001340     05  CTL-BACKOUT-DATE            PIC X(06).
001350     05  CTL-BACKOUT-ACTION          PIC X(01).
001360     05  FILLER                      PIC X(05).
001370*
001380 FD  REPORT-FILE
001390     RECORD CONTAINS 132 CHARACTERS.
001400 01  REPORT-LINE                     PIC X(132).
001410*
001420 FD  JOB-STAT-FILE
001430     RECORD CONTAINS 50 CHARACTERS.
001440 01  JOB-STAT-RECORD                 PIC X(50).
001450*
001460 WORKING-STORAGE SECTION.
001470*
001480     COPY JOBSTAT.
001490*
001500 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001510 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
001520 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
001530 77  WS-IDX-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001540 77  WS-XREF-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001550 77  WS-MST-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001560 77  WS-ARCH-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001570 77  WS-UNCHECKED-COUNT              PIC 9(07) COMP VALUE ZERO.
001580 77  WS-BREAK-TOTAL                  PIC 9(07) COMP VALUE ZERO.
001590 77  WS-AM-SLOT-COUNT                PIC 9(02) COMP VALUE ZERO.
001600 77  WS-AM-SLOT-MAX                  PIC 9(02) COMP VALUE 8.
001610 77  WS-AM-SUB                       PIC 9(02) COMP VALUE ZERO.
001620 77  WS-AM-HIT-SUB                   PIC 9(02) COMP VALUE ZERO.
001630 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
001640 77  WS-FIND-GEN                     PIC 9(03) VALUE ZERO.
001650 77  WS-CTL-SEQ                      PIC 9(05) VALUE ZERO.
001660 77  WS-CTL-GEN                      PIC 9(03) VALUE ZERO.
001670 77  WS-HIGH-SEQ                     PIC 9(05) VALUE ZERO.
001675 77  WS-HIGH-FILE                    PIC X(08) VALUE SPACES.
001680 77  WS-FAIL-FILE                    PIC X(08) VALUE SPACES.
001690*
001700 01  WS-IDX-STATUS                   PIC X(02).
001710     88  WS-IDX-OK                   VALUE '00'.
001720*
001730 01  WS-XREF-STATUS                  PIC X(02).
001740     88  WS-XREF-OK                  VALUE '00'.
001750*
001760 01  WS-MST-STATUS                   PIC X(02).
001770     88  WS-MST-OK                   VALUE '00'.
001780*
001790 01  WS-ARCH-STATUS                  PIC X(02).
001800     88  WS-ARCH-OK                  VALUE '00'.
001810*
001820 01  WS-CTL-STATUS                   PIC X(02).
001830     88  WS-CTL-OK                   VALUE '00'.
001840*
001850 01  WS-RPT-STATUS                   PIC X(02).
001860     88  WS-RPT-OK                   VALUE '00'.
001870*
001880 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001890     88  WS-EOF-YES                  VALUE 'Y'.
001900*
001910 01  WS-IDX-OPEN-SW                  PIC X(01) VALUE 'N'.
001920     88  WS-IDX-OPEN                 VALUE 'Y'.
001930*
001940 01  WS-XREF-OPEN-SW                 PIC X(01) VALUE 'N'.
001950     88  WS-XREF-OPEN                VALUE 'Y'.
001960*
001970 01  WS-MST-OPEN-SW                  PIC X(01) VALUE 'N'.
001980     88  WS-MST-OPEN                 VALUE 'Y'.
001990*
002000 01  WS-FILE-FAIL-SW                 PIC X(01) VALUE 'N'.
002010     88  WS-FILE-FAIL                VALUE 'Y'.
002020*
002030 01  WS-RUN-DATE                     PIC 9(06).
002040 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
002050     05  WS-RUN-YY                   PIC 9(02).
002060     05  WS-RUN-MM                   PIC 9(02).
002070     05  WS-RUN-DD                   PIC 9(02).
002080*
002090* THE ARCHIVE PRESENCE MAP - ONE SLOT PER GENERATION SEEN ON
002100* IDXARCHV, ONE BYTE PER SEQUENCE NUMBER ('Y' WHEN ARCHIVED).
002110 01  WS-ARCH-MAP-TABLE.
002120     05  WS-AM-SLOT  OCCURS 8 TIMES.
002130         10  WS-AM-GEN               PIC 9(03).
002140         10  WS-AM-SEEN  OCCURS 99999 TIMES
002150                                     PIC X(01).
002160*
002170* BREAK COUNTS AND THEIR FOOTING LABELS, BY BREAK TYPE.
002180 01  WS-BREAK-COUNTS.
002190     05  WS-BREAK-COUNT  OCCURS 5 TIMES
002200                                     PIC 9(07) COMP.
002210*
002220 01  WS-BREAK-LABEL-VALUES.
002230     05  FILLER                      PIC X(40) VALUE
002240             '1 XREF SEQ NOT ON IDXFILE OR ARCHIVE:'.
002250     05  FILLER                      PIC X(40) VALUE
002260             '2 IDXFILE ENTRY WITH NO MASTER:'.
002270     05  FILLER                      PIC X(40) VALUE
002280             '3 MASTER TEXT DIFFERS FROM IDXFILE:'.
002290     05  FILLER                      PIC X(40) VALUE
002300             '4 GENERATION MISMATCH:'.
002310     05  FILLER                      PIC X(40) VALUE
002320             '5 CTLFILE SEED BELOW HIGHEST SEQ:'.
002330 01  WS-BREAK-LABEL-TABLE  REDEFINES WS-BREAK-LABEL-VALUES.
002340     05  WS-BREAK-LABEL  OCCURS 5 TIMES
002350                                     PIC X(40).
002360*
002370 01  WS-HEADING-1.
002380     05  FILLER                      PIC X(01) VALUE SPACE.
002390     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
002400     05  WS-H1-MM                    PIC 9(02).
002410     05  FILLER                      PIC X(01) VALUE '/'.
002420     05  WS-H1-DD                    PIC 9(02).
002430     05  FILLER                      PIC X(01) VALUE '/'.
002440     05  WS-H1-YY                    PIC 9(02).
002450     05  FILLER                      PIC X(13) VALUE SPACES.
002460     05  FILLER                      PIC X(26) VALUE
002470             'KEYED FILE INTEGRITY AUDIT'.
002480     05  FILLER                      PIC X(12) VALUE SPACES.
002490     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002500     05  WS-H1-PAGE                  PIC ZZZZ9.
002510     05  FILLER                      PIC X(52) VALUE SPACES.
002520*
002530 01  WS-HEADING-2.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  FILLER                      PIC X(06) VALUE 'TYPE'.
002560     05  FILLER                      PIC X(10) VALUE 'FILE'.
002570     05  FILLER                      PIC X(11) VALUE 'GEN/SEQ'.
002580     05  FILLER                      PIC X(08) VALUE 'SRC KEY'.
002590     05  FILLER                      PIC X(10) VALUE 'RUN DATE'.
002600     05  FILLER                      PIC X(86) VALUE 'DETAIL'.
002610*
002620 01  WS-DETAIL-LINE.
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  WS-DTL-TYPE                 PIC 9(01).
002650     05  FILLER                      PIC X(04) VALUE SPACES.
002660     05  WS-DTL-FILE                 PIC X(08).
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  WS-DTL-GEN                  PIC X(03).
002690     05  WS-DTL-SLASH                PIC X(01).
002700     05  WS-DTL-SEQ                  PIC X(05).
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  WS-DTL-SRC-KEY              PIC X(05).
002730     05  FILLER                      PIC X(03) VALUE SPACES.
002740     05  WS-DTL-RUN-DATE             PIC X(06).
002750     05  FILLER                      PIC X(04) VALUE SPACES.
002760     05  WS-DTL-TEXT                 PIC X(80).
002770     05  FILLER                      PIC X(06) VALUE SPACES.
002780*
002790 01  WS-TOTAL-LINE.
002800     05  FILLER                      PIC X(01) VALUE SPACE.
002810     05  WS-TOT-LABEL                PIC X(40).
002820     05  FILLER                      PIC X(01) VALUE SPACE.
002830     05  WS-TOT-COUNT                PIC ZZZZZZ9.
002840     05  FILLER                      PIC X(83) VALUE SPACES.
002850*
002860 01  WS-MSG-LINE.
002870     05  FILLER                      PIC X(01) VALUE SPACE.
002880     05  WS-MSG-TEXT                 PIC X(120).
002890     05  FILLER                      PIC X(11) VALUE SPACES.
002900*
002910 PROCEDURE DIVISION.
002920*
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     IF WS-IDX-OPEN
002960         PERFORM 2000-AUDIT-INDEX THRU 2000-EXIT
002970     END-IF.
002980     IF WS-XREF-OPEN
002990         PERFORM 3000-AUDIT-XREF THRU 3000-EXIT
003000     END-IF.
003010     IF WS-MST-OPEN
003020         PERFORM 4000-AUDIT-MASTER THRU 4000-EXIT
003030     END-IF.
003040     PERFORM 5000-CHECK-SEED THRU 5000-EXIT.
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003060     STOP RUN.
003070*
003080* THE CONTROL SEED AND THE ARCHIVE MAP ARE TAKEN FIRST, THEN THE
003090* THREE KEYED FILES ARE OPENED.  A FILE THAT WILL NOT OPEN IS
003100* REPORTED AND ITS PART OF THE AUDIT SKIPPED; THE RUN STILL
003110* ENDS WITH THE BREAK RETURN CODE.
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE.
003140     MOVE 'IDXAUD' TO WS-JS-JOB-NAME.
003150     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
003160     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
003170     OPEN OUTPUT REPORT-FILE.
003180     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT.
003190     MOVE ZERO TO WS-BREAK-COUNT(1).
003200     MOVE ZERO TO WS-BREAK-COUNT(2).
003210     MOVE ZERO TO WS-BREAK-COUNT(3).
003220     MOVE ZERO TO WS-BREAK-COUNT(4).
003230     MOVE ZERO TO WS-BREAK-COUNT(5).
003240     PERFORM 1100-READ-CONTROL-SEED THRU 1100-EXIT.
003250     PERFORM 1200-LOAD-ARCHIVE-MAP THRU 1200-EXIT.
003260     OPEN INPUT INDEXED-FILE.
003270     IF WS-IDX-OK
003280         SET WS-IDX-OPEN TO TRUE
003290     ELSE
003300         MOVE 'IDXFILE' TO WS-FAIL-FILE
003310         MOVE WS-IDX-STATUS TO WS-DTL-SRC-KEY
003320         PERFORM 1900-REPORT-UNAVAILABLE THRU 1900-EXIT
003330     END-IF.
003340     OPEN INPUT XREF-FILE.
003350     IF WS-XREF-OK
003360         SET WS-XREF-OPEN TO TRUE
003370     ELSE
003380         MOVE 'XREFFILE' TO WS-FAIL-FILE
003390         MOVE WS-XREF-STATUS TO WS-DTL-SRC-KEY
003400         PERFORM 1900-REPORT-UNAVAILABLE THRU 1900-EXIT
003410     END-IF.
003420     OPEN INPUT MASTER-FILE.
003430     IF WS-MST-OK
003440         SET WS-MST-OPEN TO TRUE
003450     ELSE
003460         MOVE 'MSTRFILE' TO WS-FAIL-FILE
003470         MOVE WS-MST-STATUS TO WS-DTL-SRC-KEY
003480         PERFORM 1900-REPORT-UNAVAILABLE THRU 1900-EXIT
003490     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530*
003540* READS THE ONE-RECORD CONTROL FILE THE SAME TOLERANT WAY
003550* TRNBLD 1010 DOES - A MISSING FILE OR BLANK GENERATION READS
003560* AS ZERO.
003570 1100-READ-CONTROL-SEED.
003580     OPEN INPUT CONTROL-FILE.
003590     IF NOT WS-CTL-OK
003600         MOVE 'CTLFILE' TO WS-FAIL-FILE
003610         MOVE WS-CTL-STATUS TO WS-DTL-SRC-KEY
003620         PERFORM 1900-REPORT-UNAVAILABLE THRU 1900-EXIT
003630         GO TO 1100-EXIT
003640     END-IF.
003650     READ CONTROL-FILE
003660         AT END
003670             MOVE ZERO TO CTL-LAST-SEQ
003680             MOVE ZERO TO CTL-GENERATION
003690     END-READ.
003700     IF CTL-LAST-SEQ NUMERIC
003710         MOVE CTL-LAST-SEQ TO WS-CTL-SEQ
003720     END-IF.
003730     IF CTL-GENERATION NUMERIC
003740         MOVE CTL-GENERATION TO WS-CTL-GEN
003750     END-IF.
003760     CLOSE CONTROL-FILE.
003770 1100-EXIT.
003780     EXIT.
003790*
003800* NO ARCHIVE AT ALL IS NORMAL BEFORE THE FIRST RETENTION PURGE -
003810* THE MAP IS SIMPLY EMPTY.
003820 1200-LOAD-ARCHIVE-MAP.
003830     MOVE SPACES TO WS-ARCH-MAP-TABLE.
003840     OPEN INPUT ARCHIVE-FILE.
003850     IF NOT WS-ARCH-OK
003860         GO TO 1200-EXIT
003870     END-IF.
003880     MOVE 'N' TO WS-EOF-SW.
003890     PERFORM 1210-MAP-ONE-ARCH-RECORD THRU 1210-EXIT
003900         UNTIL WS-EOF-YES.
003910     CLOSE ARCHIVE-FILE.
003920 1200-EXIT.
003930     EXIT.
003940*
003950 1210-MAP-ONE-ARCH-RECORD.
003960     READ ARCHIVE-FILE
003970         AT END
003980             SET WS-EOF-YES TO TRUE
003990             GO TO 1210-EXIT
004000     END-READ.
004010     ADD 1 TO WS-ARCH-READ-COUNT.
004020     IF ARC-KEY NOT NUMERIC OR ARC-KEY = ZERO
004030         GO TO 1210-EXIT
004040     END-IF.
004050     IF ARC-GEN NOT NUMERIC
004060         MOVE ZERO TO ARC-GEN
004070     END-IF.
004080     IF ARC-GEN > WS-CTL-GEN
004090         MOVE 4 TO WS-TYPE-SUB
004100         MOVE 'IDXARCHV' TO WS-DTL-FILE
004110         MOVE ARC-GEN TO WS-DTL-GEN
004120         MOVE ARC-KEY TO WS-DTL-SEQ
004130         MOVE SPACES TO WS-DTL-SRC-KEY
004140         MOVE ARC-ARCHIVE-DATE TO WS-DTL-RUN-DATE
004150         MOVE SPACES TO WS-DTL-TEXT
004160         STRING 'ARCHIVED UNDER A GENERATION LATER THAN CTLFILE '
004170             WS-CTL-GEN
004180             DELIMITED BY SIZE INTO WS-DTL-TEXT
004190         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
004200     END-IF.
004210     IF ARC-GEN = WS-CTL-GEN
004220         AND ARC-KEY > WS-HIGH-SEQ
004230         MOVE ARC-KEY TO WS-HIGH-SEQ
004240         MOVE 'IDXARCHV' TO WS-HIGH-FILE
004250     END-IF.
004260     MOVE ARC-GEN TO WS-FIND-GEN.
004270     PERFORM 7000-FIND-GEN-SLOT THRU 7000-EXIT.
004280     IF WS-AM-HIT-SUB = ZERO
004290         IF WS-AM-SLOT-COUNT < WS-AM-SLOT-MAX
004300             ADD 1 TO WS-AM-SLOT-COUNT
004310             MOVE WS-AM-SLOT-COUNT TO WS-AM-HIT-SUB
004320             MOVE ARC-GEN TO WS-AM-GEN(WS-AM-HIT-SUB)
004330         ELSE
004340             GO TO 1210-EXIT
004350         END-IF
004360     END-IF.
004370     MOVE 'Y' TO WS-AM-SEEN(WS-AM-HIT-SUB, ARC-KEY).
004380 1210-EXIT.
004390     EXIT.
004400*
004410* A FILE THAT CANNOT BE READ IS NOT A CLEAN AUDIT.
004420 1900-REPORT-UNAVAILABLE.
004430     SET WS-FILE-FAIL TO TRUE.
004440     MOVE SPACES TO WS-MSG-TEXT.
004450     STRING WS-FAIL-FILE ' NOT AVAILABLE - STATUS='
004460         WS-DTL-SRC-KEY(1:2) ' - NOT AUDITED'
004470         DELIMITED BY SIZE INTO WS-MSG-TEXT.
004480     WRITE REPORT-LINE FROM WS-MSG-LINE
004490         AFTER ADVANCING 1 LINE.
004500     ADD 1 TO WS-LINE-COUNT.
004510     DISPLAY 'IDXAUD - ' WS-MSG-TEXT.
004520 1900-EXIT.
004530     EXIT.
004540*
004550* WALKS IDXFILE FRONT TO BACK.  EVERY LIVE ENTRY MUST CARRY THE
004560* CURRENT GENERATION (THE WRAP RESET EMPTIES THE FILE) AND HAVE
004570* A MASTER RECORD UNDER ITS GENERATION AND SEQUENCE NUMBER
004580* CARRYING THE SAME TEXT.
004590 2000-AUDIT-INDEX.
004600     MOVE 'N' TO WS-EOF-SW.
004610     PERFORM 2100-CHECK-ONE-INDEX THRU 2100-EXIT
004620         UNTIL WS-EOF-YES.
004630 2000-EXIT.
004640     EXIT.
004650*
004660 2100-CHECK-ONE-INDEX.
004670     READ INDEXED-FILE NEXT RECORD
004680         AT END
004690             SET WS-EOF-YES TO TRUE
004700             GO TO 2100-EXIT
004710     END-READ.
004720     ADD 1 TO WS-IDX-READ-COUNT.
004730     MOVE 'IDXFILE' TO WS-DTL-FILE.
004740     MOVE IDX-GEN TO WS-DTL-GEN.
004750     MOVE IDX-KEY TO WS-DTL-SEQ.
004760     MOVE SPACES TO WS-DTL-SRC-KEY.
004770     MOVE IDX-LOAD-DATE TO WS-DTL-RUN-DATE.
004780     IF IDX-GEN NOT NUMERIC
004790         OR IDX-GEN NOT = WS-CTL-GEN
004800         MOVE 4 TO WS-TYPE-SUB
004810         MOVE SPACES TO WS-DTL-TEXT
004820         STRING 'LIVE ENTRY OUTSIDE THE CURRENT GENERATION '
004830             WS-CTL-GEN
004840             DELIMITED BY SIZE INTO WS-DTL-TEXT
004850         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
004860     ELSE
004870         IF IDX-KEY > WS-HIGH-SEQ
004880             MOVE IDX-KEY TO WS-HIGH-SEQ
004890             MOVE 'IDXFILE' TO WS-HIGH-FILE
004900         END-IF
004910     END-IF.
004920     IF NOT WS-MST-OPEN
004930         GO TO 2100-EXIT
004940     END-IF.
004950     IF IDX-GEN NUMERIC
004960         MOVE IDX-GEN TO MST-GEN
004970     ELSE
004980         MOVE ZERO TO MST-GEN
004990     END-IF.
005000     MOVE IDX-KEY TO MST-SEQ.
005010     READ MASTER-FILE
005020         INVALID KEY
005030             MOVE 2 TO WS-TYPE-SUB
005040             MOVE 'NO MSTRFILE RECORD FOR THIS GENERATION AND SEQ'
005050                 TO WS-DTL-TEXT
005060             PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
005070             GO TO 2100-EXIT
005080     END-READ.
005090     IF MST-TEXT NOT = IDX-TEXT
005100         MOVE 3 TO WS-TYPE-SUB
005110         MOVE 'MSTRFILE' TO WS-DTL-FILE
005120         MOVE SPACES TO WS-DTL-TEXT
005130         STRING 'MASTER TEXT DIFFERS - IDX=' IDX-TEXT(1:25)
005140             ' MSTR=' MST-TEXT(1:25)
005150             DELIMITED BY SIZE INTO WS-DTL-TEXT
005160         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
005161         GO TO 2100-EXIT
005170     END-IF.
005171     IF MST-STATUS NOT = IDX-STATUS
005172         MOVE 3 TO WS-TYPE-SUB
005173         MOVE 'MSTRFILE' TO WS-DTL-FILE
005174         MOVE SPACES TO WS-DTL-TEXT
005175         STRING 'MASTER STATUS DIFFERS - IDX=' IDX-STATUS
005176             ' MSTR=' MST-STATUS
005177             DELIMITED BY SIZE INTO WS-DTL-TEXT
005178         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
005179     END-IF.
005180 2100-EXIT.
005190     EXIT.
005200*
005210* WALKS XREFFILE.  AN ENTRY IS GOOD WHEN IDXFILE HOLDS ITS
005220* SEQUENCE NUMBER UNDER ITS GENERATION, OR WHEN THE ARCHIVE DOES
005230* (A PURGED OR PRE-WRAP ENTRY).  AN ENTRY FROM A GENERATION
005240* LATER THAN CTLFILE'S IS A GENERATION BREAK OUTRIGHT.
005250 3000-AUDIT-XREF.
005260     MOVE 'N' TO WS-EOF-SW.
005270     PERFORM 3100-CHECK-ONE-XREF THRU 3100-EXIT
005280         UNTIL WS-EOF-YES.
005290 3000-EXIT.
005300     EXIT.
005310*
005320 3100-CHECK-ONE-XREF.
005330     READ XREF-FILE NEXT RECORD
005340         AT END
005350             SET WS-EOF-YES TO TRUE
005360             GO TO 3100-EXIT
005370     END-READ.
005380     ADD 1 TO WS-XREF-READ-COUNT.
005390     MOVE 'XREFFILE' TO WS-DTL-FILE.
005400     MOVE XRF-GEN TO WS-DTL-GEN.
005410     MOVE XRF-SEQ TO WS-DTL-SEQ.
005420     MOVE XRF-SRC-KEY TO WS-DTL-SRC-KEY.
005430     MOVE XRF-RUN-DATE TO WS-DTL-RUN-DATE.
005440     IF XRF-GEN NOT NUMERIC OR XRF-SEQ NOT NUMERIC
005450         OR XRF-SEQ = ZERO
005460         MOVE 1 TO WS-TYPE-SUB
005470         MOVE 'UNREADABLE GENERATION OR SEQUENCE NUMBER'
005480             TO WS-DTL-TEXT
005490         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
005500         GO TO 3100-EXIT
005510     END-IF.
005520     IF XRF-GEN > WS-CTL-GEN
005530         MOVE 4 TO WS-TYPE-SUB
005540         MOVE SPACES TO WS-DTL-TEXT
005550         STRING 'GENERATION LATER THAN CTLFILE ' WS-CTL-GEN
005560             DELIMITED BY SIZE INTO WS-DTL-TEXT
005570         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
005580         GO TO 3100-EXIT
005590     END-IF.
005600     IF XRF-GEN = WS-CTL-GEN
005610         AND XRF-SEQ > WS-HIGH-SEQ
005620         MOVE XRF-SEQ TO WS-HIGH-SEQ
005630         MOVE 'XREFFILE' TO WS-HIGH-FILE
005640     END-IF.
005650     IF WS-IDX-OPEN
005660         MOVE XRF-SEQ TO IDX-KEY
005670         READ INDEXED-FILE
005680             INVALID KEY
005690                 CONTINUE
005700         END-READ
005710         IF WS-IDX-OK AND IDX-GEN = XRF-GEN
005720             GO TO 3100-EXIT
005730         END-IF
005740     END-IF.
005750     MOVE XRF-GEN TO WS-FIND-GEN.
005760     PERFORM 7000-FIND-GEN-SLOT THRU 7000-EXIT.
005770     IF WS-AM-HIT-SUB > ZERO
005780         IF WS-AM-SEEN(WS-AM-HIT-SUB, XRF-SEQ) = 'Y'
005790             GO TO 3100-EXIT
005800         END-IF
005810     ELSE
005820         IF WS-AM-SLOT-COUNT = WS-AM-SLOT-MAX
005830             ADD 1 TO WS-UNCHECKED-COUNT
005840             GO TO 3100-EXIT
005850         END-IF
005860     END-IF.
005870     MOVE 1 TO WS-TYPE-SUB.
005880     MOVE SPACES TO WS-DTL-TEXT.
005890     IF WS-IDX-OPEN AND WS-IDX-OK
005900         STRING 'SEQ IS ON IDXFILE ONLY UNDER GENERATION ' IDX-GEN
005910             ' AND NOT ON THE ARCHIVE'
005920             DELIMITED BY SIZE INTO WS-DTL-TEXT
005930     ELSE
005940         MOVE 'SEQ IS ON NEITHER IDXFILE NOR THE ARCHIVE'
005950             TO WS-DTL-TEXT
005960     END-IF.
005970     PERFORM 8000-WRITE-BREAK THRU 8000-EXIT.
005980 3100-EXIT.
005990     EXIT.
006000*
006010* WALKS MSTRFILE FOR GENERATION BREAKS AND THE HIGHEST NUMBER IN
006020* THE CURRENT CYCLE.  IT IS CLOSED AND REOPENED FIRST SO THE
006030* WALK STARTS AT THE FRONT AFTER THE KEYED READS OF 2000.
006040 4000-AUDIT-MASTER.
006050     CLOSE MASTER-FILE.
006060     OPEN INPUT MASTER-FILE.
006070     IF NOT WS-MST-OK
006080         MOVE 'N' TO WS-MST-OPEN-SW
006090         MOVE 'MSTRFILE' TO WS-FAIL-FILE
006100         MOVE WS-MST-STATUS TO WS-DTL-SRC-KEY
006110         PERFORM 1900-REPORT-UNAVAILABLE THRU 1900-EXIT
006120         GO TO 4000-EXIT
006130     END-IF.
006140     MOVE 'N' TO WS-EOF-SW.
006150     PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
006160         UNTIL WS-EOF-YES.
006170 4000-EXIT.
006180     EXIT.
006190*
006200 4100-CHECK-ONE-MASTER.
006210     READ MASTER-FILE NEXT RECORD
006220         AT END
006230             SET WS-EOF-YES TO TRUE
006240             GO TO 4100-EXIT
006250     END-READ.
006260     ADD 1 TO WS-MST-READ-COUNT.
006270     IF MST-GEN > WS-CTL-GEN
006280         MOVE 4 TO WS-TYPE-SUB
006290         MOVE 'MSTRFILE' TO WS-DTL-FILE
006300         MOVE MST-GEN TO WS-DTL-GEN
006310         MOVE MST-SEQ TO WS-DTL-SEQ
006320         MOVE SPACES TO WS-DTL-SRC-KEY
006330         MOVE MST-LOAD-DATE TO WS-DTL-RUN-DATE
006340         MOVE SPACES TO WS-DTL-TEXT
006350         STRING 'GENERATION LATER THAN CTLFILE ' WS-CTL-GEN
006360             DELIMITED BY SIZE INTO WS-DTL-TEXT
006370         PERFORM 8000-WRITE-BREAK THRU 8000-EXIT
006380         GO TO 4100-EXIT
006390     END-IF.
006400     IF MST-GEN = WS-CTL-GEN
006410         AND MST-SEQ > WS-HIGH-SEQ
006420         MOVE MST-SEQ TO WS-HIGH-SEQ
006430         MOVE 'MSTRFILE' TO WS-HIGH-FILE
006440     END-IF.
006450 4100-EXIT.
006460     EXIT.
006470*
006480* THE SEED MUST BE AT OR ABOVE EVERY NUMBER ALREADY ISSUED IN
006490* THE CURRENT CYCLE, OR THE NEXT RUN HANDS ONE OUT AGAIN.
006500 5000-CHECK-SEED.
006510     IF WS-HIGH-SEQ NOT > WS-CTL-SEQ
006520         GO TO 5000-EXIT
006530     END-IF.
006540     MOVE 5 TO WS-TYPE-SUB.
006550     MOVE 'CTLFILE' TO WS-DTL-FILE.
006560     MOVE WS-CTL-GEN TO WS-DTL-GEN.
006570     MOVE WS-CTL-SEQ TO WS-DTL-SEQ.
006580     MOVE SPACES TO WS-DTL-SRC-KEY.
006590     MOVE SPACES TO WS-DTL-RUN-DATE.
006600     MOVE SPACES TO WS-DTL-TEXT.
006610     STRING 'SEED ' WS-CTL-SEQ ' IS BELOW SEQ ' WS-HIGH-SEQ
006620         ' FOUND ON ' WS-HIGH-FILE
006630         DELIMITED BY SIZE INTO WS-DTL-TEXT.
006640     PERFORM 8000-WRITE-BREAK THRU 8000-EXIT.
006650 5000-EXIT.
006660     EXIT.
006670*
006680* LOOKS UP WS-FIND-GEN AMONG THE ARCHIVE MAP SLOTS IN USE.
006690* WS-AM-HIT-SUB IS LEFT AT THE MATCHING SLOT, OR ZERO.
006700 7000-FIND-GEN-SLOT.
006710     MOVE ZERO TO WS-AM-HIT-SUB.
006720     IF WS-AM-SLOT-COUNT = ZERO
006730         GO TO 7000-EXIT
006740     END-IF.
006750     PERFORM 7010-TEST-ONE-SLOT THRU 7010-EXIT
006760         VARYING WS-AM-SUB FROM 1 BY 1
006770         UNTIL WS-AM-SUB > WS-AM-SLOT-COUNT
006780            OR WS-AM-HIT-SUB > ZERO.
006790 7000-EXIT.
006800     EXIT.
006810*
006820 7010-TEST-ONE-SLOT.
006830     IF WS-AM-GEN(WS-AM-SUB) = WS-FIND-GEN
006840         MOVE WS-AM-SUB TO WS-AM-HIT-SUB
006850     END-IF.
006860 7010-EXIT.
006870     EXIT.
006880*
006890* ONE DETAIL LINE PER BREAK, COUNTED UNDER ITS TYPE.  THE
006900* CALLER SETS WS-TYPE-SUB AND THE DETAIL FIELDS.
006910 8000-WRITE-BREAK.
006920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006930         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
006940     END-IF.
006950     ADD 1 TO WS-BREAK-COUNT(WS-TYPE-SUB).
006960     ADD 1 TO WS-BREAK-TOTAL.
006970     MOVE WS-TYPE-SUB TO WS-DTL-TYPE.
006980     MOVE '/' TO WS-DTL-SLASH.
006990     WRITE REPORT-LINE FROM WS-DETAIL-LINE
007000         AFTER ADVANCING 1 LINE.
007010     ADD 1 TO WS-LINE-COUNT.
007020 8000-EXIT.
007030     EXIT.
007040*
007050 8100-PRINT-HEADINGS.
007060     ADD 1 TO WS-PAGE-COUNT.
007070     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
007080     MOVE WS-RUN-MM TO WS-H1-MM.
007090     MOVE WS-RUN-DD TO WS-H1-DD.
007100     MOVE WS-RUN-YY TO WS-H1-YY.
007110     IF WS-PAGE-COUNT = 1
007120         WRITE REPORT-LINE FROM WS-HEADING-1
007130             AFTER ADVANCING 1 LINE
007140     ELSE
007150         WRITE REPORT-LINE FROM WS-HEADING-1
007160             AFTER ADVANCING PAGE
007170     END-IF.
007180     WRITE REPORT-LINE FROM WS-HEADING-2
007190         AFTER ADVANCING 2 LINES.
007200     MOVE ZERO TO WS-LINE-COUNT.
007210 8100-EXIT.
007220     EXIT.
007230*
007240 9000-TERMINATE.
007250     MOVE 'IDXFILE ENTRIES READ:' TO WS-TOT-LABEL.
007260     MOVE WS-IDX-READ-COUNT TO WS-TOT-COUNT.
007270     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007280         AFTER ADVANCING 2 LINES.
007290     MOVE 'XREFFILE ENTRIES READ:' TO WS-TOT-LABEL.
007300     MOVE WS-XREF-READ-COUNT TO WS-TOT-COUNT.
007310     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007320         AFTER ADVANCING 1 LINE.
007330     MOVE 'MSTRFILE RECORDS READ:' TO WS-TOT-LABEL.
007340     MOVE WS-MST-READ-COUNT TO WS-TOT-COUNT.
007350     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007360         AFTER ADVANCING 1 LINE.
007370     MOVE 'IDXARCHV RECORDS READ:' TO WS-TOT-LABEL.
007380     MOVE WS-ARCH-READ-COUNT TO WS-TOT-COUNT.
007390     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007400         AFTER ADVANCING 1 LINE.
007410     MOVE 'XREF NOT CHECKED - GENERATION NOT MAPPED:'
007420         TO WS-TOT-LABEL.
007430     MOVE WS-UNCHECKED-COUNT TO WS-TOT-COUNT.
007440     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007450         AFTER ADVANCING 1 LINE.
007460     PERFORM 9100-PRINT-BREAK-COUNT THRU 9100-EXIT
007470         VARYING WS-TYPE-SUB FROM 1 BY 1
007480         UNTIL WS-TYPE-SUB > 5.
007490     MOVE 'TOTAL BREAKS:' TO WS-TOT-LABEL.
007500     MOVE WS-BREAK-TOTAL TO WS-TOT-COUNT.
007510     WRITE REPORT-LINE FROM WS-TOTAL-LINE
007520         AFTER ADVANCING 2 LINES.
007530     IF WS-IDX-OPEN
007540         CLOSE INDEXED-FILE
007550     END-IF.
007560     IF WS-XREF-OPEN
007570         CLOSE XREF-FILE
007580     END-IF.
007590     IF WS-MST-OPEN
007600         CLOSE MASTER-FILE
007610     END-IF.
007620     CLOSE REPORT-FILE.
007630     IF WS-BREAK-TOTAL > ZERO OR WS-FILE-FAIL
007640         MOVE 8 TO RETURN-CODE
007650         MOVE 'EXCPT' TO WS-JS-STATUS
007660         MOVE WS-BREAK-TOTAL TO WS-TOT-COUNT
007670         DISPLAY 'IDXAUD - INTEGRITY BREAKS FOUND: ' WS-TOT-COUNT
007680     ELSE
007690         MOVE 'OK' TO WS-JS-STATUS
007700     END-IF.
007710     COMPUTE WS-JS-IN-COUNT = WS-IDX-READ-COUNT
007720         + WS-XREF-READ-COUNT + WS-MST-READ-COUNT
007730         + WS-ARCH-READ-COUNT.
007740     MOVE WS-BREAK-TOTAL TO WS-JS-OUT-COUNT.
007750     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
007760 9000-EXIT.
007770     EXIT.
007780*
007790 9100-PRINT-BREAK-COUNT.
007800     MOVE WS-BREAK-LABEL(WS-TYPE-SUB) TO WS-TOT-LABEL.
007810     MOVE WS-BREAK-COUNT(WS-TYPE-SUB) TO WS-TOT-COUNT.
007820     IF WS-TYPE-SUB = 1
007830         WRITE REPORT-LINE FROM WS-TOTAL-LINE
007840             AFTER ADVANCING 2 LINES
007850     ELSE
007860         WRITE REPORT-LINE FROM WS-TOTAL-LINE
007870             AFTER ADVANCING 1 LINE
007880     END-IF.
007890 9100-EXIT.
007900     EXIT.
007910*
007920     COPY JOBSTATP.
