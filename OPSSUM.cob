000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPSSUM.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* OPSSUM - MORNING OPERATIONS SUMMARY.
000090*
000100* THE MORNING CHECK USED TO MEAN OPENING SIX REPORTS.  OPSSUM
000110* READS THE FILES BEHIND THEM AND PRINTS ONE PAGE WITH A GREEN,
000120* AMBER OR RED STATUS PER AREA:
000130*
000140*   TRNBLD RECONCILE   - THE LATEST RUNHIST RECORD.  OK IS GREEN
000150*                        (AMBER IF THE RUN RESTARTED), HELD IS
000160*                        AMBER, BREAK OR ABORT IS RED, AND NO
000170*                        HISTORY FOR THE CYCLE DATE IS RED.
000180*   BATCH WINDOW       - THE JOBSTAT FLAGS BATWRPT PRINTS, FOR THE
000190*                        CYCLE DATE ONLY.  NO END IS RED; LONG,
000200*                        DOUBLED AND MISSING ARE AMBER.
000210*   SUSPENSE           - OPEN SUSPFILE ITEMS AND THE OLDEST ONE'S
000220*                        AGE IN BUSINESS DAYS (AMBER FROM 3, RED
000230*                        FROM 5).
000240*   EXTRACT ACK        - THE LATEST CSVBAL END RECORD ON JOBSTAT.
000250*                        OK IS GREEN, ANYTHING ELSE RED, NO CSVBAL
000260*                        RUN SINCE THE CYCLE DATE AMBER.
000270*   SEQUENCE COUNTER   - CTL-LAST-SEQ AGAINST THE 95000 IDXARCH
000280*                        WRAP THRESHOLD (AMBER FROM 90000, RED AT
000290*                        THE THRESHOLD).
000300*   AUDIT LOG          - AUDITLOG LINES WRITTEN SINCE THE LAST
000310*                        OPSSUM RUN.  A GUARD MISMATCH IS RED, A
000320*                        CTLUTIL OVERRIDE OR A TRANSOUT RUN-ONCE
000330*                        OVERRIDE AMBER.  THE LINES THEMSELVES ARE
000340*                        LISTED UNDER THE AREA.
000350*
000360* THE CYCLE DATE IS THE BUSINESS DATE OF THE LATEST TRNBLD
000370* RECORD ON JOBSTAT - OR TRNMRG RECORD, ON A DAY BUILT IN
000380* PARALLEL STREAMS - (FAILING THAT THE LATEST RUNHIST RECORD).
000390* A STEP IS MISSING WHEN IT RAN ON THE PREVIOUS DATE ON FILE BUT
000400* LEFT NO RECORD FOR THE CYCLE DATE - THE ON-REQUEST UTILITIES
000410* THAT RUN NOW AND THEN DO NOT RAISE THE FLAG EVERY MORNING.
000420*
000430* THE PLACE REACHED ON AUDITLOG IS KEPT ON THE ONE-RECORD OPSCTL
000440* FILE - LINES READ AND THE FIRST LINE OF THE LOG - SO A LOG
000450* THE AUDRPT CLOSE-OUT HAS ROLLED SINCE THE LAST RUN IS SEEN AND
000460* READ FROM THE TOP.  THE FIRST RUN READS THE WHOLE LOG.
000470*
000480* THE RETURN CODE IS WHAT THE SCHEDULER PAGES ON - 0 ALL GREEN,
000490* 4 ANY AMBER, 8 ANY RED.  A FILE THAT CANNOT BE READ MAKES ITS
000500* AREA AMBER OR RED, NEVER GREEN.
000510*
000520* OPSSUM APPENDS NO JOBSTAT RECORDS - THE SAME RULE AS BATWRPT,
000530* SINCE IT READS THAT FILE.
000540*
000550*   MODIFICATION HISTORY
000560*   -------------------------------------------------------------
000570*   DATE       INIT  DESCRIPTION
000580*   10/15/26   JPD   ORIGINAL VERSION.
000590*   10/15/26   JPD   A TRNMRG RECORD ON JOBSTAT SETS THE CYCLE
000600*                    DATE THE SAME AS A TRNBLD ONE - ON A DAY RUN
000610*                    IN STREAMS THE STREAM STEPS ARE TRNBLD1-4.
000620*   10/15/26   JPD   THE RUN-ONCE OVERRIDE LINES THE TRANSOUT
000630*                    CONSUMERS WRITE TO AUDITLOG COUNT AS
000640*                    OVERRIDES (AMBER), AS CTLUTIL'S DO.
000650*****************************************************************
000660*
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710*
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-HIST-STATUS.
000770*
000780     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-JSTAT-STATUS.
000810*
000820     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SUSP-STATUS.
000850*
000860     SELECT CONTROL-FILE ASSIGN TO 'CTLFILE'
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-CTL-STATUS.
000890*
000900     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-LOG-STATUS.
000930*
000940     SELECT OPS-CONTROL-FILE ASSIGN TO 'OPSCTL'
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-OPSCTL-STATUS.
000970*
000980     SELECT REPORT-FILE ASSIGN TO 'OPSRPT'
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-RPT-STATUS.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040*
001050* THE 60-BYTE RUN-HISTORY RECORD TRNBLD 9030 APPENDS.
001060 FD  RUN-HISTORY-FILE
001070     RECORD CONTAINS 60 CHARACTERS.
001080 01  HIST-RECORD.
001090     05  RH-RUN-DATE                 PIC 9(06).
001100     05  RH-START-SEQ                PIC 9(05).
001110     05  RH-END-SEQ                  PIC 9(05).
001120     05  RH-RECORDS-READ             PIC 9(07).
001130     05  RH-RECORDS-WRITTEN          PIC 9(07).
001140     05  RH-RECORDS-SUSPENDED        PIC 9(07).
001150     05  RH-RESTARTS                 PIC 9(03).
001160     05  RH-VERDICT                  PIC X(05).
001170     05  RH-HELD-BATCHES             PIC 9(02).
001180     05  RH-HELD-SOURCE              PIC X(08).
001190     05  FILLER                      PIC X(05).
001200*
001210 FD  JOB-STAT-FILE
001220     RECORD CONTAINS 50 CHARACTERS.
001230 01  JOB-STAT-RECORD                 PIC X(50).
001240*
001250 FD  SUSPENSE-FILE
001260     RECORD CONTAINS 116 CHARACTERS.
001270 01  SUSP-RECORD.
001280     05  SUSP-IMAGE                  PIC X(100).
001290     05  SUSP-DATE                   PIC 9(06).
001300     05  SUSP-SOURCE                 PIC X(08).
001310     05  SUSP-TRAN-CODE              PIC X(01).
001320     05  FILLER                      PIC X(01).
001330*
001340 FD  CONTROL-FILE.
001350 01  CTL-RECORD.
001360     05  CTL-LAST-SEQ                PIC 9(05).
001370     05  CTL-GENERATION              PIC 9(03).
001380     05  CTL-BACKOUT-DATE            PIC X(06).
001390     05  CTL-BACKOUT-ACTION          PIC X(01).
001400     05  FILLER                      PIC X(05).
001410*
001420 FD  LOG-FILE.
001430 01  LOG-RECORD                      PIC X(132).
001440*
001450* WHERE THE LAST RUN LEFT OFF ON AUDITLOG.
001460 FD  OPS-CONTROL-FILE
001470     RECORD CONTAINS 150 CHARACTERS.
001480 01  OPS-CTL-RECORD.
001490     05  OC-LAST-RUN-DATE            PIC 9(06).
001500     05  OC-LOG-LINES                PIC 9(09).
001510     05  OC-LOG-FIRST-LINE           PIC X(132).
001520     05  FILLER                      PIC X(03).
001530*
001540 FD  REPORT-FILE
001550     RECORD CONTAINS 132 CHARACTERS.
001560 01  REPORT-LINE                     PIC X(132).
001570*
001580 WORKING-STORAGE SECTION.
001590*
001600     COPY JOBSTAT.
001610*
001620 77  WS-JOB-COUNT                    PIC 9(03) COMP VALUE ZERO.
001630 77  WS-JOB-MAX                      PIC 9(03) VALUE 40.
001640 77  WS-JOB-SUB                      PIC 9(03) COMP VALUE ZERO.
001650 77  WS-JOB-HIT-SUB                  PIC 9(03) COMP VALUE ZERO.
001660 77  WS-AVG-ELAPSED                  PIC 9(07) COMP VALUE ZERO.
001670 77  WS-STEP-COUNT                   PIC 9(03) COMP VALUE ZERO.
001680 77  WS-LONG-COUNT                   PIC 9(03) COMP VALUE ZERO.
001690 77  WS-NOEND-COUNT                  PIC 9(03) COMP VALUE ZERO.
001700 77  WS-DOUBLED-COUNT                PIC 9(03) COMP VALUE ZERO.
001710 77  WS-MISSING-COUNT                PIC 9(03) COMP VALUE ZERO.
001720 77  WS-SUSP-COUNT                   PIC 9(07) COMP VALUE ZERO.
001730 77  WS-OLDEST-AGE                   PIC 9(05) COMP VALUE ZERO.
001740 77  WS-OLDEST-DATE                  PIC 9(06) VALUE ZERO.
001750 77  WS-SUSP-AMBER-DAYS              PIC 9(03) VALUE 3.
001760 77  WS-SUSP-RED-DAYS                PIC 9(03) VALUE 5.
001770 77  WS-SEQ-AMBER                    PIC 9(05) VALUE 90000.
001780 77  WS-WRAP-WARN-SEQ                PIC 9(05) VALUE 95000.
001790 77  WS-SEQ-LEFT                     PIC 9(05) VALUE ZERO.
001800 77  WS-LOG-LINES                    PIC 9(09) COMP VALUE ZERO.
001810 77  WS-LOG-SKIP                     PIC 9(09) COMP VALUE ZERO.
001820 77  WS-LOG-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
001830 77  WS-OVERRIDE-COUNT               PIC 9(05) COMP VALUE ZERO.
001840 77  WS-GUARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
001850 77  WS-OVERRIDE-TALLY               PIC 9(03) COMP VALUE ZERO.
001860 77  WS-SUM-SUB                      PIC 9(01) COMP VALUE ZERO.
001870 77  WS-NOTE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001880 77  WS-NOTE-MAX                     PIC 9(03) VALUE 36.
001890 77  WS-NOTE-DROPPED                 PIC 9(05) COMP VALUE ZERO.
001900 77  WS-NOTE-SUB                     PIC 9(03) COMP VALUE ZERO.
001910 77  WS-LEVEL                        PIC 9(01) VALUE ZERO.
001920 77  WS-WORST-LEVEL                  PIC 9(01) VALUE ZERO.
001930 77  WS-LEVEL-SUB                    PIC 9(01) COMP VALUE ZERO.
001940*
001950* BUSINESS-DAY AGING WORK FIELDS - THE SAME SERIAL-DAY SCHEME
001960* SUSPRPT USES (DAY 1 = JANUARY 1 2000, A SATURDAY).
001970 77  WS-CNV-SERIAL                   PIC 9(07) COMP.
001980 77  WS-RUN-SERIAL                   PIC 9(07) COMP.
001990 77  WS-SUSP-SERIAL                  PIC 9(07) COMP.
002000 77  WS-AGE-DAYS                     PIC 9(05) COMP.
002010 77  WS-AGE-WEEKS                    PIC 9(05) COMP.
002020 77  WS-AGE-REMAIN                   PIC 9(01) COMP.
002030 77  WS-AGE-SUB                      PIC 9(01) COMP.
002040 77  WS-DAY-SERIAL                   PIC 9(07) COMP.
002050 77  WS-DOW                          PIC 9(01) COMP.
002060 77  WS-DOW-QUOTIENT                 PIC 9(07) COMP.
002070 77  WS-LEAP-QUOTIENT                PIC 9(03) COMP.
002080 77  WS-LEAP-REMAINDER               PIC 9(03) COMP.
002090*
002100 01  WS-HIST-STATUS                  PIC X(02).
002110     88  WS-HIST-OK                  VALUE '00'.
002120*
002130 01  WS-SUSP-STATUS                  PIC X(02).
002140     88  WS-SUSP-OK                  VALUE '00'.
002150*
002160 01  WS-CTL-STATUS                   PIC X(02).
002170     88  WS-CTL-OK                   VALUE '00'.
002180*
002190 01  WS-LOG-STATUS                   PIC X(02).
002200     88  WS-LOG-OK                   VALUE '00'.
002210*
002220 01  WS-OPSCTL-STATUS                PIC X(02).
002230     88  WS-OPSCTL-OK                VALUE '00'.
002240*
002250 01  WS-RPT-STATUS                   PIC X(02).
002260     88  WS-RPT-OK                   VALUE '00'.
002270*
002280 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
002290     88  WS-EOF-YES                  VALUE 'Y'.
002300     88  WS-EOF-NO                   VALUE 'N'.
002310*
002320 01  WS-JSTAT-AVAIL-SW               PIC X(01) VALUE 'N'.
002330     88  WS-JSTAT-AVAIL              VALUE 'Y'.
002340*
002350 01  WS-HIST-FOUND-SW                PIC X(01) VALUE 'N'.
002360     88  WS-HIST-FOUND               VALUE 'Y'.
002370*
002380 01  WS-CSVBAL-FOUND-SW              PIC X(01) VALUE 'N'.
002390     88  WS-CSVBAL-FOUND             VALUE 'Y'.
002400*
002410 01  WS-HAVE-OPSCTL-SW               PIC X(01) VALUE 'N'.
002420     88  WS-HAVE-OPSCTL              VALUE 'Y'.
002430*
002440 01  WS-LOG-ROLLED-SW                PIC X(01) VALUE 'N'.
002450     88  WS-LOG-ROLLED               VALUE 'Y'.
002460*
002470 01  WS-RUN-DATE                     PIC 9(06).
002480 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
002490     05  WS-RUN-YY                   PIC 9(02).
002500     05  WS-RUN-MM                   PIC 9(02).
002510     05  WS-RUN-DD                   PIC 9(02).
002520*
002530 01  WS-CYCLE-DATE                   PIC 9(06) VALUE ZERO.
002540 01  WS-ANY-MAX-DATE                 PIC 9(06) VALUE ZERO.
002550 01  WS-PRIOR-DATE                   PIC 9(06) VALUE ZERO.
002560*
002570 01  WS-CNV-DATE                     PIC 9(06).
002580 01  WS-CNV-DATE-R  REDEFINES WS-CNV-DATE.
002590     05  WS-CNV-YY                   PIC 9(02).
002600     05  WS-CNV-MM                   PIC 9(02).
002610     05  WS-CNV-DD                   PIC 9(02).
002620*
002630* CUMULATIVE DAYS IN THE YEAR AHEAD OF EACH MONTH, JANUARY
002640* THROUGH DECEMBER, FOR A COMMON YEAR.  A LEAP-YEAR DATE PAST
002650* FEBRUARY GETS ONE DAY ADDED BY 7000-DATE-TO-SERIAL.
002660 01  WS-MONTH-DAYS-VALUES.
002670     05  FILLER                      PIC X(12) VALUE
002680             '000031059090'.
002690     05  FILLER                      PIC X(12) VALUE
002700             '120151181212'.
002710     05  FILLER                      PIC X(12) VALUE
002720             '243273304334'.
002730 01  WS-MONTH-DAYS-TABLE  REDEFINES WS-MONTH-DAYS-VALUES.
002740     05  WS-MONTH-DAYS  OCCURS 12 TIMES
002750                                     PIC 9(03).
002760*
002770* THE LATEST RUNHIST RECORD, KEPT AS THE FILE IS READ.
002780 01  WS-LAST-HIST                    PIC X(60).
002790 01  WS-LAST-HIST-R  REDEFINES WS-LAST-HIST.
002800     05  WS-LH-RUN-DATE              PIC 9(06).
002810     05  WS-LH-START-SEQ             PIC 9(05).
002820     05  WS-LH-END-SEQ               PIC 9(05).
002830     05  WS-LH-READ                  PIC 9(07).
002840     05  WS-LH-WRITTEN               PIC 9(07).
002850     05  WS-LH-SUSPENDED             PIC 9(07).
002860     05  WS-LH-RESTARTS              PIC 9(03).
002870     05  WS-LH-VERDICT               PIC X(05).
002880     05  WS-LH-HELD-BATCHES          PIC 9(02).
002890     05  WS-LH-HELD-SOURCE           PIC X(08).
002900     05  FILLER                      PIC X(05).
002910*
002920* THE LATEST CSVBAL END RECORD ON JOBSTAT.
002930 01  WS-CSVBAL-END.
002940     05  WS-CB-DATE                  PIC 9(06) VALUE ZERO.
002950     05  WS-CB-STATUS                PIC X(05) VALUE SPACES.
002960     05  WS-CB-IN                    PIC 9(07) VALUE ZERO.
002970     05  WS-CB-OUT                   PIC 9(07) VALUE ZERO.
002980*
002990* ONE ENTRY PER JOB NAME ON JOBSTAT - THE TOTALS BEHIND THE
003000* AVERAGE ELAPSED TIME, WHAT THE STEP DID ON THE CYCLE DATE AND
003010* THE LAST DATE BEFORE IT THAT THE STEP RAN.
003020 01  WS-JOB-TABLE.
003030     05  WS-JB-ENTRY  OCCURS 40 TIMES.
003040         10  WS-JB-NAME              PIC X(08).
003050         10  WS-JB-ELAPSED-TOTAL     PIC 9(09).
003060         10  WS-JB-END-COUNT         PIC 9(05).
003070         10  WS-JB-CYC-STARTS        PIC 9(03).
003080         10  WS-JB-CYC-ENDS          PIC 9(03).
003090         10  WS-JB-CYC-ELAPSED       PIC 9(07).
003100         10  WS-JB-LAST-PRIOR        PIC 9(06).
003110*
003120* THE SIX AREAS OF THE SUMMARY, FILLED BY THE 3000 SERIES AND
003130* PRINTED TOGETHER ONCE THE OVERALL STATUS IS KNOWN.
003140 01  WS-SUMMARY-TABLE.
003150     05  WS-SM-ENTRY  OCCURS 6 TIMES.
003160         10  WS-SM-NAME              PIC X(20).
003170         10  WS-SM-LEVEL             PIC 9(01).
003180         10  WS-SM-DETAIL            PIC X(96).
003190*
003200* THE SUPPORTING LINES PRINTED UNDER AN AREA - FLAGGED STEPS AND
003210* NEW AUDIT LOG LINES.
003220 01  WS-NOTE-TABLE.
003230     05  WS-NT-ENTRY  OCCURS 36 TIMES.
003240         10  WS-NT-AREA              PIC 9(01).
003250         10  WS-NT-TEXT              PIC X(110).
003260*
003270 01  WS-LEVEL-VALUES.
003280     05  FILLER                      PIC X(05) VALUE 'GREEN'.
003290     05  FILLER                      PIC X(05) VALUE 'AMBER'.
003300     05  FILLER                      PIC X(05) VALUE 'RED'.
003310 01  WS-LEVEL-TABLE  REDEFINES WS-LEVEL-VALUES.
003320     05  WS-LEVEL-NAME  OCCURS 3 TIMES
003330                                     PIC X(05).
003340*
003350 01  WS-DETAIL-WORK                  PIC X(96).
003360 01  WS-NOTE-WORK                    PIC X(110).
003370 01  WS-FLAG-WORK                    PIC X(08).
003380*
003390* DISPLAY COPIES OF THE BINARY COUNTS FOR THE DETAIL TEXT.
003400 01  WS-COUNT-3                      PIC 9(03).
003410 01  WS-COUNT-3B                     PIC 9(03).
003420 01  WS-COUNT-3C                     PIC 9(03).
003430 01  WS-COUNT-3D                     PIC 9(03).
003440 01  WS-COUNT-3E                     PIC 9(03).
003450 01  WS-COUNT-5                      PIC 9(05).
003460 01  WS-COUNT-5B                     PIC 9(05).
003470 01  WS-COUNT-7                      PIC 9(07).
003480 01  WS-COUNT-9                      PIC 9(09).
003490*
003500 01  WS-HEADING-1.
003510     05  FILLER                      PIC X(01) VALUE SPACE.
003520     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
003530     05  WS-H1-MM                    PIC 9(02).
003540     05  FILLER                      PIC X(01) VALUE '/'.
003550     05  WS-H1-DD                    PIC 9(02).
003560     05  FILLER                      PIC X(01) VALUE '/'.
003570     05  WS-H1-YY                    PIC 9(02).
003580     05  FILLER                      PIC X(12) VALUE SPACES.
003590     05  FILLER                      PIC X(26) VALUE
003600             'MORNING OPERATIONS SUMMARY'.
003610     05  FILLER                      PIC X(13) VALUE SPACES.
003620     05  FILLER                      PIC X(05) VALUE 'PAGE '.
003630     05  WS-H1-PAGE                  PIC ZZZZ9.
003640     05  FILLER                      PIC X(52) VALUE SPACES.
003650*
003660 01  WS-HEADING-2.
003670     05  FILLER                      PIC X(01) VALUE SPACE.
003680     05  FILLER                      PIC X(12) VALUE
003690             'CYCLE DATE '.
003700     05  WS-H2-CYCLE                 PIC 9(06).
003710     05  FILLER                      PIC X(05) VALUE SPACES.
003720     05  FILLER                      PIC X(09) VALUE 'OVERALL '.
003730     05  WS-H2-OVERALL               PIC X(05).
003740     05  FILLER                      PIC X(05) VALUE SPACES.
003750     05  FILLER                      PIC X(13) VALUE
003760             'RETURN CODE '.
003770     05  WS-H2-RC                    PIC 9(01).
003780     05  FILLER                      PIC X(75) VALUE SPACES.
003790*
003800 01  WS-HEADING-3.
003810     05  FILLER                      PIC X(01) VALUE SPACE.
003820     05  FILLER                      PIC X(22) VALUE 'AREA'.
003830     05  FILLER                      PIC X(08) VALUE 'STATUS'.
003840     05  FILLER                      PIC X(101) VALUE 'DETAIL'.
003850*
003860 01  WS-AREA-LINE.
003870     05  FILLER                      PIC X(01) VALUE SPACE.
003880     05  WS-AL-NAME                  PIC X(20).
003890     05  FILLER                      PIC X(02) VALUE SPACES.
003900     05  WS-AL-LEVEL                 PIC X(05).
003910     05  FILLER                      PIC X(03) VALUE SPACES.
003920     05  WS-AL-DETAIL                PIC X(96).
003930     05  FILLER                      PIC X(05) VALUE SPACES.
003940*
003950 01  WS-NOTE-LINE.
003960     05  FILLER                      PIC X(06) VALUE SPACES.
003970     05  WS-NL-TEXT                  PIC X(110).
003980     05  FILLER                      PIC X(16) VALUE SPACES.
003990*
004000 PROCEDURE DIVISION.
004010*
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004040     PERFORM 2000-FIND-CYCLE-DATE THRU 2000-EXIT.
004050     PERFORM 2100-LOAD-JOB-STATS THRU 2100-EXIT.
004060     PERFORM 3000-CHECK-RUN-HISTORY THRU 3000-EXIT.
004070     PERFORM 3100-CHECK-BATCH-WINDOW THRU 3100-EXIT.
004080     PERFORM 3200-CHECK-SUSPENSE THRU 3200-EXIT.
004090     PERFORM 3300-CHECK-EXTRACT-ACK THRU 3300-EXIT.
004100     PERFORM 3400-CHECK-SEQUENCE THRU 3400-EXIT.
004110     PERFORM 3500-CHECK-AUDIT-LOG THRU 3500-EXIT.
004120     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
004130     PERFORM 6000-WRITE-OPS-CONTROL THRU 6000-EXIT.
004140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004150     STOP RUN.
004160*
004170 1000-INITIALIZE.
004180     ACCEPT WS-RUN-DATE FROM DATE.
004190     MOVE WS-RUN-DATE TO WS-CNV-DATE.
004200     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
004210     MOVE WS-CNV-SERIAL TO WS-RUN-SERIAL.
004220     MOVE 'TRNBLD RECONCILE' TO WS-SM-NAME(1).
004230     MOVE 'BATCH WINDOW' TO WS-SM-NAME(2).
004240     MOVE 'SUSPENSE' TO WS-SM-NAME(3).
004250     MOVE 'EXTRACT ACK' TO WS-SM-NAME(4).
004260     MOVE 'SEQUENCE COUNTER' TO WS-SM-NAME(5).
004270     MOVE 'AUDIT LOG' TO WS-SM-NAME(6).
004280     PERFORM 1010-CLEAR-ONE-AREA THRU 1010-EXIT
004290         VARYING WS-SUM-SUB FROM 1 BY 1
004300         UNTIL WS-SUM-SUB > 6.
004310     PERFORM 1100-READ-OPS-CONTROL THRU 1100-EXIT.
004320     OPEN OUTPUT REPORT-FILE.
004330 1000-EXIT.
004340     EXIT.
004350*
004360 1010-CLEAR-ONE-AREA.
004370     MOVE ZERO TO WS-SM-LEVEL(WS-SUM-SUB).
004380     MOVE SPACES TO WS-SM-DETAIL(WS-SUM-SUB).
004390 1010-EXIT.
004400     EXIT.
004410*
004420* A MISSING OR EMPTY OPSCTL MEANS THIS IS THE FIRST RUN - THE
004430* WHOLE AUDIT LOG IS READ.
004440 1100-READ-OPS-CONTROL.
004450     MOVE ZERO TO OC-LAST-RUN-DATE.
004460     MOVE ZERO TO OC-LOG-LINES.
004470     MOVE SPACES TO OC-LOG-FIRST-LINE.
004480     OPEN INPUT OPS-CONTROL-FILE.
004490     IF NOT WS-OPSCTL-OK
004500         GO TO 1100-EXIT
004510     END-IF.
004520     READ OPS-CONTROL-FILE
004530         AT END
004540             MOVE ZERO TO OC-LAST-RUN-DATE
004550             MOVE ZERO TO OC-LOG-LINES
004560             MOVE SPACES TO OC-LOG-FIRST-LINE
004570             GO TO 1100-CLOSE
004580     END-READ.
004590     IF OC-LAST-RUN-DATE NUMERIC
004600         AND OC-LOG-LINES NUMERIC
004610         SET WS-HAVE-OPSCTL TO TRUE
004620     ELSE
004630         MOVE ZERO TO OC-LAST-RUN-DATE
004640         MOVE ZERO TO OC-LOG-LINES
004650     END-IF.
004660 1100-CLOSE.
004670     CLOSE OPS-CONTROL-FILE.
004680 1100-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720* 2000 SERIES - THE JOB-STATISTICS FILE.
004730*****************************************************************
004740* PASS 1 - THE CYCLE DATE IS THE LATEST DATE TRNBLD (OR
004750* TRNMRG) WROTE A RECORD UNDER.  A FILE WITH NO TRNBLD RECORD
004760* FALLS BACK TO ITS LATEST DATE OF ANY KIND.
004770 2000-FIND-CYCLE-DATE.
004780     OPEN INPUT JOB-STAT-FILE.
004790     IF NOT WS-JSTAT-OK
004800         DISPLAY 'OPSSUM - JOBSTAT NOT AVAILABLE - STATUS='
004810             WS-JSTAT-STATUS
004820         GO TO 2000-EXIT
004830     END-IF.
004840     SET WS-JSTAT-AVAIL TO TRUE.
004850     SET WS-EOF-NO TO TRUE.
004860     PERFORM 2010-SCAN-ONE-STAT THRU 2010-EXIT
004870         UNTIL WS-EOF-YES.
004880     CLOSE JOB-STAT-FILE.
004890     IF WS-CYCLE-DATE = ZERO
004900         MOVE WS-ANY-MAX-DATE TO WS-CYCLE-DATE
004910     END-IF.
004920 2000-EXIT.
004930     EXIT.
004940*
004950 2010-SCAN-ONE-STAT.
004960     READ JOB-STAT-FILE INTO WS-JOBSTAT-RECORD
004970         AT END
004980             SET WS-EOF-YES TO TRUE
004990             GO TO 2010-EXIT
005000     END-READ.
005010     IF JS-RUN-DATE NOT NUMERIC
005020         GO TO 2010-EXIT
005030     END-IF.
005040     IF JS-RUN-DATE > WS-ANY-MAX-DATE
005050         MOVE JS-RUN-DATE TO WS-ANY-MAX-DATE
005060     END-IF.
005070     IF (JS-JOB-NAME = 'TRNBLD' OR JS-JOB-NAME = 'TRNMRG')
005080         AND JS-RUN-DATE > WS-CYCLE-DATE
005090         MOVE JS-RUN-DATE TO WS-CYCLE-DATE
005100     END-IF.
005110 2010-EXIT.
005120     EXIT.
005130*
005140* PASS 2 - POSTS EVERY RECORD TO ITS JOB ENTRY, THE WAY BATWRPT
005150* 2000 BUILDS ITS MATRIX, BUT KEEPING ONLY THE CYCLE DATE'S
005160* COLUMN AND EACH STEP'S LAST EARLIER DATE.
005170 2100-LOAD-JOB-STATS.
005180     IF NOT WS-JSTAT-AVAIL
005190         GO TO 2100-EXIT
005200     END-IF.
005210     OPEN INPUT JOB-STAT-FILE.
005220     SET WS-EOF-NO TO TRUE.
005230     PERFORM 2110-POST-ONE-STAT THRU 2110-EXIT
005240         UNTIL WS-EOF-YES.
005250     CLOSE JOB-STAT-FILE.
005260 2100-EXIT.
005270     EXIT.
005280*
005290* A RECORD BATWRPT WOULD COUNT AND SKIP IS SKIPPED HERE TOO.
005300 2110-POST-ONE-STAT.
005310     READ JOB-STAT-FILE INTO WS-JOBSTAT-RECORD
005320         AT END
005330             SET WS-EOF-YES TO TRUE
005340             GO TO 2110-EXIT
005350     END-READ.
005360     IF JS-RUN-DATE NOT NUMERIC
005370         OR JS-JOB-NAME = SPACES
005380         OR JS-TIME NOT NUMERIC
005390         GO TO 2110-EXIT
005400     END-IF.
005410     IF JS-END-RECORD
005420         AND (JS-ELAPSED-SEC NOT NUMERIC
005430             OR JS-RECORDS-IN NOT NUMERIC
005440             OR JS-RECORDS-OUT NOT NUMERIC)
005450         GO TO 2110-EXIT
005460     END-IF.
005470     IF JS-JOB-NAME = 'CSVBAL' AND JS-END-RECORD
005480         SET WS-CSVBAL-FOUND TO TRUE
005490         MOVE JS-RUN-DATE TO WS-CB-DATE
005500         MOVE JS-STATUS TO WS-CB-STATUS
005510         MOVE JS-RECORDS-IN TO WS-CB-IN
005520         MOVE JS-RECORDS-OUT TO WS-CB-OUT
005530     END-IF.
005540     PERFORM 2120-LOCATE-JOB-ENTRY THRU 2120-EXIT.
005550     IF WS-JOB-HIT-SUB = ZERO
005560         GO TO 2110-EXIT
005570     END-IF.
005580     IF JS-END-RECORD
005590         ADD JS-ELAPSED-SEC TO WS-JB-ELAPSED-TOTAL(WS-JOB-HIT-SUB)
005600         ADD 1 TO WS-JB-END-COUNT(WS-JOB-HIT-SUB)
005610     END-IF.
005620     IF JS-RUN-DATE < WS-CYCLE-DATE
005630         IF JS-RUN-DATE > WS-JB-LAST-PRIOR(WS-JOB-HIT-SUB)
005640             MOVE JS-RUN-DATE TO WS-JB-LAST-PRIOR(WS-JOB-HIT-SUB)
005650         END-IF
005660         GO TO 2110-EXIT
005670     END-IF.
005680     IF JS-RUN-DATE NOT = WS-CYCLE-DATE
005690         GO TO 2110-EXIT
005700     END-IF.
005710     IF JS-START-RECORD
005720         ADD 1 TO WS-JB-CYC-STARTS(WS-JOB-HIT-SUB)
005730     END-IF.
005740     IF JS-END-RECORD
005750         ADD 1 TO WS-JB-CYC-ENDS(WS-JOB-HIT-SUB)
005760         MOVE JS-ELAPSED-SEC TO WS-JB-CYC-ELAPSED(WS-JOB-HIT-SUB)
005770     END-IF.
005780 2110-EXIT.
005790     EXIT.
005800*
005810* FINDS OR ADDS THE JOB ENTRY, THE SAME WAY BATWRPT 2200 DOES.
005820 2120-LOCATE-JOB-ENTRY.
005830     MOVE ZERO TO WS-JOB-HIT-SUB.
005840     IF WS-JOB-COUNT > ZERO
005850         PERFORM 2130-TEST-JOB-ENTRY THRU 2130-EXIT
005860             VARYING WS-JOB-SUB FROM 1 BY 1
005870             UNTIL WS-JOB-SUB > WS-JOB-COUNT
005880                 OR WS-JOB-HIT-SUB > ZERO
005890     END-IF.
005900     IF WS-JOB-HIT-SUB > ZERO
005910         GO TO 2120-EXIT
005920     END-IF.
005930     IF WS-JOB-COUNT >= WS-JOB-MAX
005940         DISPLAY 'OPSSUM - MORE THAN 40 JOB NAMES ON JOBSTAT'
005950         GO TO 2120-EXIT
005960     END-IF.
005970     ADD 1 TO WS-JOB-COUNT.
005980     MOVE JS-JOB-NAME TO WS-JB-NAME(WS-JOB-COUNT).
005990     MOVE ZERO TO WS-JB-ELAPSED-TOTAL(WS-JOB-COUNT).
006000     MOVE ZERO TO WS-JB-END-COUNT(WS-JOB-COUNT).
006010     MOVE ZERO TO WS-JB-CYC-STARTS(WS-JOB-COUNT).
006020     MOVE ZERO TO WS-JB-CYC-ENDS(WS-JOB-COUNT).
006030     MOVE ZERO TO WS-JB-CYC-ELAPSED(WS-JOB-COUNT).
006040     MOVE ZERO TO WS-JB-LAST-PRIOR(WS-JOB-COUNT).
006050     MOVE WS-JOB-COUNT TO WS-JOB-HIT-SUB.
006060 2120-EXIT.
006070     EXIT.
006080*
006090 2130-TEST-JOB-ENTRY.
006100     IF WS-JB-NAME(WS-JOB-SUB) = JS-JOB-NAME
006110         MOVE WS-JOB-SUB TO WS-JOB-HIT-SUB
006120     END-IF.
006130 2130-EXIT.
006140     EXIT.
006150*
006160*****************************************************************
006170* 3000 SERIES - ONE PARAGRAPH PER AREA.  EACH SETS WS-LEVEL
006180* (0 GREEN, 1 AMBER, 2 RED) AND WS-DETAIL-WORK AND HANDS THEM TO
006190* 4000 FOR ITS AREA NUMBER.
006200*****************************************************************
006210* THE LATEST RUN-HISTORY RECORD CARRIES THE RECONCILE VERDICT.
006220 3000-CHECK-RUN-HISTORY.
006230     MOVE 1 TO WS-SUM-SUB.
006240     OPEN INPUT RUN-HISTORY-FILE.
006250     IF NOT WS-HIST-OK
006260         MOVE 2 TO WS-LEVEL
006270         MOVE SPACES TO WS-DETAIL-WORK
006280         STRING 'RUNHIST NOT AVAILABLE - STATUS=' WS-HIST-STATUS
006290             DELIMITED BY SIZE INTO WS-DETAIL-WORK
006300         PERFORM 4000-SET-AREA THRU 4000-EXIT
006310         GO TO 3000-EXIT
006320     END-IF.
006330     SET WS-EOF-NO TO TRUE.
006340     PERFORM 3010-READ-ONE-HISTORY THRU 3010-EXIT
006350         UNTIL WS-EOF-YES.
006360     CLOSE RUN-HISTORY-FILE.
006370     IF NOT WS-HIST-FOUND
006380         MOVE 2 TO WS-LEVEL
006390         MOVE 'NO RUN HISTORY ON FILE' TO WS-DETAIL-WORK
006400         PERFORM 4000-SET-AREA THRU 4000-EXIT
006410         GO TO 3000-EXIT
006420     END-IF.
006430     IF WS-CYCLE-DATE = ZERO
006440         MOVE WS-LH-RUN-DATE TO WS-CYCLE-DATE
006450     END-IF.
006460     MOVE SPACES TO WS-DETAIL-WORK.
006470     STRING 'RUN ' WS-LH-RUN-DATE ' VERDICT ' WS-LH-VERDICT
006480         ' READ ' WS-LH-READ ' WRITTEN ' WS-LH-WRITTEN
006490         ' SUSPENDED ' WS-LH-SUSPENDED
006500         ' SEQ ' WS-LH-START-SEQ '-' WS-LH-END-SEQ
006510         DELIMITED BY SIZE INTO WS-DETAIL-WORK.
006520     EVALUATE TRUE
006530         WHEN WS-LH-RUN-DATE NOT NUMERIC
006540             MOVE 2 TO WS-LEVEL
006550         WHEN WS-LH-RUN-DATE < WS-CYCLE-DATE
006560             MOVE 2 TO WS-LEVEL
006570             MOVE SPACES TO WS-NOTE-WORK
006580             STRING 'NO RUN HISTORY FOR CYCLE ' WS-CYCLE-DATE
006590                 ' - TRNBLD DID NOT FINISH'
006600                 DELIMITED BY SIZE INTO WS-NOTE-WORK
006610             PERFORM 4100-ADD-NOTE THRU 4100-EXIT
006620         WHEN WS-LH-VERDICT = 'OK'
006630             MOVE ZERO TO WS-LEVEL
006640         WHEN WS-LH-VERDICT = 'HELD'
006650             MOVE 1 TO WS-LEVEL
006660         WHEN OTHER
006670             MOVE 2 TO WS-LEVEL
006680     END-EVALUATE.
006690     IF WS-LH-HELD-BATCHES NUMERIC
006700         AND WS-LH-HELD-BATCHES > ZERO
006710         MOVE SPACES TO WS-NOTE-WORK
006720         STRING WS-LH-HELD-BATCHES ' BATCH(ES) HELD TO BATHOLD'
006730             ' - FIRST SOURCE ' WS-LH-HELD-SOURCE
006740             DELIMITED BY SIZE INTO WS-NOTE-WORK
006750         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
006760     END-IF.
006770     IF WS-LH-RESTARTS NUMERIC
006780         AND WS-LH-RESTARTS > ZERO
006790         MOVE 'RUN RESTARTED FROM ITS CHECKPOINT' TO WS-NOTE-WORK
006800         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
006810         IF WS-LEVEL = ZERO
006820             MOVE 1 TO WS-LEVEL
006830         END-IF
006840     END-IF.
006850     PERFORM 4000-SET-AREA THRU 4000-EXIT.
006860 3000-EXIT.
006870     EXIT.
006880*
006890 3010-READ-ONE-HISTORY.
006900     READ RUN-HISTORY-FILE
006910         AT END
006920             SET WS-EOF-YES TO TRUE
006930             GO TO 3010-EXIT
006940     END-READ.
006950     MOVE HIST-RECORD TO WS-LAST-HIST.
006960     SET WS-HIST-FOUND TO TRUE.
006970 3010-EXIT.
006980     EXIT.
006990*
007000* THE BATWRPT FLAGS FOR THE CYCLE DATE, WITH THE FLAGGED STEPS
007010* LISTED UNDER THE AREA.
007020 3100-CHECK-BATCH-WINDOW.
007030     MOVE 2 TO WS-SUM-SUB.
007040     IF NOT WS-JSTAT-AVAIL
007050         MOVE 2 TO WS-LEVEL
007060         MOVE SPACES TO WS-DETAIL-WORK
007070         STRING 'JOBSTAT NOT AVAILABLE - STATUS=' WS-JSTAT-STATUS
007080             DELIMITED BY SIZE INTO WS-DETAIL-WORK
007090         PERFORM 4000-SET-AREA THRU 4000-EXIT
007100         GO TO 3100-EXIT
007110     END-IF.
007120     MOVE ZERO TO WS-PRIOR-DATE.
007130     PERFORM 3110-FIND-PRIOR-DATE THRU 3110-EXIT
007140         VARYING WS-JOB-SUB FROM 1 BY 1
007150         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
007160     PERFORM 3120-FLAG-ONE-STEP THRU 3120-EXIT
007170         VARYING WS-JOB-SUB FROM 1 BY 1
007180         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
007190     MOVE WS-STEP-COUNT TO WS-COUNT-3.
007200     MOVE WS-LONG-COUNT TO WS-COUNT-3B.
007210     MOVE WS-NOEND-COUNT TO WS-COUNT-3C.
007220     MOVE WS-DOUBLED-COUNT TO WS-COUNT-3D.
007230     MOVE WS-MISSING-COUNT TO WS-COUNT-3E.
007240     MOVE SPACES TO WS-DETAIL-WORK.
007250     STRING 'CYCLE ' WS-CYCLE-DATE ' STEPS RUN ' WS-COUNT-3
007260         ' LONG ' WS-COUNT-3B ' NO END ' WS-COUNT-3C
007270         ' DOUBLED ' WS-COUNT-3D ' MISSING ' WS-COUNT-3E
007280         DELIMITED BY SIZE INTO WS-DETAIL-WORK.
007290     MOVE ZERO TO WS-LEVEL.
007300     IF WS-LONG-COUNT > ZERO
007310         OR WS-DOUBLED-COUNT > ZERO
007320         OR WS-MISSING-COUNT > ZERO
007330         MOVE 1 TO WS-LEVEL
007340     END-IF.
007350     IF WS-NOEND-COUNT > ZERO
007360         MOVE 2 TO WS-LEVEL
007370     END-IF.
007380     PERFORM 4000-SET-AREA THRU 4000-EXIT.
007390 3100-EXIT.
007400     EXIT.
007410*
007420* THE PREVIOUS DATE ON FILE IS THE LATEST EARLIER DATE ANY STEP
007430* RAN UNDER.
007440 3110-FIND-PRIOR-DATE.
007450     IF WS-JB-LAST-PRIOR(WS-JOB-SUB) > WS-PRIOR-DATE
007460         MOVE WS-JB-LAST-PRIOR(WS-JOB-SUB) TO WS-PRIOR-DATE
007470     END-IF.
007480 3110-EXIT.
007490     EXIT.
007500*
007510* THE BATWRPT 3300 FLAG PRIORITY - DOUBLED, THEN NO END, THEN
007520* LONG - WITH MISSING LIMITED TO A STEP THAT RAN ON THE PREVIOUS
007530* DATE.
007540 3120-FLAG-ONE-STEP.
007550     MOVE SPACES TO WS-FLAG-WORK.
007560     IF WS-JB-CYC-STARTS(WS-JOB-SUB) = ZERO
007570         AND WS-JB-CYC-ENDS(WS-JOB-SUB) = ZERO
007580         IF WS-PRIOR-DATE > ZERO
007590             AND WS-JB-LAST-PRIOR(WS-JOB-SUB) = WS-PRIOR-DATE
007600             MOVE 'MISSING' TO WS-FLAG-WORK
007610             ADD 1 TO WS-MISSING-COUNT
007620             PERFORM 3130-NOTE-FLAGGED-STEP THRU 3130-EXIT
007630         END-IF
007640         GO TO 3120-EXIT
007650     END-IF.
007660     ADD 1 TO WS-STEP-COUNT.
007670     IF WS-JB-CYC-STARTS(WS-JOB-SUB) > 1
007680         MOVE 'DOUBLED' TO WS-FLAG-WORK
007690         ADD 1 TO WS-DOUBLED-COUNT
007700         PERFORM 3130-NOTE-FLAGGED-STEP THRU 3130-EXIT
007710         GO TO 3120-EXIT
007720     END-IF.
007730     IF WS-JB-CYC-ENDS(WS-JOB-SUB) = ZERO
007740         MOVE 'NO END' TO WS-FLAG-WORK
007750         ADD 1 TO WS-NOEND-COUNT
007760         PERFORM 3130-NOTE-FLAGGED-STEP THRU 3130-EXIT
007770         GO TO 3120-EXIT
007780     END-IF.
007790     IF WS-JB-END-COUNT(WS-JOB-SUB) < 3
007800         GO TO 3120-EXIT
007810     END-IF.
007820     COMPUTE WS-AVG-ELAPSED =
007830         WS-JB-ELAPSED-TOTAL(WS-JOB-SUB)
007840         / WS-JB-END-COUNT(WS-JOB-SUB).
007850     IF WS-JB-CYC-ELAPSED(WS-JOB-SUB) * 2
007860         > WS-AVG-ELAPSED * 3
007870         MOVE 'LONG' TO WS-FLAG-WORK
007880         ADD 1 TO WS-LONG-COUNT
007890         PERFORM 3130-NOTE-FLAGGED-STEP THRU 3130-EXIT
007900     END-IF.
007910 3120-EXIT.
007920     EXIT.
007930*
007940 3130-NOTE-FLAGGED-STEP.
007950     MOVE SPACES TO WS-NOTE-WORK.
007960     MOVE WS-JB-CYC-ELAPSED(WS-JOB-SUB) TO WS-COUNT-7.
007970     MOVE WS-AVG-ELAPSED TO WS-COUNT-9.
007980     IF WS-FLAG-WORK = 'LONG'
007990         STRING WS-JB-NAME(WS-JOB-SUB) '  ' WS-FLAG-WORK
008000             ' - ELAPSED ' WS-COUNT-7 ' SEC, AVERAGE '
008010             WS-COUNT-9 ' SEC'
008020             DELIMITED BY SIZE INTO WS-NOTE-WORK
008030     ELSE
008040         STRING WS-JB-NAME(WS-JOB-SUB) '  ' WS-FLAG-WORK
008050             DELIMITED BY SIZE INTO WS-NOTE-WORK
008060     END-IF.
008070     PERFORM 4100-ADD-NOTE THRU 4100-EXIT.
008080 3130-EXIT.
008090     EXIT.
008100*
008110* EVERY ITEM ON SUSPFILE IS OPEN - SUSPFIX TAKES A RESOLVED ITEM
008120* OFF THE FILE.  THE OLDEST IS AGED IN BUSINESS DAYS THE WAY
008130* SUSPRPT 2200 AGES EACH ONE.
008140 3200-CHECK-SUSPENSE.
008150     MOVE 3 TO WS-SUM-SUB.
008160     OPEN INPUT SUSPENSE-FILE.
008170     IF NOT WS-SUSP-OK
008180         MOVE 1 TO WS-LEVEL
008190         MOVE SPACES TO WS-DETAIL-WORK
008200         STRING 'SUSPFILE NOT AVAILABLE - STATUS=' WS-SUSP-STATUS
008210             DELIMITED BY SIZE INTO WS-DETAIL-WORK
008220         PERFORM 4000-SET-AREA THRU 4000-EXIT
008230         GO TO 3200-EXIT
008240     END-IF.
008250     SET WS-EOF-NO TO TRUE.
008260     PERFORM 3210-AGE-ONE-ITEM THRU 3210-EXIT
008270         UNTIL WS-EOF-YES.
008280     CLOSE SUSPENSE-FILE.
008290     MOVE WS-SUSP-COUNT TO WS-COUNT-7.
008300     MOVE WS-OLDEST-AGE TO WS-COUNT-5.
008310     MOVE SPACES TO WS-DETAIL-WORK.
008320     IF WS-SUSP-COUNT = ZERO
008330         STRING 'OPEN ITEMS ' WS-COUNT-7
008340             DELIMITED BY SIZE INTO WS-DETAIL-WORK
008350     ELSE
008360         STRING 'OPEN ITEMS ' WS-COUNT-7
008370             ' OLDEST ' WS-COUNT-5 ' BUSINESS DAYS (SUSPENDED '
008380             WS-OLDEST-DATE ')'
008390             DELIMITED BY SIZE INTO WS-DETAIL-WORK
008400     END-IF.
008410     MOVE ZERO TO WS-LEVEL.
008420     IF WS-OLDEST-AGE >= WS-SUSP-AMBER-DAYS
008430         MOVE 1 TO WS-LEVEL
008440     END-IF.
008450     IF WS-OLDEST-AGE >= WS-SUSP-RED-DAYS
008460         MOVE 2 TO WS-LEVEL
008470     END-IF.
008480     PERFORM 4000-SET-AREA THRU 4000-EXIT.
008490 3200-EXIT.
008500     EXIT.
008510*
008520* AN ITEM WITH A MISSING OR UNREADABLE DATE STAMP, OR ONE
008530* STAMPED AFTER THE RUN DATE, AGES ZERO - AS IN SUSPRPT.
008540 3210-AGE-ONE-ITEM.
008550     READ SUSPENSE-FILE
008560         AT END
008570             SET WS-EOF-YES TO TRUE
008580             GO TO 3210-EXIT
008590     END-READ.
008600     ADD 1 TO WS-SUSP-COUNT.
008610     MOVE ZERO TO WS-AGE-DAYS.
008620     IF SUSP-DATE NOT NUMERIC
008630         GO TO 3210-EXIT
008640     END-IF.
008650     MOVE SUSP-DATE TO WS-CNV-DATE.
008660     IF WS-CNV-MM < 1 OR WS-CNV-MM > 12
008670         GO TO 3210-EXIT
008680     END-IF.
008690     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
008700     MOVE WS-CNV-SERIAL TO WS-SUSP-SERIAL.
008710     IF WS-SUSP-SERIAL < WS-RUN-SERIAL
008720         PERFORM 7100-COMPUTE-BUSINESS-DAYS THRU 7100-EXIT
008730     END-IF.
008740     IF WS-OLDEST-DATE = ZERO
008750         OR WS-AGE-DAYS > WS-OLDEST-AGE
008760         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
008770         MOVE SUSP-DATE TO WS-OLDEST-DATE
008780     END-IF.
008790 3210-EXIT.
008800     EXIT.
008810*
008820* CSVBAL BALANCES THE PREVIOUS EXTRACT AGAINST ITS
008830* ACKNOWLEDGMENT AND ENDS 'EXCPT' WHEN THEY DO NOT AGREE - ITS
008840* LATEST END RECORD ON JOBSTAT IS THE ANSWER.  THE RECORDS-IN
008850* AND RECORDS-OUT ARE THE EXTRACT AND ACKNOWLEDGED ROW COUNTS.
008860 3300-CHECK-EXTRACT-ACK.
008870     MOVE 4 TO WS-SUM-SUB.
008880     IF NOT WS-JSTAT-AVAIL
008890         MOVE 2 TO WS-LEVEL
008900         MOVE 'JOBSTAT NOT AVAILABLE - CSVBAL RESULT UNKNOWN'
008910             TO WS-DETAIL-WORK
008920         PERFORM 4000-SET-AREA THRU 4000-EXIT
008930         GO TO 3300-EXIT
008940     END-IF.
008950     IF NOT WS-CSVBAL-FOUND
008960         MOVE 1 TO WS-LEVEL
008970         MOVE 'NO CSVBAL RUN ON JOBSTAT' TO WS-DETAIL-WORK
008980         PERFORM 4000-SET-AREA THRU 4000-EXIT
008990         GO TO 3300-EXIT
009000     END-IF.
009010     MOVE SPACES TO WS-DETAIL-WORK.
009020     STRING 'CSVBAL ' WS-CB-DATE ' STATUS ' WS-CB-STATUS
009030         ' EXTRACT ROWS ' WS-CB-IN ' ACKNOWLEDGED ROWS ' WS-CB-OUT
009040         DELIMITED BY SIZE INTO WS-DETAIL-WORK.
009050     IF WS-CB-STATUS = 'OK'
009060         MOVE ZERO TO WS-LEVEL
009070     ELSE
009080         MOVE 2 TO WS-LEVEL
009090     END-IF.
009100     IF WS-CB-DATE < WS-CYCLE-DATE
009110         MOVE SPACES TO WS-NOTE-WORK
009120         STRING 'CSVBAL HAS NOT RUN SINCE ' WS-CB-DATE
009130             DELIMITED BY SIZE INTO WS-NOTE-WORK
009140         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
009150         IF WS-LEVEL = ZERO
009160             MOVE 1 TO WS-LEVEL
009170         END-IF
009180     END-IF.
009190     PERFORM 4000-SET-AREA THRU 4000-EXIT.
009200 3300-EXIT.
009210     EXIT.
009220*
009230* THE SEQUENCE COUNTER AGAINST THE THRESHOLD AT WHICH IDXARCH
009240* AND TRNBLD 1010 START ASKING FOR THE WRAP RESET.
009250 3400-CHECK-SEQUENCE.
009260     MOVE 5 TO WS-SUM-SUB.
009270     OPEN INPUT CONTROL-FILE.
009280     IF NOT WS-CTL-OK
009290         MOVE 2 TO WS-LEVEL
009300         MOVE SPACES TO WS-DETAIL-WORK
009310         STRING 'CTLFILE NOT AVAILABLE - STATUS=' WS-CTL-STATUS
009320             DELIMITED BY SIZE INTO WS-DETAIL-WORK
009330         PERFORM 4000-SET-AREA THRU 4000-EXIT
009340         GO TO 3400-EXIT
009350     END-IF.
009360     READ CONTROL-FILE
009370         AT END
009380             MOVE ZERO TO CTL-LAST-SEQ
009390             MOVE ZERO TO CTL-GENERATION
009400     END-READ.
009410     CLOSE CONTROL-FILE.
009420     IF CTL-LAST-SEQ NOT NUMERIC
009430         MOVE 2 TO WS-LEVEL
009440         MOVE 'CTL-LAST-SEQ IS NOT NUMERIC' TO WS-DETAIL-WORK
009450         PERFORM 4000-SET-AREA THRU 4000-EXIT
009460         GO TO 3400-EXIT
009470     END-IF.
009480     IF CTL-LAST-SEQ < WS-WRAP-WARN-SEQ
009490         COMPUTE WS-SEQ-LEFT = WS-WRAP-WARN-SEQ - CTL-LAST-SEQ
009500     ELSE
009510         MOVE ZERO TO WS-SEQ-LEFT
009520     END-IF.
009530     MOVE SPACES TO WS-DETAIL-WORK.
009540     STRING 'CTL-LAST-SEQ ' CTL-LAST-SEQ
009550         ' GENERATION ' CTL-GENERATION
009560         ' - ' WS-SEQ-LEFT ' LEFT BEFORE THE WRAP THRESHOLD '
009570         WS-WRAP-WARN-SEQ
009580         DELIMITED BY SIZE INTO WS-DETAIL-WORK.
009590     MOVE ZERO TO WS-LEVEL.
009600     IF CTL-LAST-SEQ >= WS-SEQ-AMBER
009610         MOVE 1 TO WS-LEVEL
009620     END-IF.
009630     IF CTL-LAST-SEQ >= WS-WRAP-WARN-SEQ
009640         MOVE 2 TO WS-LEVEL
009650         MOVE 'SCHEDULE THE IDXARCH WRAP RESET' TO WS-NOTE-WORK
009660         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
009670     END-IF.
009680     PERFORM 4000-SET-AREA THRU 4000-EXIT.
009690 3400-EXIT.
009700     EXIT.
009710*
009720* THE AUDIT LOG LINES WRITTEN SINCE THE LAST RUN.  A LOG SHORTER
009730* THAN THE PLACE REACHED LAST TIME, OR WHOSE FIRST LINE HAS
009740* CHANGED, HAS BEEN ROLLED BY THE AUDRPT CLOSE-OUT AND IS READ
009750* FROM THE TOP.  THE LINES ARE CLASSIFIED BY THEIR PROGRAM STAMP
009760* AS AUDRPT 2100 DOES.
009770 3500-CHECK-AUDIT-LOG.
009780     MOVE 6 TO WS-SUM-SUB.
009790     OPEN INPUT LOG-FILE.
009800     IF NOT WS-LOG-OK
009810         MOVE 1 TO WS-LEVEL
009820         MOVE SPACES TO WS-DETAIL-WORK
009830         STRING 'AUDITLOG NOT AVAILABLE - STATUS=' WS-LOG-STATUS
009840             DELIMITED BY SIZE INTO WS-DETAIL-WORK
009850         PERFORM 4000-SET-AREA THRU 4000-EXIT
009860         GO TO 3500-EXIT
009870     END-IF.
009880     SET WS-EOF-NO TO TRUE.
009890     PERFORM 3510-COUNT-ONE-LINE THRU 3510-EXIT
009900         UNTIL WS-EOF-YES.
009910     CLOSE LOG-FILE.
009920     MOVE OC-LOG-LINES TO WS-LOG-SKIP.
009930     IF WS-LOG-LINES < WS-LOG-SKIP
009940         SET WS-LOG-ROLLED TO TRUE
009950     END-IF.
009960     IF WS-LOG-ROLLED
009970         MOVE ZERO TO WS-LOG-SKIP
009980     END-IF.
009990     OPEN INPUT LOG-FILE.
010000     MOVE ZERO TO WS-LOG-LINES.
010010     SET WS-EOF-NO TO TRUE.
010020     PERFORM 3520-CHECK-ONE-LINE THRU 3520-EXIT
010030         UNTIL WS-EOF-YES.
010040     CLOSE LOG-FILE.
010050     MOVE WS-OVERRIDE-COUNT TO WS-COUNT-5.
010060     MOVE WS-GUARD-COUNT TO WS-COUNT-5B.
010070     MOVE WS-LOG-NEW-COUNT TO WS-COUNT-7.
010080     MOVE SPACES TO WS-DETAIL-WORK.
010090     IF WS-HAVE-OPSCTL
010100         STRING 'SINCE ' OC-LAST-RUN-DATE
010110             ': OVERRIDES ' WS-COUNT-5
010120             ' GUARD MISMATCHES ' WS-COUNT-5B
010130             ' OF ' WS-COUNT-7 ' NEW LINES'
010140             DELIMITED BY SIZE INTO WS-DETAIL-WORK
010150     ELSE
010160         STRING 'WHOLE LOG: OVERRIDES ' WS-COUNT-5
010170             ' GUARD MISMATCHES ' WS-COUNT-5B
010180             ' OF ' WS-COUNT-7 ' LINES'
010190             DELIMITED BY SIZE INTO WS-DETAIL-WORK
010200     END-IF.
010210     IF WS-LOG-ROLLED AND WS-HAVE-OPSCTL
010220         MOVE SPACES TO WS-NOTE-WORK
010230         STRING 'LOG ROLLED TO AUDARCHV SINCE THE LAST RUN - '
010240             'READ FROM THE TOP'
010250             DELIMITED BY SIZE INTO WS-NOTE-WORK
010260         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
010270     END-IF.
010280     MOVE ZERO TO WS-LEVEL.
010290     IF WS-OVERRIDE-COUNT > ZERO
010300         MOVE 1 TO WS-LEVEL
010310     END-IF.
010320     IF WS-GUARD-COUNT > ZERO
010330         MOVE 2 TO WS-LEVEL
010340     END-IF.
010350     PERFORM 4000-SET-AREA THRU 4000-EXIT.
010360 3500-EXIT.
010370     EXIT.
010380*
010390* FIRST PASS - THE LINE COUNT, AND WHETHER THE FIRST LINE IS THE
010400* ONE RECORDED LAST TIME.
010410 3510-COUNT-ONE-LINE.
010420     READ LOG-FILE
010430         AT END
010440             SET WS-EOF-YES TO TRUE
010450             GO TO 3510-EXIT
010460     END-READ.
010470     ADD 1 TO WS-LOG-LINES.
010480     IF WS-LOG-LINES = 1
010490         IF WS-HAVE-OPSCTL
010500             AND LOG-RECORD NOT = OC-LOG-FIRST-LINE
010510             SET WS-LOG-ROLLED TO TRUE
010520         END-IF
010530         MOVE LOG-RECORD TO OC-LOG-FIRST-LINE
010540     END-IF.
010550 3510-EXIT.
010560     EXIT.
010570*
010580 3520-CHECK-ONE-LINE.
010590     READ LOG-FILE
010600         AT END
010610             SET WS-EOF-YES TO TRUE
010620             GO TO 3520-EXIT
010630     END-READ.
010640     ADD 1 TO WS-LOG-LINES.
010650     IF WS-LOG-LINES NOT > WS-LOG-SKIP
010660         GO TO 3520-EXIT
010670     END-IF.
010680     ADD 1 TO WS-LOG-NEW-COUNT.
010690     IF LOG-RECORD(1:8) = 'CTLUTIL '
010700         ADD 1 TO WS-OVERRIDE-COUNT
010710         MOVE LOG-RECORD(1:110) TO WS-NOTE-WORK
010720         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
010730         GO TO 3520-EXIT
010740     END-IF.
010750* A TRANSOUT CONSUMER'S RUN-ONCE OVERRIDE (RUNCTLP 9740) LEADS
010760* WITH THE JOB NAME, SO IT IS FOUND BY ITS TEXT.
010770     MOVE ZERO TO WS-OVERRIDE-TALLY.
010780     INSPECT LOG-RECORD TALLYING WS-OVERRIDE-TALLY
010790         FOR ALL 'RUN-ONCE OVERRIDE'.
010800     IF WS-OVERRIDE-TALLY > ZERO
010810         ADD 1 TO WS-OVERRIDE-COUNT
010820         MOVE LOG-RECORD(1:110) TO WS-NOTE-WORK
010830         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
010840         GO TO 3520-EXIT
010850     END-IF.
010860     IF (LOG-RECORD(1:7) = 'TRNBLD '
010870             AND LOG-RECORD(15:14) = 'GUARD MISMATCH')
010880         OR LOG-RECORD(1:14) = 'GUARD MISMATCH'
010890         ADD 1 TO WS-GUARD-COUNT
010900         MOVE LOG-RECORD(1:110) TO WS-NOTE-WORK
010910         PERFORM 4100-ADD-NOTE THRU 4100-EXIT
010920     END-IF.
010930 3520-EXIT.
010940     EXIT.
010950*
010960*****************************************************************
010970* 4000 SERIES - SUMMARY TABLE UPKEEP.
010980*****************************************************************
010990 4000-SET-AREA.
011000     MOVE WS-LEVEL TO WS-SM-LEVEL(WS-SUM-SUB).
011010     MOVE WS-DETAIL-WORK TO WS-SM-DETAIL(WS-SUM-SUB).
011020     IF WS-LEVEL > WS-WORST-LEVEL
011030         MOVE WS-LEVEL TO WS-WORST-LEVEL
011040     END-IF.
011050 4000-EXIT.
011060     EXIT.
011070*
011080* A NOTE FOR THE AREA IN WS-SUM-SUB.  NOTES PAST THE TABLE ARE
011090* COUNTED AND REPORTED AS ONE LINE, SO THE SUMMARY STAYS ONE
011100* PAGE.
011110 4100-ADD-NOTE.
011120     IF WS-NOTE-COUNT >= WS-NOTE-MAX
011130         ADD 1 TO WS-NOTE-DROPPED
011140         GO TO 4100-EXIT
011150     END-IF.
011160     ADD 1 TO WS-NOTE-COUNT.
011170     MOVE WS-SUM-SUB TO WS-NT-AREA(WS-NOTE-COUNT).
011180     MOVE WS-NOTE-WORK TO WS-NT-TEXT(WS-NOTE-COUNT).
011190     MOVE SPACES TO WS-NOTE-WORK.
011200 4100-EXIT.
011210     EXIT.
011220*
011230*****************************************************************
011240* 5000 SERIES - THE PAGE.
011250*****************************************************************
011260 5000-PRINT-SUMMARY.
011270     MOVE 1 TO WS-H1-PAGE.
011280     MOVE WS-RUN-MM TO WS-H1-MM.
011290     MOVE WS-RUN-DD TO WS-H1-DD.
011300     MOVE WS-RUN-YY TO WS-H1-YY.
011310     MOVE WS-CYCLE-DATE TO WS-H2-CYCLE.
011320     COMPUTE WS-LEVEL-SUB = WS-WORST-LEVEL + 1.
011330     MOVE WS-LEVEL-NAME(WS-LEVEL-SUB) TO WS-H2-OVERALL.
011340     COMPUTE WS-H2-RC = WS-WORST-LEVEL * 4.
011350     WRITE REPORT-LINE FROM WS-HEADING-1
011360         AFTER ADVANCING 1 LINE.
011370     WRITE REPORT-LINE FROM WS-HEADING-2
011380         AFTER ADVANCING 2 LINES.
011390     WRITE REPORT-LINE FROM WS-HEADING-3
011400         AFTER ADVANCING 2 LINES.
011410     PERFORM 5100-PRINT-ONE-AREA THRU 5100-EXIT
011420         VARYING WS-SUM-SUB FROM 1 BY 1
011430         UNTIL WS-SUM-SUB > 6.
011440     IF WS-NOTE-DROPPED > ZERO
011450         MOVE WS-NOTE-DROPPED TO WS-COUNT-5
011460         MOVE SPACES TO WS-NL-TEXT
011470         STRING WS-COUNT-5 ' FURTHER LINES NOT SHOWN - SEE THE'
011480             ' AREA REPORTS'
011490             DELIMITED BY SIZE INTO WS-NL-TEXT
011500         WRITE REPORT-LINE FROM WS-NOTE-LINE
011510             AFTER ADVANCING 2 LINES
011520     END-IF.
011530 5000-EXIT.
011540     EXIT.
011550*
011560 5100-PRINT-ONE-AREA.
011570     MOVE WS-SM-NAME(WS-SUM-SUB) TO WS-AL-NAME.
011580     COMPUTE WS-LEVEL-SUB = WS-SM-LEVEL(WS-SUM-SUB) + 1.
011590     MOVE WS-LEVEL-NAME(WS-LEVEL-SUB) TO WS-AL-LEVEL.
011600     MOVE WS-SM-DETAIL(WS-SUM-SUB) TO WS-AL-DETAIL.
011610     WRITE REPORT-LINE FROM WS-AREA-LINE
011620         AFTER ADVANCING 2 LINES.
011630     IF WS-NOTE-COUNT > ZERO
011640         PERFORM 5110-PRINT-ONE-NOTE THRU 5110-EXIT
011650             VARYING WS-NOTE-SUB FROM 1 BY 1
011660             UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
011670     END-IF.
011680 5100-EXIT.
011690     EXIT.
011700*
011710 5110-PRINT-ONE-NOTE.
011720     IF WS-NT-AREA(WS-NOTE-SUB) NOT = WS-SUM-SUB
011730         GO TO 5110-EXIT
011740     END-IF.
011750     MOVE WS-NT-TEXT(WS-NOTE-SUB) TO WS-NL-TEXT.
011760     WRITE REPORT-LINE FROM WS-NOTE-LINE
011770         AFTER ADVANCING 1 LINE.
011780 5110-EXIT.
011790     EXIT.
011800*
011810* RECORDS THE PLACE REACHED ON AUDITLOG FOR THE NEXT RUN.  AN
011820* UNREADABLE LOG LEAVES THE OLD PLACE STANDING.
011830 6000-WRITE-OPS-CONTROL.
011840     IF NOT WS-LOG-OK
011850         GO TO 6000-EXIT
011860     END-IF.
011870     MOVE WS-RUN-DATE TO OC-LAST-RUN-DATE.
011880     MOVE WS-LOG-LINES TO OC-LOG-LINES.
011890     IF WS-LOG-LINES = ZERO
011900         MOVE SPACES TO OC-LOG-FIRST-LINE
011910     END-IF.
011920     MOVE SPACES TO OPS-CTL-RECORD(148:3).
011930     OPEN OUTPUT OPS-CONTROL-FILE.
011940     IF NOT WS-OPSCTL-OK
011950         DISPLAY 'OPSSUM - OPSCTL NOT WRITTEN - STATUS='
011960             WS-OPSCTL-STATUS
011970         GO TO 6000-EXIT
011980     END-IF.
011990     WRITE OPS-CTL-RECORD.
012000     CLOSE OPS-CONTROL-FILE.
012010 6000-EXIT.
012020     EXIT.
012030*
012040*****************************************************************
012050* 7000 SERIES - BUSINESS-DAY AGING UTILITIES, AS IN SUSPRPT.
012060*****************************************************************
012070* CONVERTS WS-CNV-DATE (YYMMDD, YEARS 2000-2099) TO THE SERIAL
012080* DAY NUMBER IN WS-CNV-SERIAL.
012090 7000-DATE-TO-SERIAL.
012100     DIVIDE WS-CNV-YY BY 4
012110         GIVING WS-LEAP-QUOTIENT
012120         REMAINDER WS-LEAP-REMAINDER.
012130     COMPUTE WS-CNV-SERIAL =
012140         (WS-CNV-YY * 365)
012150         + ((WS-CNV-YY + 3) / 4)
012160         + WS-MONTH-DAYS(WS-CNV-MM)
012170         + WS-CNV-DD.
012180     IF WS-LEAP-REMAINDER = ZERO AND WS-CNV-MM > 2
012190         ADD 1 TO WS-CNV-SERIAL
012200     END-IF.
012210 7000-EXIT.
012220     EXIT.
012230*
012240* COUNTS THE WEEKDAYS STRICTLY AFTER WS-SUSP-SERIAL UP THROUGH
012250* WS-RUN-SERIAL.
012260 7100-COMPUTE-BUSINESS-DAYS.
012270     COMPUTE WS-AGE-WEEKS =
012280         (WS-RUN-SERIAL - WS-SUSP-SERIAL) / 7.
012290     COMPUTE WS-AGE-REMAIN = WS-RUN-SERIAL - WS-SUSP-SERIAL
012300         - (WS-AGE-WEEKS * 7).
012310     COMPUTE WS-AGE-DAYS = WS-AGE-WEEKS * 5.
012320     IF WS-AGE-REMAIN > ZERO
012330         PERFORM 7110-COUNT-ONE-LEFTOVER-DAY THRU 7110-EXIT
012340             VARYING WS-AGE-SUB FROM 1 BY 1
012350             UNTIL WS-AGE-SUB > WS-AGE-REMAIN
012360     END-IF.
012370 7100-EXIT.
012380     EXIT.
012390*
012400* SERIAL MODULO 7 OF 1 IS SATURDAY AND 2 IS SUNDAY.
012410 7110-COUNT-ONE-LEFTOVER-DAY.
012420     COMPUTE WS-DAY-SERIAL = WS-SUSP-SERIAL
012430         + (WS-AGE-WEEKS * 7) + WS-AGE-SUB.
012440     DIVIDE WS-DAY-SERIAL BY 7
012450         GIVING WS-DOW-QUOTIENT
012460         REMAINDER WS-DOW.
012470     IF WS-DOW NOT = 1 AND WS-DOW NOT = 2
012480         ADD 1 TO WS-AGE-DAYS
012490     END-IF.
012500 7110-EXIT.
012510     EXIT.
012520*
012530* THE OVERALL STATUS GOES TO THE CONSOLE AS WELL, AND THE RETURN
012540* CODE IS WHAT THE SCHEDULER PAGES ON.
012550 9000-TERMINATE.
012560     CLOSE REPORT-FILE.
012570     COMPUTE WS-LEVEL-SUB = WS-WORST-LEVEL + 1.
012580     DISPLAY 'OPSSUM - CYCLE ' WS-CYCLE-DATE ' OVERALL '
012590         WS-LEVEL-NAME(WS-LEVEL-SUB).
012600     COMPUTE RETURN-CODE = WS-WORST-LEVEL * 4.
012610 9000-EXIT.
012620     EXIT.
