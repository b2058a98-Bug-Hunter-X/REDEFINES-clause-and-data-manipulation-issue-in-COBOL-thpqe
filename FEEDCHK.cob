000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FEEDCHK.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* FEEDCHK - EXPECTED-FEED CHECK AGAINST THE SOURCE REGISTRY.
000090*
000100* RUN AFTER TRNBLD AGAINST THE SAME DAY'S TRANSIN.  EVERY BATCH
000110* HEADER ON TRANSIN IS TABLED BY SOURCE SYSTEM, THEN THE SRCREG
000120* REGISTRY (MAINTAINED BY SRCUTIL) IS WALKED.  AN ACTIVE SOURCE
000130* WHOSE EXPECTED-DAY FLAG IS SET FOR TODAY'S WEEKDAY AND THAT
000140* SENT NO BATCH AT ALL IS LISTED AS MISSING, WITH THE REGION'S
000150* CONTACT, SO A REGION THAT QUIETLY STOPPED SENDING IS CALLED THE
000160* SAME DAY.  A BATCH THAT WAS SENT COUNTS AS RECEIVED WHETHER
000170* TRNBLD LOADED IT OR HELD IT TO BATHOLD - THE HOLD IS REPORTED
000180* THERE.  THE REVERSE BREAKS ARE LISTED TOO: A SOURCE THAT SENT
000190* WHILE INACTIVE, AND A SOURCE THAT SENT BUT IS NOT REGISTERED
000200* (TRNBLD SUSPENDED BOTH UNDER REASON 'UA').  SUSPFIX
000210* RESUBMISSIONS ARE THE SHOP'S OWN AND ARE NOT CHECKED.
000220*
000230* RETURN CODE 4 WHEN ANY SOURCE IS MISSING OR ANY UNAUTHORIZED
000240* SOURCE SENT, SO THE SCHEDULER CAN FLAG THE DAY; RETURN CODE 8
000250* WHEN THE REGISTRY CANNOT BE READ AND NOTHING WAS CHECKED.
000260*
000270*   MODIFICATION HISTORY
000280*   -------------------------------------------------------------
000290*   DATE       INIT  DESCRIPTION
000293*   10/15/26   JPD   ORIGINAL VERSION.
000296*   10/15/26   JPD   REGISTRY LAYOUT NAMES THE SR-STREAM BYTE
000300*                    SRCUTIL SETS.
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TRANSACTION-FILE ASSIGN TO 'TRANSIN'
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-TRANS-STATUS.
000430*
000440     SELECT SOURCE-REGISTRY-FILE ASSIGN TO 'SRCREG'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS SR-SOURCE
000480         FILE STATUS IS WS-REG-STATUS.
000490*
000500     SELECT REPORT-FILE ASSIGN TO 'FEEDRPT'
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000530*
000540     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-JSTAT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610* ONLY THE BATCH HEADERS MATTER HERE - SEE TRNBLD FOR THE FULL
000620* TRANSIN LAYOUT.
000630 FD  TRANSACTION-FILE
000640     RECORD CONTAINS 101 CHARACTERS.
000650 01  TRANS-HEADER-RECORD.
000660     05  TH-RECORD-TYPE              PIC X(03).
000670     05  FILLER                      PIC X(02).
000680     05  TH-SOURCE-SYSTEM            PIC X(08).
000690     05  TH-BUSINESS-DATE            PIC 9(06).
000700     05  FILLER                      PIC X(82).
000710*
000720* THE REGISTRY LAYOUT IS SHARED WITH SRCUTIL, TRNBLD AND TRNSPLT.
000730 FD  SOURCE-REGISTRY-FILE.
000740 01  REG-RECORD.
000750     05  SR-SOURCE                   PIC X(08).
000760     05  SR-STATUS                   PIC X(01).
000770         88  SR-ACTIVE               VALUE 'A'.
000780         88  SR-INACTIVE             VALUE 'I'.
000790     05  SR-EXPECTED-DAYS.
000800         10  SR-DAY-FLAG  OCCURS 7 TIMES
000810                                     PIC X(01).
000820     05  SR-CONTACT                  PIC X(30).
000830     05  SR-ADDED-DATE               PIC 9(06).
000840     05  SR-CHANGED-DATE             PIC 9(06).
000843     05  SR-CHANGED-BY               PIC X(03).
000846     05  SR-STREAM                   PIC X(01).
000850     05  FILLER                      PIC X(18).
000870*
000880 FD  REPORT-FILE
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  REPORT-LINE                     PIC X(132).
000910*
000920 FD  JOB-STAT-FILE
000930     RECORD CONTAINS 50 CHARACTERS.
000940 01  JOB-STAT-RECORD                 PIC X(50).
000950*
000960 WORKING-STORAGE SECTION.
000970*
000980     COPY JOBSTAT.
000990*
001000 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001010 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
001020 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
001030 77  WS-TRANS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001040 77  WS-HEADER-COUNT                 PIC 9(05) COMP VALUE ZERO.
001050 77  WS-REG-COUNT                    PIC 9(05) COMP VALUE ZERO.
001060 77  WS-DUE-COUNT                    PIC 9(05) COMP VALUE ZERO.
001070 77  WS-RECEIVED-COUNT               PIC 9(05) COMP VALUE ZERO.
001080 77  WS-MISSING-COUNT                PIC 9(05) COMP VALUE ZERO.
001090 77  WS-UNAUTH-COUNT                 PIC 9(05) COMP VALUE ZERO.
001100 77  WS-SEEN-COUNT                   PIC 9(02) COMP VALUE ZERO.
001110 77  WS-SEEN-MAX                     PIC 9(02) COMP VALUE 99.
001120 77  WS-SEEN-SUB                     PIC 9(02) COMP VALUE ZERO.
001130 77  WS-SEEN-HIT                     PIC 9(02) COMP VALUE ZERO.
001140 77  WS-SEEN-OVERFLOW                PIC 9(05) COMP VALUE ZERO.
001150 77  WS-FIND-SOURCE                  PIC X(08) VALUE SPACES.
001160 77  WS-INTERNAL-SOURCE              PIC X(08) VALUE 'SUSPFIX'.
001170*
001180* TODAY'S WEEKDAY, 1 = MONDAY THROUGH 7 = SUNDAY - THE SUBSCRIPT
001190* INTO SR-EXPECTED-DAYS.
001200 77  WS-DAY-OF-WEEK                  PIC 9(01) VALUE ZERO.
001210*
001220 01  WS-TRANS-STATUS                 PIC X(02).
001230     88  WS-TRANS-OK                 VALUE '00'.
001240     88  WS-TRANS-SHORT              VALUE '04'.
001250*
001260 01  WS-REG-STATUS                   PIC X(02).
001270     88  WS-REG-OK                   VALUE '00'.
001280*
001290 01  WS-RPT-STATUS                   PIC X(02).
001300     88  WS-RPT-OK                   VALUE '00'.
001310*
001320 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001330     88  WS-EOF-YES                  VALUE 'Y'.
001340*
001350 01  WS-REG-UNAVAILABLE-SW           PIC X(01) VALUE 'N'.
001360     88  WS-REG-UNAVAILABLE          VALUE 'Y'.
001370*
001380 01  WS-RUN-DATE                     PIC 9(06).
001390 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
001400     05  WS-RUN-YY                   PIC 9(02).
001410     05  WS-RUN-MM                   PIC 9(02).
001420     05  WS-RUN-DD                   PIC 9(02).
001430*
001440 01  WS-DAY-NAME-VALUES.
001450     05  FILLER                      PIC X(09) VALUE 'MONDAY'.
001460     05  FILLER                      PIC X(09) VALUE 'TUESDAY'.
001470     05  FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
001480     05  FILLER                      PIC X(09) VALUE 'THURSDAY'.
001490     05  FILLER                      PIC X(09) VALUE 'FRIDAY'.
001500     05  FILLER                      PIC X(09) VALUE 'SATURDAY'.
001510     05  FILLER                      PIC X(09) VALUE 'SUNDAY'.
001520 01  WS-DAY-NAME-TABLE  REDEFINES WS-DAY-NAME-VALUES.
001530     05  WS-DAY-NAME  OCCURS 7 TIMES PIC X(09).
001540*
001550* ONE ENTRY PER DISTINCT SOURCE SYSTEM SEEN ON A TRANSIN BATCH
001560* HEADER, WITH THE NUMBER OF BATCHES IT SENT AND WHETHER THE
001570* REGISTRY WALK MATCHED IT.
001580 01  WS-SEEN-TABLE.
001590     05  WS-SEEN-ENTRY  OCCURS 99 TIMES.
001600         10  WS-SEEN-SOURCE          PIC X(08).
001610         10  WS-SEEN-BATCHES         PIC 9(03).
001620         10  WS-SEEN-REG-SW          PIC X(01).
001630             88  WS-SEEN-ON-REGISTRY VALUE 'Y'.
001640*
001650 01  WS-HEADING-1.
001660     05  FILLER                      PIC X(01) VALUE SPACE.
001670     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
001680     05  WS-H1-MM                    PIC 9(02).
001690     05  FILLER                      PIC X(01) VALUE '/'.
001700     05  WS-H1-DD                    PIC 9(02).
001710     05  FILLER                      PIC X(01) VALUE '/'.
001720     05  WS-H1-YY                    PIC 9(02).
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  WS-H1-DAY                   PIC X(09).
001750     05  FILLER                      PIC X(05) VALUE SPACES.
001760     05  FILLER                      PIC X(30) VALUE
001770             'EXPECTED FEED CHECK - SRCREG'.
001780     05  FILLER                      PIC X(08) VALUE SPACES.
001790     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001800     05  WS-H1-PAGE                  PIC ZZZZ9.
001810     05  FILLER                      PIC X(50) VALUE SPACES.
001820*
001830 01  WS-HEADING-2.
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
001860     05  FILLER                      PIC X(08) VALUE 'STATUS'.
001870     05  FILLER                      PIC X(10) VALUE 'MTWTFSS'.
001880     05  FILLER                      PIC X(09) VALUE 'BATCHES'.
001890     05  FILLER                      PIC X(42) VALUE 'FINDING'.
001900     05  FILLER                      PIC X(52) VALUE 'CONTACT'.
001910*
001920 01  WS-DETAIL-LINE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  WS-DTL-SOURCE               PIC X(08).
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  WS-DTL-STATUS               PIC X(01).
001970     05  FILLER                      PIC X(07) VALUE SPACES.
001980     05  WS-DTL-DAYS                 PIC X(07).
001990     05  FILLER                      PIC X(03) VALUE SPACES.
002000     05  WS-DTL-BATCHES              PIC ZZ9.
002010     05  FILLER                      PIC X(06) VALUE SPACES.
002020     05  WS-DTL-FINDING              PIC X(40).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  WS-DTL-CONTACT              PIC X(30).
002050     05  FILLER                      PIC X(22) VALUE SPACES.
002060*
002070 01  WS-TOTAL-LINE.
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002090     05  WS-TOT-LABEL                PIC X(40).
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  WS-TOT-COUNT                PIC ZZZZ9.
002120     05  FILLER                      PIC X(85) VALUE SPACES.
002130*
002140 01  WS-MSG-LINE.
002150     05  FILLER                      PIC X(01) VALUE SPACE.
002160     05  WS-MSG-TEXT                 PIC X(120).
002170     05  FILLER                      PIC X(11) VALUE SPACES.
002180*
002190 PROCEDURE DIVISION.
002200*
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-TABLE-FEED-HEADERS THRU 2000-EXIT.
002240     PERFORM 3000-CHECK-REGISTRY THRU 3000-EXIT.
002250     PERFORM 4000-REPORT-UNREGISTERED THRU 4000-EXIT.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     STOP RUN.
002280*
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE.
002310     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
002320     MOVE 'FEEDCHK' TO WS-JS-JOB-NAME.
002330     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
002340     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
002350     MOVE SPACES TO WS-SEEN-TABLE.
002360     OPEN OUTPUT REPORT-FILE.
002370     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400*
002410* TABLES EVERY SOURCE THAT SENT A BATCH HEADER TODAY.  NO TRANSIN
002420* AT ALL MEANS NOBODY SENT - EVERY DUE SOURCE IS THEN MISSING.
002430 2000-TABLE-FEED-HEADERS.
002440     OPEN INPUT TRANSACTION-FILE.
002450     IF NOT WS-TRANS-OK
002460         MOVE SPACES TO WS-MSG-TEXT
002470         STRING 'TRANSIN NOT AVAILABLE - STATUS=' WS-TRANS-STATUS
002480             ' - NO SOURCE COUNTED AS RECEIVED'
002490             DELIMITED BY SIZE INTO WS-MSG-TEXT
002500         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002510         GO TO 2000-EXIT
002520     END-IF.
002530     MOVE 'N' TO WS-EOF-SW.
002540     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
002550         UNTIL WS-EOF-YES.
002560     CLOSE TRANSACTION-FILE.
002570 2000-EXIT.
002580     EXIT.
002590*
002600 2100-READ-ONE-RECORD.
002610     MOVE SPACES TO TRANS-HEADER-RECORD.
002620     READ TRANSACTION-FILE
002630         AT END
002640             SET WS-EOF-YES TO TRUE
002650             GO TO 2100-EXIT
002660     END-READ.
002670     ADD 1 TO WS-TRANS-READ-COUNT.
002680     IF TH-RECORD-TYPE NOT = 'HDR'
002690         GO TO 2100-EXIT
002700     END-IF.
002710     ADD 1 TO WS-HEADER-COUNT.
002720     MOVE TH-SOURCE-SYSTEM TO WS-FIND-SOURCE.
002730     PERFORM 7000-FIND-SEEN-SOURCE THRU 7000-EXIT.
002740     IF WS-SEEN-HIT = ZERO
002750         IF WS-SEEN-COUNT >= WS-SEEN-MAX
002760             ADD 1 TO WS-SEEN-OVERFLOW
002770             GO TO 2100-EXIT
002780         END-IF
002790         ADD 1 TO WS-SEEN-COUNT
002800         MOVE WS-SEEN-COUNT TO WS-SEEN-HIT
002810         MOVE TH-SOURCE-SYSTEM TO WS-SEEN-SOURCE(WS-SEEN-HIT)
002820         MOVE ZERO TO WS-SEEN-BATCHES(WS-SEEN-HIT)
002830         MOVE 'N' TO WS-SEEN-REG-SW(WS-SEEN-HIT)
002840     END-IF.
002850     ADD 1 TO WS-SEEN-BATCHES(WS-SEEN-HIT).
002860 2100-EXIT.
002870     EXIT.
002880*
002890* WALKS THE REGISTRY IN SOURCE ORDER AND CHECKS EACH ENTRY
002900* AGAINST WHAT WAS SENT.
002910 3000-CHECK-REGISTRY.
002920     OPEN INPUT SOURCE-REGISTRY-FILE.
002930     IF NOT WS-REG-OK
002940         MOVE SPACES TO WS-MSG-TEXT
002950         STRING 'SRCREG NOT AVAILABLE - STATUS=' WS-REG-STATUS
002960             ' - NO EXPECTED FEEDS CHECKED'
002970             DELIMITED BY SIZE INTO WS-MSG-TEXT
002980         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002990         SET WS-REG-UNAVAILABLE TO TRUE
003000         MOVE 8 TO RETURN-CODE
003010         GO TO 3000-EXIT
003020     END-IF.
003030     MOVE 'N' TO WS-EOF-SW.
003040     PERFORM 3100-CHECK-ONE-SOURCE THRU 3100-EXIT
003050         UNTIL WS-EOF-YES.
003060     CLOSE SOURCE-REGISTRY-FILE.
003070 3000-EXIT.
003080     EXIT.
003090*
003100 3100-CHECK-ONE-SOURCE.
003110     READ SOURCE-REGISTRY-FILE NEXT RECORD
003120         AT END
003130             SET WS-EOF-YES TO TRUE
003140             GO TO 3100-EXIT
003150     END-READ.
003160     ADD 1 TO WS-REG-COUNT.
003170     MOVE SR-SOURCE TO WS-FIND-SOURCE.
003180     PERFORM 7000-FIND-SEEN-SOURCE THRU 7000-EXIT.
003190     MOVE SR-SOURCE TO WS-DTL-SOURCE.
003200     MOVE SR-STATUS TO WS-DTL-STATUS.
003210     MOVE SR-EXPECTED-DAYS TO WS-DTL-DAYS.
003220     MOVE SR-CONTACT TO WS-DTL-CONTACT.
003230     MOVE ZERO TO WS-DTL-BATCHES.
003240     IF WS-SEEN-HIT > ZERO
003250         MOVE 'Y' TO WS-SEEN-REG-SW(WS-SEEN-HIT)
003260         MOVE WS-SEEN-BATCHES(WS-SEEN-HIT) TO WS-DTL-BATCHES
003270     END-IF.
003280* AN INACTIVE SOURCE IS NEVER DUE - BUT IF IT SENT ANYWAY, TRNBLD
003290* REFUSED THE BATCH AND THE REGION NEEDS TELLING.
003300     IF NOT SR-ACTIVE
003310         IF WS-SEEN-HIT > ZERO
003320             ADD 1 TO WS-UNAUTH-COUNT
003330             MOVE 'SENT WHILE INACTIVE - REFUSED (UA)'
003340                 TO WS-DTL-FINDING
003350             PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
003360         END-IF
003370         GO TO 3100-EXIT
003380     END-IF.
003390     IF WS-DAY-OF-WEEK < 1 OR WS-DAY-OF-WEEK > 7
003400         GO TO 3100-EXIT
003410     END-IF.
003420     IF SR-DAY-FLAG(WS-DAY-OF-WEEK) NOT = 'Y'
003430         GO TO 3100-EXIT
003440     END-IF.
003450     ADD 1 TO WS-DUE-COUNT.
003460     IF WS-SEEN-HIT > ZERO
003470         ADD 1 TO WS-RECEIVED-COUNT
003480         GO TO 3100-EXIT
003490     END-IF.
003500     ADD 1 TO WS-MISSING-COUNT.
003510     MOVE 'MISSING - DUE TODAY, NOTHING SENT' TO WS-DTL-FINDING.
003520     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
003530 3100-EXIT.
003540     EXIT.
003550*
003560* LISTS EVERY SOURCE THAT SENT A BATCH BUT HAS NO REGISTRY ENTRY.
003570 4000-REPORT-UNREGISTERED.
003580* WITH NO REGISTRY TO MATCH AGAINST, EVERY SOURCE WOULD SHOW AS
003590* UNREGISTERED - THE UNAVAILABLE MESSAGE ALREADY STOPS THE DAY.
003600     IF WS-SEEN-COUNT = ZERO
003610         OR WS-REG-UNAVAILABLE
003620         GO TO 4000-EXIT
003630     END-IF.
003640     PERFORM 4100-CHECK-ONE-SEEN THRU 4100-EXIT
003650         VARYING WS-SEEN-SUB FROM 1 BY 1
003660         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT.
003670 4000-EXIT.
003680     EXIT.
003690*
003700 4100-CHECK-ONE-SEEN.
003710     IF WS-SEEN-ON-REGISTRY(WS-SEEN-SUB)
003720         OR WS-SEEN-SOURCE(WS-SEEN-SUB) = WS-INTERNAL-SOURCE
003730         GO TO 4100-EXIT
003740     END-IF.
003750     ADD 1 TO WS-UNAUTH-COUNT.
003760     MOVE WS-SEEN-SOURCE(WS-SEEN-SUB) TO WS-DTL-SOURCE.
003770     MOVE SPACE TO WS-DTL-STATUS.
003780     MOVE SPACES TO WS-DTL-DAYS.
003790     MOVE WS-SEEN-BATCHES(WS-SEEN-SUB) TO WS-DTL-BATCHES.
003800     MOVE 'SENT BUT NOT REGISTERED - REFUSED (UA)'
003810         TO WS-DTL-FINDING.
003820     MOVE SPACES TO WS-DTL-CONTACT.
003830     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
003840 4100-EXIT.
003850     EXIT.
003860*
003870* LOOKS WS-FIND-SOURCE UP IN THE SEEN TABLE.  WS-SEEN-HIT IS LEFT
003880* AT THE MATCHING ENTRY, OR ZERO.
003890 7000-FIND-SEEN-SOURCE.
003900     MOVE ZERO TO WS-SEEN-HIT.
003910     IF WS-SEEN-COUNT = ZERO
003920         GO TO 7000-EXIT
003930     END-IF.
003940     PERFORM 7010-TEST-ONE-SEEN THRU 7010-EXIT
003950         VARYING WS-SEEN-SUB FROM 1 BY 1
003960         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
003970            OR WS-SEEN-HIT > ZERO.
003980 7000-EXIT.
003990     EXIT.
004000*
004010 7010-TEST-ONE-SEEN.
004020     IF WS-SEEN-SOURCE(WS-SEEN-SUB) = WS-FIND-SOURCE
004030         MOVE WS-SEEN-SUB TO WS-SEEN-HIT
004040     END-IF.
004050 7010-EXIT.
004060     EXIT.
004070*
004080 8000-WRITE-DETAIL.
004090     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004100         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
004110     END-IF.
004120     WRITE REPORT-LINE FROM WS-DETAIL-LINE
004130         AFTER ADVANCING 1 LINE.
004140     ADD 1 TO WS-LINE-COUNT.
004150 8000-EXIT.
004160     EXIT.
004170*
004180 8100-PRINT-HEADINGS.
004190     ADD 1 TO WS-PAGE-COUNT.
004200     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
004210     MOVE WS-RUN-MM TO WS-H1-MM.
004220     MOVE WS-RUN-DD TO WS-H1-DD.
004230     MOVE WS-RUN-YY TO WS-H1-YY.
004240     MOVE SPACES TO WS-H1-DAY.
004250     IF WS-DAY-OF-WEEK > ZERO AND WS-DAY-OF-WEEK < 8
004260         MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO WS-H1-DAY
004270     END-IF.
004280     IF WS-PAGE-COUNT = 1
004290         WRITE REPORT-LINE FROM WS-HEADING-1
004300             AFTER ADVANCING 1 LINE
004310     ELSE
004320         WRITE REPORT-LINE FROM WS-HEADING-1
004330             AFTER ADVANCING PAGE
004340     END-IF.
004350     WRITE REPORT-LINE FROM WS-HEADING-2
004360         AFTER ADVANCING 2 LINES.
004370     MOVE ZERO TO WS-LINE-COUNT.
004380 8100-EXIT.
004390     EXIT.
004400*
004410 8200-WRITE-MESSAGE.
004420     WRITE REPORT-LINE FROM WS-MSG-LINE
004430         AFTER ADVANCING 1 LINE.
004440     ADD 1 TO WS-LINE-COUNT.
004450     DISPLAY 'FEEDCHK - ' WS-MSG-TEXT.
004460 8200-EXIT.
004470     EXIT.
004480*
004490 9000-TERMINATE.
004500     IF WS-SEEN-OVERFLOW > ZERO
004510         MOVE SPACES TO WS-MSG-TEXT
004520         STRING 'MORE THAN 99 SOURCES ON TRANSIN - LATER SOURCES '
004530             'NOT CHECKED'
004540             DELIMITED BY SIZE INTO WS-MSG-TEXT
004550         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004560     END-IF.
004570     MOVE 'BATCH HEADERS ON TRANSIN:' TO WS-TOT-LABEL.
004580     MOVE WS-HEADER-COUNT TO WS-TOT-COUNT.
004590     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004600         AFTER ADVANCING 2 LINES.
004610     MOVE 'SOURCES ON THE REGISTRY:' TO WS-TOT-LABEL.
004620     MOVE WS-REG-COUNT TO WS-TOT-COUNT.
004630     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004640         AFTER ADVANCING 1 LINE.
004650     MOVE 'ACTIVE SOURCES DUE TODAY:' TO WS-TOT-LABEL.
004660     MOVE WS-DUE-COUNT TO WS-TOT-COUNT.
004670     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004680         AFTER ADVANCING 1 LINE.
004690     MOVE 'DUE AND RECEIVED:' TO WS-TOT-LABEL.
004700     MOVE WS-RECEIVED-COUNT TO WS-TOT-COUNT.
004710     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004720         AFTER ADVANCING 1 LINE.
004730     MOVE 'DUE AND MISSING:' TO WS-TOT-LABEL.
004740     MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
004750     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004760         AFTER ADVANCING 1 LINE.
004770     MOVE 'SENT WITHOUT AUTHORIZATION:' TO WS-TOT-LABEL.
004780     MOVE WS-UNAUTH-COUNT TO WS-TOT-COUNT.
004790     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004800         AFTER ADVANCING 1 LINE.
004810     CLOSE REPORT-FILE.
004820* AN UNREADABLE REGISTRY CHECKED NOTHING - RC 8 STANDS FROM 3000.
004830     IF WS-REG-UNAVAILABLE
004840         DISPLAY 'FEEDCHK - SRCREG NOT AVAILABLE - STATUS='
004850             WS-REG-STATUS ' - NO EXPECTED FEEDS CHECKED'
004860         MOVE 'EXCPT' TO WS-JS-STATUS
004870     ELSE
004880         IF WS-MISSING-COUNT > ZERO OR WS-UNAUTH-COUNT > ZERO
004890             MOVE WS-MISSING-COUNT TO WS-TOT-COUNT
004900             DISPLAY 'FEEDCHK - SOURCES MISSING TODAY: '
004910                 WS-TOT-COUNT
004920             IF RETURN-CODE < 4
004930                 MOVE 4 TO RETURN-CODE
004940             END-IF
004950             MOVE 'EXCPT' TO WS-JS-STATUS
004960         ELSE
004970             MOVE 'OK' TO WS-JS-STATUS
004980         END-IF
004990     END-IF.
005000     MOVE WS-TRANS-READ-COUNT TO WS-JS-IN-COUNT.
005010     COMPUTE WS-JS-OUT-COUNT = WS-MISSING-COUNT + WS-UNAUTH-COUNT.
005020     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
005030 9000-EXIT.
005040     EXIT.
005050*
005060     COPY JOBSTATP.
