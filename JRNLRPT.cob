000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNLRPT.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* JRNLRPT - LOAD JOURNAL AUDIT REPORT.
000090*
000100* THE ANSWER TO "WHO CHANGED THIS RECORD AND WHAT DID IT SAY
000110* BEFORE".  READS THE CUMULATIVE LOAD JOURNAL (LOADJRNL, WRITTEN
000120* BY TRNBLD 2480/2490 AND MARKED BY BACKOUT) AND PRINTS EVERY
000130* ENTRY INSIDE THE SELECTION ANSWERED ON THE CONSOLE - A RUN-DATE
000140* RANGE, A SOURCE KEY, A SEQUENCE NUMBER AND A GENERATION, EACH
000150* BLANK FOR ALL - IN JOURNAL ORDER, SO ONE ENTRY'S WHOLE HISTORY
000160* READS TOP TO BOTTOM:
000170*
000180*   ADD     - THE SOURCE SYSTEM AND DAY THAT BUILT THE ENTRY, AND
000190*             THE TEXT IT WAS LOADED WITH
000200*   CHANGE  - THE SOURCE SYSTEM AND DAY, THE TEXT BEFORE (WITH THE
000210*             DATE IT HAD BEEN LOADED) AND THE TEXT AFTER
000220*   CANCEL  - THE SAME, WITH THE STATUS GOING TO 'D'
000230*   BACKOUT - A BUSINESS DAY TAKEN BACK OUT, BY WHOM AND WHEN
000240*
000250* AN ADD, CHANGE OR CANCEL A LATER BACK-OUT TOOK OFF AGAIN IS
000260* NOTED ON ITS OWN LINE, SO THE AUDITOR SEES WHAT HAPPENED AND
000270* THAT IT DID NOT STAND.
000280*
000290*   MODIFICATION HISTORY
000300*   -------------------------------------------------------------
000310*   DATE       INIT  DESCRIPTION
000320*   10/15/26   JPD   ORIGINAL VERSION.
000330*****************************************************************
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LOAD-JOURNAL-FILE ASSIGN TO 'LOADJRNL'
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-JRNL-STATUS.
000450*
000460     SELECT REPORT-FILE ASSIGN TO 'JRNLLIST'
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490*
000500     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-JSTAT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570* THE LOAD JOURNAL AS TRNBLD WRITES IT AND BACKOUT MARKS IT.  ON
000580* A 'B' MARKER THE RUN DATE AND SOURCE ARE THE DAY AND SOURCE
000590* BACKED OUT (SOURCE BLANK FOR THE WHOLE DAY), THE BEFORE LOAD
000600* DATE IS THE DAY IT WAS DONE AND THE AFTER TEXT NAMES THE
000610* OPERATOR.
000620 FD  LOAD-JOURNAL-FILE
000630     RECORD CONTAINS 230 CHARACTERS.
000640 01  JRNL-RECORD.
000650     05  LJ-RUN-DATE                 PIC 9(06).
000660     05  LJ-SOURCE                   PIC X(08).
000670     05  LJ-SRC-KEY                  PIC X(05).
000680     05  LJ-TRAN-CODE                PIC X(01).
000690         88  LJ-ADD                  VALUE 'A'.
000700         88  LJ-CHANGE               VALUE 'C'.
000710         88  LJ-CANCEL               VALUE 'X'.
000720         88  LJ-BACKOUT-MARKER       VALUE 'B'.
000730     05  LJ-GEN                      PIC 9(03).
000740     05  LJ-SEQ                      PIC 9(05).
000750     05  LJ-BEFORE-TEXT              PIC X(95).
000760     05  LJ-BEFORE-LOAD-DATE         PIC 9(06).
000770     05  LJ-BEFORE-STATUS            PIC X(01).
000780     05  LJ-AFTER-TEXT               PIC X(95).
000790     05  LJ-AFTER-STATUS             PIC X(01).
000800     05  FILLER                      PIC X(04).
000810*
000820 FD  REPORT-FILE
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  REPORT-LINE                     PIC X(132).
000850*
000860 FD  JOB-STAT-FILE
000870     RECORD CONTAINS 50 CHARACTERS.
000880 01  JOB-STAT-RECORD                 PIC X(50).
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920     COPY JOBSTAT.
000930*
000940 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
000950 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
000960 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
000970 77  WS-JRNL-REC-NO                  PIC 9(09) COMP VALUE ZERO.
000980 77  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
000990 77  WS-SELECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
001000 77  WS-ADD-COUNT                    PIC 9(07) COMP VALUE ZERO.
001010 77  WS-CHANGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
001020 77  WS-CANCEL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001030 77  WS-MARKER-SEL-COUNT             PIC 9(07) COMP VALUE ZERO.
001040 77  WS-UNDONE-COUNT                 PIC 9(07) COMP VALUE ZERO.
001050 77  WS-MARKER-COUNT                 PIC 9(03) COMP VALUE ZERO.
001060 77  WS-MARKER-MAX                   PIC 9(03) COMP VALUE 500.
001070 77  WS-MARKER-SUB                   PIC 9(03) COMP VALUE ZERO.
001080 77  WS-MARKER-HIT                   PIC 9(03) COMP VALUE ZERO.
001090 77  WS-FROM-DATE                    PIC 9(06) VALUE ZERO.
001100 77  WS-TO-DATE                      PIC 9(06) VALUE 999999.
001110 77  WS-SEL-KEY                      PIC X(05) VALUE SPACES.
001120 77  WS-SEL-SEQ                      PIC 9(05) VALUE ZERO.
001130 77  WS-SEL-GEN                      PIC 9(03) VALUE ZERO.
001140*
001150 01  WS-JRNL-STATUS                  PIC X(02).
001160     88  WS-JRNL-OK                  VALUE '00'.
001170*
001180 01  WS-RPT-STATUS                   PIC X(02).
001190     88  WS-RPT-OK                   VALUE '00'.
001200*
001210 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001220     88  WS-EOF-YES                  VALUE 'Y'.
001230     88  WS-EOF-NO                   VALUE 'N'.
001240*
001250 01  WS-JRNL-UNAVAIL-SW              PIC X(01) VALUE 'N'.
001260     88  WS-JRNL-UNAVAIL             VALUE 'Y'.
001270*
001280 01  WS-SEL-SEQ-SW                   PIC X(01) VALUE 'N'.
001290     88  WS-SEL-SEQ-GIVEN            VALUE 'Y'.
001300*
001310 01  WS-SEL-GEN-SW                   PIC X(01) VALUE 'N'.
001320     88  WS-SEL-GEN-GIVEN            VALUE 'Y'.
001330*
001340 01  WS-FROM-REPLY                   PIC X(06) VALUE SPACES.
001350 01  WS-TO-REPLY                     PIC X(06) VALUE SPACES.
001360 01  WS-SEQ-REPLY                    PIC X(05) VALUE SPACES.
001370 01  WS-GEN-REPLY                    PIC X(03) VALUE SPACES.
001380*
001390 01  WS-RUN-DATE                     PIC 9(06).
001400 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
001410     05  WS-RUN-YY                   PIC 9(02).
001420     05  WS-RUN-MM                   PIC 9(02).
001430     05  WS-RUN-DD                   PIC 9(02).
001440*
001450* EVERY BACK-OUT MARKER ON THE JOURNAL - POSITION, DAY AND SOURCE
001460* BACKED OUT, THE DAY IT WAS DONE AND THE OPERATOR TEXT - SO AN
001470* ENTRY CAN BE SHOWN AS TAKEN BACK OUT BY A LATER MARKER.
001480 01  WS-MARKER-TABLE.
001490     05  WS-MARKER-ENTRY  OCCURS 500 TIMES.
001500         10  WS-MK-REC-NO            PIC 9(09) COMP.
001510         10  WS-MK-DATE              PIC 9(06).
001520         10  WS-MK-SOURCE            PIC X(08).
001530         10  WS-MK-DONE-DATE         PIC 9(06).
001540         10  WS-MK-BY                PIC X(20).
001550*
001560 01  WS-HEADING-1.
001570     05  FILLER                      PIC X(01) VALUE SPACE.
001580     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
001590     05  WS-H1-MM                    PIC 9(02).
001600     05  FILLER                      PIC X(01) VALUE '/'.
001610     05  WS-H1-DD                    PIC 9(02).
001620     05  FILLER                      PIC X(01) VALUE '/'.
001630     05  WS-H1-YY                    PIC 9(02).
001640     05  FILLER                      PIC X(13) VALUE SPACES.
001650     05  FILLER                      PIC X(25) VALUE
001660             'LOAD JOURNAL AUDIT REPORT'.
001670     05  FILLER                      PIC X(13) VALUE SPACES.
001680     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001690     05  WS-H1-PAGE                  PIC ZZZZ9.
001700     05  FILLER                      PIC X(52) VALUE SPACES.
001710*
001720 01  WS-HEADING-2.
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  FILLER                      PIC X(15) VALUE
001750             'SELECTED: FROM '.
001760     05  WS-H2-FROM                  PIC 9(06).
001770     05  FILLER                      PIC X(04) VALUE ' TO '.
001780     05  WS-H2-TO                    PIC 9(06).
001790     05  FILLER                      PIC X(06) VALUE '  KEY '.
001800     05  WS-H2-KEY                   PIC X(05).
001810     05  FILLER                      PIC X(06) VALUE '  SEQ '.
001820     05  WS-H2-SEQ                   PIC X(05).
001830     05  FILLER                      PIC X(06) VALUE '  GEN '.
001840     05  WS-H2-GEN                   PIC X(03).
001850     05  FILLER                      PIC X(69) VALUE SPACES.
001860*
001870 01  WS-HEADING-3.
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  FILLER                      PIC X(10) VALUE 'RUN DATE'.
001900     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
001910     05  FILLER                      PIC X(09) VALUE 'SRC KEY'.
001920     05  FILLER                      PIC X(11) VALUE 'GEN/SEQ'.
001930     05  FILLER                      PIC X(09) VALUE 'ACTION'.
001940     05  FILLER                      PIC X(10) VALUE 'STATUS'.
001950     05  FILLER                      PIC X(72) VALUE 'NOTE'.
001960*
001970 01  WS-DETAIL-LINE.
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  WS-DTL-RUN-DATE             PIC 9(06).
002000     05  FILLER                      PIC X(04) VALUE SPACES.
002010     05  WS-DTL-SOURCE               PIC X(08).
002020     05  FILLER                      PIC X(02) VALUE SPACES.
002030     05  WS-DTL-SRC-KEY              PIC X(05).
002040     05  FILLER                      PIC X(04) VALUE SPACES.
002050     05  WS-DTL-GEN                  PIC 9(03).
002060     05  FILLER                      PIC X(01) VALUE '/'.
002070     05  WS-DTL-SEQ                  PIC 9(05).
002080     05  FILLER                      PIC X(02) VALUE SPACES.
002090     05  WS-DTL-ACTION               PIC X(07).
002100     05  FILLER                      PIC X(02) VALUE SPACES.
002110     05  WS-DTL-BEFORE-STATUS        PIC X(01).
002120     05  FILLER                      PIC X(04) VALUE ' -> '.
002130     05  WS-DTL-AFTER-STATUS         PIC X(01).
002140     05  FILLER                      PIC X(04) VALUE SPACES.
002150     05  WS-DTL-NOTE                 PIC X(60).
002160     05  FILLER                      PIC X(13) VALUE SPACES.
002170*
002180 01  WS-TEXT-LINE.
002190     05  FILLER                      PIC X(12) VALUE SPACES.
002200     05  WS-TXT-LABEL                PIC X(08).
002210     05  WS-TXT-TEXT                 PIC X(95).
002220     05  FILLER                      PIC X(17) VALUE SPACES.
002230*
002240 01  WS-FOOTING-LINE.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  WS-FTG-LABEL                PIC X(34).
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  WS-FTG-COUNT                PIC ZZZZZZ9.
002290     05  FILLER                      PIC X(89) VALUE SPACES.
002300*
002310 01  WS-MSG-LINE.
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  WS-MSG-TEXT                 PIC X(120).
002340     05  FILLER                      PIC X(11) VALUE SPACES.
002350*
002360 PROCEDURE DIVISION.
002370*
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF NOT WS-JRNL-UNAVAIL
002410         PERFORM 2000-COLLECT-MARKERS THRU 2000-EXIT
002420         PERFORM 3000-LIST-JOURNAL THRU 3000-EXIT
002430     END-IF.
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002450     STOP RUN.
002460*
002470* THE SELECTION IS ANSWERED ON THE CONSOLE THE WAY AUDRPT TAKES
002480* ITS DATE RANGE.  A BLANK OR UNREADABLE REPLY LEAVES THAT PART
002490* OF THE SELECTION OPEN.
002500 1000-INITIALIZE.
002510     ACCEPT WS-RUN-DATE FROM DATE.
002520     MOVE 'JRNLRPT' TO WS-JS-JOB-NAME.
002530     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
002540     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
002550     DISPLAY 'FROM RUN DATE YYMMDD (BLANK FOR OPEN): '
002560         WITH NO ADVANCING.
002570     ACCEPT WS-FROM-REPLY.
002580     IF WS-FROM-REPLY NUMERIC
002590         MOVE WS-FROM-REPLY TO WS-FROM-DATE
002600     END-IF.
002610     DISPLAY 'TO RUN DATE YYMMDD (BLANK FOR OPEN): '
002620         WITH NO ADVANCING.
002630     ACCEPT WS-TO-REPLY.
002640     IF WS-TO-REPLY NUMERIC
002650         MOVE WS-TO-REPLY TO WS-TO-DATE
002660     END-IF.
002670     DISPLAY 'SOURCE KEY (BLANK FOR ALL): '
002680         WITH NO ADVANCING.
002690     ACCEPT WS-SEL-KEY.
002700     DISPLAY 'SEQUENCE NUMBER 5 DIGITS (BLANK FOR ALL): '
002710         WITH NO ADVANCING.
002720     ACCEPT WS-SEQ-REPLY.
002730     IF WS-SEQ-REPLY NUMERIC
002740         MOVE WS-SEQ-REPLY TO WS-SEL-SEQ
002750         SET WS-SEL-SEQ-GIVEN TO TRUE
002760     ELSE
002770         MOVE SPACES TO WS-SEQ-REPLY
002780     END-IF.
002790     DISPLAY 'GENERATION 3 DIGITS (BLANK FOR ALL): '
002800         WITH NO ADVANCING.
002810     ACCEPT WS-GEN-REPLY.
002820     IF WS-GEN-REPLY NUMERIC
002830         MOVE WS-GEN-REPLY TO WS-SEL-GEN
002840         SET WS-SEL-GEN-GIVEN TO TRUE
002850     ELSE
002860         MOVE SPACES TO WS-GEN-REPLY
002870     END-IF.
002880     OPEN OUTPUT REPORT-FILE.
002890     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT.
002900     OPEN INPUT LOAD-JOURNAL-FILE.
002910     IF NOT WS-JRNL-OK
002920         MOVE SPACES TO WS-MSG-TEXT
002930         STRING 'LOADJRNL NOT AVAILABLE - STATUS=' WS-JRNL-STATUS
002940             DELIMITED BY SIZE INTO WS-MSG-TEXT
002950         WRITE REPORT-LINE FROM WS-MSG-LINE
002960             AFTER ADVANCING 1 LINE
002970         DISPLAY 'JRNLRPT - ' WS-MSG-TEXT
002980         SET WS-JRNL-UNAVAIL TO TRUE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     CLOSE LOAD-JOURNAL-FILE.
003020 1000-EXIT.
003030     EXIT.
003040*
003050* PASS 1 - TABLES EVERY BACK-OUT MARKER ON THE JOURNAL.
003060 2000-COLLECT-MARKERS.
003070     OPEN INPUT LOAD-JOURNAL-FILE.
003080     MOVE ZERO TO WS-JRNL-REC-NO.
003090     SET WS-EOF-NO TO TRUE.
003100     PERFORM 2100-COLLECT-ONE-MARKER THRU 2100-EXIT
003110         UNTIL WS-EOF-YES.
003120     CLOSE LOAD-JOURNAL-FILE.
003130     IF WS-MARKER-COUNT > WS-MARKER-MAX
003140         MOVE SPACES TO WS-MSG-TEXT
003150         STRING 'MORE THAN 500 BACK-OUT MARKERS - LATER ONES NOT '
003160             'SHOWN AGAINST THE ENTRIES THEY TOOK OFF'
003170             DELIMITED BY SIZE INTO WS-MSG-TEXT
003180         WRITE REPORT-LINE FROM WS-MSG-LINE
003190             AFTER ADVANCING 1 LINE
003200         ADD 1 TO WS-LINE-COUNT
003210         MOVE WS-MARKER-MAX TO WS-MARKER-COUNT
003220     END-IF.
003230 2000-EXIT.
003240     EXIT.
003250*
003260 2100-COLLECT-ONE-MARKER.
003270     READ LOAD-JOURNAL-FILE
003280         AT END
003290             SET WS-EOF-YES TO TRUE
003300             GO TO 2100-EXIT
003310     END-READ.
003320     ADD 1 TO WS-JRNL-REC-NO.
003330     IF NOT LJ-BACKOUT-MARKER
003340         GO TO 2100-EXIT
003350     END-IF.
003360     IF WS-MARKER-COUNT > WS-MARKER-MAX
003370         GO TO 2100-EXIT
003380     END-IF.
003390     ADD 1 TO WS-MARKER-COUNT.
003400     IF WS-MARKER-COUNT > WS-MARKER-MAX
003410         GO TO 2100-EXIT
003420     END-IF.
003430     MOVE WS-JRNL-REC-NO TO WS-MK-REC-NO(WS-MARKER-COUNT).
003440     MOVE LJ-RUN-DATE TO WS-MK-DATE(WS-MARKER-COUNT).
003450     MOVE LJ-SOURCE TO WS-MK-SOURCE(WS-MARKER-COUNT).
003460     MOVE LJ-BEFORE-LOAD-DATE TO WS-MK-DONE-DATE(WS-MARKER-COUNT).
003470     MOVE LJ-AFTER-TEXT TO WS-MK-BY(WS-MARKER-COUNT).
003480 2100-EXIT.
003490     EXIT.
003500*
003510* PASS 2 - PRINTS EVERY SELECTED ENTRY IN JOURNAL ORDER.
003520 3000-LIST-JOURNAL.
003530     OPEN INPUT LOAD-JOURNAL-FILE.
003540     MOVE ZERO TO WS-JRNL-REC-NO.
003550     SET WS-EOF-NO TO TRUE.
003560     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
003570         UNTIL WS-EOF-YES.
003580     CLOSE LOAD-JOURNAL-FILE.
003590 3000-EXIT.
003600     EXIT.
003610*
003620 3100-LIST-ONE-ENTRY.
003630     READ LOAD-JOURNAL-FILE
003640         AT END
003650             SET WS-EOF-YES TO TRUE
003660             GO TO 3100-EXIT
003670     END-READ.
003680     ADD 1 TO WS-JRNL-REC-NO.
003690     ADD 1 TO WS-READ-COUNT.
003700     IF LJ-RUN-DATE < WS-FROM-DATE
003710         OR LJ-RUN-DATE > WS-TO-DATE
003720         GO TO 3100-EXIT
003730     END-IF.
003740* A BACK-OUT MARKER CARRIES NO KEY OR SEQUENCE - IT IS SHOWN
003750* WHENEVER ITS DAY IS IN RANGE.
003760     IF LJ-BACKOUT-MARKER
003770         PERFORM 3400-LIST-MARKER THRU 3400-EXIT
003780         GO TO 3100-EXIT
003790     END-IF.
003800     IF WS-SEL-KEY NOT = SPACES
003810         AND LJ-SRC-KEY NOT = WS-SEL-KEY
003820         GO TO 3100-EXIT
003830     END-IF.
003840     IF WS-SEL-SEQ-GIVEN
003850         AND LJ-SEQ NOT = WS-SEL-SEQ
003860         GO TO 3100-EXIT
003870     END-IF.
003880     IF WS-SEL-GEN-GIVEN
003890         AND LJ-GEN NOT = WS-SEL-GEN
003900         GO TO 3100-EXIT
003910     END-IF.
003920     ADD 1 TO WS-SELECTED-COUNT.
003930     PERFORM 8000-CHECK-PAGE THRU 8000-EXIT.
003940     MOVE LJ-RUN-DATE TO WS-DTL-RUN-DATE.
003950     MOVE LJ-SOURCE TO WS-DTL-SOURCE.
003960     MOVE LJ-SRC-KEY TO WS-DTL-SRC-KEY.
003970     MOVE LJ-GEN TO WS-DTL-GEN.
003980     MOVE LJ-SEQ TO WS-DTL-SEQ.
003990     MOVE SPACES TO WS-DTL-NOTE.
004000     EVALUATE TRUE
004010         WHEN LJ-ADD
004020             ADD 1 TO WS-ADD-COUNT
004030             MOVE 'ADD' TO WS-DTL-ACTION
004040             MOVE SPACE TO WS-DTL-BEFORE-STATUS
004050         WHEN LJ-CHANGE
004060             ADD 1 TO WS-CHANGE-COUNT
004070             MOVE 'CHANGE' TO WS-DTL-ACTION
004080             MOVE LJ-BEFORE-STATUS TO WS-DTL-BEFORE-STATUS
004090         WHEN LJ-CANCEL
004100             ADD 1 TO WS-CANCEL-COUNT
004110             MOVE 'CANCEL' TO WS-DTL-ACTION
004120             MOVE LJ-BEFORE-STATUS TO WS-DTL-BEFORE-STATUS
004130         WHEN OTHER
004140             MOVE LJ-TRAN-CODE TO WS-DTL-ACTION
004150             MOVE LJ-BEFORE-STATUS TO WS-DTL-BEFORE-STATUS
004160     END-EVALUATE.
004170     MOVE LJ-AFTER-STATUS TO WS-DTL-AFTER-STATUS.
004180     PERFORM 3200-FIND-LATER-MARKER THRU 3200-EXIT.
004190     IF WS-MARKER-HIT > ZERO
004200         ADD 1 TO WS-UNDONE-COUNT
004210         STRING 'TAKEN BACK OUT ' WS-MK-DONE-DATE(WS-MARKER-HIT)
004220             ' - ' WS-MK-BY(WS-MARKER-HIT)
004230             DELIMITED BY SIZE INTO WS-DTL-NOTE
004240     END-IF.
004250     WRITE REPORT-LINE FROM WS-DETAIL-LINE
004260         AFTER ADVANCING 2 LINES.
004270     ADD 2 TO WS-LINE-COUNT.
004280     IF NOT LJ-ADD
004290         MOVE 'BEFORE:' TO WS-TXT-LABEL
004300         MOVE LJ-BEFORE-TEXT TO WS-TXT-TEXT
004310         WRITE REPORT-LINE FROM WS-TEXT-LINE
004320             AFTER ADVANCING 1 LINE
004330         ADD 1 TO WS-LINE-COUNT
004340     END-IF.
004350     MOVE 'AFTER:' TO WS-TXT-LABEL.
004360     MOVE LJ-AFTER-TEXT TO WS-TXT-TEXT.
004370     WRITE REPORT-LINE FROM WS-TEXT-LINE
004380         AFTER ADVANCING 1 LINE.
004390     ADD 1 TO WS-LINE-COUNT.
004400 3100-EXIT.
004410     EXIT.
004420*
004430* A MARKER LATER ON THE JOURNAL FOR THE ENTRY'S DAY - AND ITS
004440* SOURCE, OR THE WHOLE DAY - TOOK THE ENTRY BACK OUT.  THE FIRST
004450* SUCH MARKER IS THE ONE REPORTED.
004460 3200-FIND-LATER-MARKER.
004470     MOVE ZERO TO WS-MARKER-HIT.
004480     IF WS-MARKER-COUNT = ZERO
004490         GO TO 3200-EXIT
004500     END-IF.
004510     PERFORM 3210-TEST-ONE-MARKER THRU 3210-EXIT
004520         VARYING WS-MARKER-SUB FROM 1 BY 1
004530         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT
004540            OR WS-MARKER-HIT > ZERO.
004550 3200-EXIT.
004560     EXIT.
004570*
004580 3210-TEST-ONE-MARKER.
004590     IF WS-MK-REC-NO(WS-MARKER-SUB) > WS-JRNL-REC-NO
004600         AND WS-MK-DATE(WS-MARKER-SUB) = LJ-RUN-DATE
004610         AND (WS-MK-SOURCE(WS-MARKER-SUB) = SPACES
004620              OR WS-MK-SOURCE(WS-MARKER-SUB) = LJ-SOURCE)
004630         MOVE WS-MARKER-SUB TO WS-MARKER-HIT
004640     END-IF.
004650 3210-EXIT.
004660     EXIT.
004670*
004680 3400-LIST-MARKER.
004690     ADD 1 TO WS-MARKER-SEL-COUNT.
004700     PERFORM 8000-CHECK-PAGE THRU 8000-EXIT.
004710     MOVE LJ-RUN-DATE TO WS-DTL-RUN-DATE.
004720     MOVE LJ-SOURCE TO WS-DTL-SOURCE.
004730     IF LJ-SOURCE = SPACES
004740         MOVE 'ALL' TO WS-DTL-SOURCE
004750     END-IF.
004760     MOVE SPACES TO WS-DTL-SRC-KEY.
004770     MOVE LJ-GEN TO WS-DTL-GEN.
004780     MOVE ZERO TO WS-DTL-SEQ.
004790     MOVE 'BACKOUT' TO WS-DTL-ACTION.
004800     MOVE SPACE TO WS-DTL-BEFORE-STATUS.
004810     MOVE SPACE TO WS-DTL-AFTER-STATUS.
004820     MOVE SPACES TO WS-DTL-NOTE.
004830     STRING 'DAY BACKED OUT ON ' LJ-BEFORE-LOAD-DATE
004840         ' - ' LJ-AFTER-TEXT(1:30)
004850         DELIMITED BY SIZE INTO WS-DTL-NOTE.
004860     WRITE REPORT-LINE FROM WS-DETAIL-LINE
004870         AFTER ADVANCING 2 LINES.
004880     ADD 2 TO WS-LINE-COUNT.
004890 3400-EXIT.
004900     EXIT.
004910*
004920* AN ENTRY PRINTS AS A BLOCK OF UP TO FOUR LINES - A NEW PAGE IS
004930* STARTED FIRST IF THE BLOCK WOULD NOT FIT.
004940 8000-CHECK-PAGE.
004950     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
004960         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
004970     END-IF.
004980 8000-EXIT.
004990     EXIT.
005000*
005010 8100-PRINT-HEADINGS.
005020     ADD 1 TO WS-PAGE-COUNT.
005030     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
005040     MOVE WS-RUN-MM TO WS-H1-MM.
005050     MOVE WS-RUN-DD TO WS-H1-DD.
005060     MOVE WS-RUN-YY TO WS-H1-YY.
005070     MOVE WS-FROM-DATE TO WS-H2-FROM.
005080     MOVE WS-TO-DATE TO WS-H2-TO.
005090     MOVE WS-SEL-KEY TO WS-H2-KEY.
005100     MOVE WS-SEQ-REPLY TO WS-H2-SEQ.
005110     MOVE WS-GEN-REPLY TO WS-H2-GEN.
005120     IF WS-PAGE-COUNT = 1
005130         WRITE REPORT-LINE FROM WS-HEADING-1
005140             AFTER ADVANCING 1 LINE
005150     ELSE
005160         WRITE REPORT-LINE FROM WS-HEADING-1
005170             AFTER ADVANCING PAGE
005180     END-IF.
005190     WRITE REPORT-LINE FROM WS-HEADING-2
005200         AFTER ADVANCING 1 LINE.
005210     WRITE REPORT-LINE FROM WS-HEADING-3
005220         AFTER ADVANCING 2 LINES.
005230     MOVE ZERO TO WS-LINE-COUNT.
005240 8100-EXIT.
005250     EXIT.
005260*
005270 9000-TERMINATE.
005280     MOVE 'JOURNAL ENTRIES READ:' TO WS-FTG-LABEL.
005290     MOVE WS-READ-COUNT TO WS-FTG-COUNT.
005300     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005310         AFTER ADVANCING 3 LINES.
005320     MOVE 'ENTRIES SELECTED:' TO WS-FTG-LABEL.
005330     MOVE WS-SELECTED-COUNT TO WS-FTG-COUNT.
005340     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005350         AFTER ADVANCING 1 LINE.
005360     MOVE '  ADDS:' TO WS-FTG-LABEL.
005370     MOVE WS-ADD-COUNT TO WS-FTG-COUNT.
005380     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005390         AFTER ADVANCING 1 LINE.
005400     MOVE '  CHANGES:' TO WS-FTG-LABEL.
005410     MOVE WS-CHANGE-COUNT TO WS-FTG-COUNT.
005420     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005430         AFTER ADVANCING 1 LINE.
005440     MOVE '  CANCELS:' TO WS-FTG-LABEL.
005450     MOVE WS-CANCEL-COUNT TO WS-FTG-COUNT.
005460     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005470         AFTER ADVANCING 1 LINE.
005480     MOVE '  OF WHICH TAKEN BACK OUT:' TO WS-FTG-LABEL.
005490     MOVE WS-UNDONE-COUNT TO WS-FTG-COUNT.
005500     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005510         AFTER ADVANCING 1 LINE.
005520     MOVE 'BACK-OUTS IN DATE RANGE:' TO WS-FTG-LABEL.
005530     MOVE WS-MARKER-SEL-COUNT TO WS-FTG-COUNT.
005540     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005550         AFTER ADVANCING 1 LINE.
005560     CLOSE REPORT-FILE.
005570     MOVE WS-READ-COUNT TO WS-JS-IN-COUNT.
005580     MOVE WS-SELECTED-COUNT TO WS-JS-OUT-COUNT.
005590     IF WS-JRNL-UNAVAIL
005600         MOVE 8 TO RETURN-CODE
005610         MOVE 'EXCPT' TO WS-JS-STATUS
005620     ELSE
005630         MOVE 'OK' TO WS-JS-STATUS
005640     END-IF.
005650     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
005660 9000-EXIT.
005670     EXIT.
005680*
005690     COPY JOBSTATP.
