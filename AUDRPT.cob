000210*
000220*   'R' (OR BLANK) - REPORT ONLY.  THE LOG IS LEFT AS IT IS.
000230*
000231*   'C' - CLOSE OUT THE PERIOD.  EVERY LINE (WHATEVER THE DATE
000232*       SELECTION SAYS) IS COPIED TO THE DATED AUDARCHV ARCHIVE
000233*       AND THE LIVE LOG IS TRUNCATED, RESTARTED WITH A SINGLE
000234*       STAMPED LINE RECORDING THE ROLLOVER, SO THE LIVE FILE
000235*       STOPS GROWING WITHOUT BOUND.  A LINE THAT NAMES A RECORD
000236*       UNDER AN ACTIVE DISPUTE OR LEGAL HOLD IS NOT ROLLED - IT
000240*       IS CARRIED ONTO THE RESTARTED LOG BEHIND THE STAMP.
000290*
000300* A LINE WITHOUT A READABLE DATE STAMP (THE LOG PREDATES THE
000310* STAMPING CONVENTION) IS CLASSIFIED BY ITS TEXT, ALWAYS KEPT
000382*                    START AND END RECORDS APPENDED TO JOBSTAT
000383*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000384*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000385*   10/15/26   JPD   ADDED THE BATCH HOLD CATEGORY - TRNBLD
000386*                    'BATCH HELD' LINES FOR A REGIONAL BATCH SET
000387*                    ASIDE TO BATHOLD AND THE BATREL RELEASE AND
000388*                    DISCARD LINES - SO A HELD BATCH IS NO LONGER
000389*                    COUNTED AS A FEED ABORT.
000390*   10/15/26   JPD   ADDED THE BACK-OUT CATEGORY FOR THE STEP
000391*                    LINES THE BACKOUT JOB WRITES WHEN A
000392*                    BUSINESS DAY IS TAKEN BACK OUT.
000393*   10/15/26   JPD   ADDED THE REGISTRY CATEGORY - SRCUTIL
000394*                    SOURCE REGISTRY CHANGES AND THE TRNBLD
000395*                    'SOURCE REFUSED' LINES FOR A BATCH FROM AN
000396*                    UNREGISTERED OR INACTIVE SOURCE.
000397*   10/15/26   JPD   ADDED THE RUN-ONCE CATEGORY - THE OVERRIDE
000398*                    LINES DLYRPT, CSVEXP, MSTUPDT AND TXTSRCH
000399*                    WRITE WHEN THE OPERATOR RUNS ONE OF THEM
000400*                    AGAINST A TRANSOUT THE RUN-ONCE CHECK
000401*                    REFUSED.
000402*   10/15/26   JPD   DISPUTE AND LEGAL HOLDS - THE CLOSE-OUT NOW
000403*                    LOADS THE ACTIVE HOLDS ON LGLHOLD (SEE THE
000404*                    HOLDCHK COPY MEMBERS) AND DOES NOT ROLL OFF
000405*                    A LOG LINE THAT NAMES A HELD RECORD - THE
000406*                    LINE IS CARRIED ONTO THE RESTARTED LOG
000407*                    THROUGH THE AUDKEEP WORK FILE AND THE
000408*                    SKIPPED ROLLOVER GOES TO THE HOLDACT LOG.
000409*                    HOLDS THAT CANNOT BE READ TURN THE
000410*                    CLOSE-OUT INTO A REPORT-ONLY RUN (JOBSTAT
000411*                    EXCPT, RETURN CODE 8).  ADDED THE LEGAL HOLD
000412*                    CATEGORY FOR THE HOLDUTIL LINES.
000413*   10/15/26   JPD   ADDED THE SEQUENCE BLOCK CATEGORY FOR THE
000414*                    PARALLEL TRNBLD STREAMS - THE BLOCKS TRNSPLT
000415*                    RESERVES OR WRITES OFF AND THE GAPS TRNMRG
000416*                    RETIRES.  ANY OTHER TRNSPLT OR TRNMRG LINE
000417*                    IS A FEED ABORT.
000418*****************************************************************
000419*
000420 ENVIRONMENT DIVISION.
000421 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450*
000582     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000583         ORGANIZATION IS SEQUENTIAL
000584         FILE STATUS IS WS-JSTAT-STATUS.
000585*
000586     SELECT KEEP-FILE ASSIGN TO 'AUDKEEP'
000587         ORGANIZATION IS SEQUENTIAL
000588         FILE STATUS IS WS-KEEP-STATUS.
000589*
000590     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
000591         ORGANIZATION IS INDEXED
000592         ACCESS MODE IS DYNAMIC
000593         RECORD KEY IS LH-KEY
000594         FILE STATUS IS WS-LG-HOLD-STATUS.
000595*
000596     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
000597         ORGANIZATION IS SEQUENTIAL
000598         FILE STATUS IS WS-LG-ACT-STATUS.
000599*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000772 FD  JOB-STAT-FILE
000773     RECORD CONTAINS 50 CHARACTERS.
000774 01  JOB-STAT-RECORD                 PIC X(50).
000775*
000776* THE LOG LINES A HOLD KEEPS ON THE LIVE LOG, SET ASIDE DURING
000777* THE CLOSE-OUT PASS AND WRITTEN BACK BEHIND THE ROLLOVER STAMP.
000778 FD  KEEP-FILE
000779     RECORD CONTAINS 132 CHARACTERS.
000780 01  KEEP-RECORD                     PIC X(132).
000781*
000782* THE DISPUTE AND LEGAL HOLD FILES - SEE THE HOLDCHK COPY
000783* MEMBERS.
000784 FD  LEGAL-HOLD-FILE
000785     RECORD CONTAINS 120 CHARACTERS.
000786 01  LEGAL-HOLD-RECORD.
000787     05  LH-KEY                      PIC X(09).
000788     05  FILLER                      PIC X(111).
000789*
000790 FD  HOLD-ACTION-FILE
000791     RECORD CONTAINS 80 CHARACTERS.
000792 01  HOLD-ACTION-RECORD              PIC X(80).
000793*
000794 WORKING-STORAGE SECTION.
000795*
000796     COPY JOBSTAT.
000797*
000798     COPY HOLDCHK.
000800*
000810 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
000820 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
000890 77  WS-OVERRIDE-COUNT               PIC 9(07) COMP VALUE ZERO.
000900 77  WS-WRAP-COUNT                   PIC 9(07) COMP VALUE ZERO.
000910 77  WS-OTHER-COUNT                  PIC 9(07) COMP VALUE ZERO.
000911 77  WS-BATCH-HOLD-COUNT             PIC 9(07) COMP VALUE ZERO.
000912 77  WS-BACKOUT-COUNT                PIC 9(07) COMP VALUE ZERO.
000913 77  WS-REGISTRY-COUNT               PIC 9(07) COMP VALUE ZERO.
000914 77  WS-RUN-ONCE-COUNT               PIC 9(07) COMP VALUE ZERO.
000916 77  WS-LEGAL-HOLD-COUNT             PIC 9(07) COMP VALUE ZERO.
000918 77  WS-SEQ-BLOCK-COUNT              PIC 9(07) COMP VALUE ZERO.
000920 77  WS-KEPT-COUNT                   PIC 9(07) COMP VALUE ZERO.
000922 77  WS-KEPT-COUNT-D                 PIC 9(07).
000924 77  WS-HOLD-SUB                     PIC 9(03) COMP VALUE ZERO.
000926 77  WS-HOLD-TALLY                   PIC 9(03) COMP VALUE ZERO.
000928 77  WS-ARCHIVED-COUNT-D             PIC 9(07).
000930*
000940 01  WS-LOG-STATUS                   PIC X(02).
000950     88  WS-LOG-OK                   VALUE '00'.
000970 01  WS-ARCH-STATUS                  PIC X(02).
000980     88  WS-ARCH-OK                  VALUE '00'.
000990*
000991 01  WS-RPT-STATUS                   PIC X(02).
000992     88  WS-RPT-OK                   VALUE '00'.
000993*
000994 01  WS-KEEP-STATUS                  PIC X(02).
000995     88  WS-KEEP-OK                  VALUE '00'.
000996*
000997 01  WS-KEEP-EOF-SW                  PIC X(01) VALUE 'N'.
000998     88  WS-KEEP-EOF                 VALUE 'Y'.
000999*
001000* SET WHEN A CLOSE-OUT WAS ASKED FOR BUT THE HOLDS COULD NOT BE
001001* KNOWN - THE RUN WENT AHEAD AS A REPORT ONLY.
001002 01  WS-CLOSEOUT-REFUSED-SW          PIC X(01) VALUE 'N'.
001003     88  WS-CLOSEOUT-REFUSED         VALUE 'Y'.
001004*
001005* WHAT A HOLD LOOKS LIKE ON A LOG LINE - 'SEQ=' OR 'KEY=' AND
001006* THE SEQUENCE NUMBER FOR A SEQUENCE HOLD (THE FORMS HOLDUTIL
001007* AND THE TRNBLD GUARD LINES USE), 'KEY=' AND THE SOURCE KEY
001008* FOR A SOURCE-KEY HOLD (HOLDUTIL WRITES 'SRCKEY=').
001009 01  WS-HOLD-SEARCH.
001010     05  WS-HS-TAG                   PIC X(04).
001015     05  WS-HS-VALUE                 PIC X(05).
001020*
001030 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001040     88  WS-EOF-YES                  VALUE 'Y'.
001160     88  WS-CAT-ABORT                VALUE 'FEED ABORT'.
001170     88  WS-CAT-OVERRIDE             VALUE 'OVERRIDE'.
001180     88  WS-CAT-WRAP                 VALUE 'WRAP RESET'.
001181     88  WS-CAT-BATCH-HOLD           VALUE 'BATCH HOLD'.
001182     88  WS-CAT-BACKOUT              VALUE 'BACK-OUT'.
001183     88  WS-CAT-REGISTRY             VALUE 'REGISTRY'.
001184     88  WS-CAT-RUN-ONCE             VALUE 'RUN-ONCE'.
001186     88  WS-CAT-LEGAL-HOLD           VALUE 'LEGAL HOLD'.
001188     88  WS-CAT-SEQ-BLOCK            VALUE 'SEQ BLOCKS'.
001190     88  WS-CAT-OTHER                VALUE 'OTHER'.
001200*
001210 01  WS-LINE-DATE                    PIC X(06).
002181         SET WS-LOG-UNAVAIL TO TRUE
002190     END-IF.
002200     OPEN OUTPUT REPORT-FILE.
002201* A CLOSE-OUT MUST KNOW THE HOLDS BEFORE IT ROLLS ANYTHING OFF.
002202     IF WS-MODE-CLOSEOUT
002203         MOVE 'AUDRPT' TO WS-LG-PROGRAM
002204         PERFORM 9600-LOAD-ACTIVE-HOLDS THRU 9600-EXIT
002205         IF WS-LG-FAILED
002206             DISPLAY 'AUDRPT - HOLDS ON LGLHOLD NOT KNOWN - '
002207                 'CLOSE-OUT NOT DONE - REPORT ONLY'
002208             SET WS-CLOSEOUT-REFUSED TO TRUE
002209             SET WS-MODE-REPORT TO TRUE
002210         END-IF
002215     END-IF.
002220     IF WS-MODE-CLOSEOUT
002225         OPEN OUTPUT ARCHIVE-FILE
002230         OPEN OUTPUT KEEP-FILE
002235     END-IF.
002240 1000-EXIT.
002250     EXIT.
002260*
002263* READS THE NEXT LOG LINE, CLASSIFIES IT, ARCHIVES IT WHEN THE
002266* PERIOD IS BEING CLOSED OUT (OR SETS IT ASIDE FOR THE RESTARTED
002270* LOG WHEN A HOLD NAMES IT), AND PRINTS IT WHEN THE DATE
002290* SELECTION KEEPS IT.  THE CATEGORY COUNTS FOLLOW THE
002300* SELECTION, SO THE FOOTING ANSWERS THE QUESTION AS ASKED.
002310 2000-PROCESS-ONE-LINE.
002350             GO TO 2000-EXIT
002360     END-READ.
002370     ADD 1 TO WS-READ-COUNT.
002371     IF WS-MODE-CLOSEOUT
002372         PERFORM 2050-CHECK-HELD-LINE THRU 2050-EXIT
002373         IF WS-LG-HELD
002374             WRITE KEEP-RECORD FROM LOG-RECORD
002375             ADD 1 TO WS-KEPT-COUNT
002376         ELSE
002377             MOVE WS-RUN-DATE TO AL-ARCHIVE-DATE
002378             MOVE LOG-RECORD TO AL-LINE
002379             MOVE SPACES TO ARCH-RECORD(139:2)
002380             WRITE ARCH-RECORD
002390             ADD 1 TO WS-ARCHIVED-COUNT
002400         END-IF
002410     END-IF.
002450     PERFORM 2100-CLASSIFY-LINE THRU 2100-EXIT.
002460     IF WS-HAVE-DATE
002470         IF WS-LINE-DATE < WS-FROM-DATE
002500         END-IF
002510     END-IF.
002520     ADD 1 TO WS-SELECTED-COUNT.
002521     PERFORM 2200-COUNT-BY-CATEGORY THRU 2200-EXIT.
002522     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT.
002523 2000-EXIT.
002524     EXIT.
002525*
002526* A LINE IS HELD WHEN IT NAMES A RECORD UNDER AN ACTIVE HOLD.
002527* THE SKIPPED ROLLOVER IS LOGGED WITH THE FRONT OF THE LINE.
002528 2050-CHECK-HELD-LINE.
002529     MOVE 'N' TO WS-LG-HELD-SW.
002530     PERFORM 2060-TEST-LINE-AGAINST-HOLD THRU 2060-EXIT
002531         VARYING WS-HOLD-SUB FROM 1 BY 1
002532         UNTIL WS-HOLD-SUB > WS-LG-COUNT
002533            OR WS-LG-HELD.
002534     IF NOT WS-LG-HELD
002535         GO TO 2050-EXIT
002536     END-IF.
002537     MOVE 'LOG ROLLOVER SKIPPED' TO WS-LG-ACTION.
002538     MOVE LOG-RECORD(1:27) TO WS-LG-DETAIL.
002539     PERFORM 9640-LOG-BLOCKED-ACTION THRU 9640-EXIT.
002540 2050-EXIT.
002541     EXIT.
002542*
002543 2060-TEST-LINE-AGAINST-HOLD.
002544     MOVE ZERO TO WS-HOLD-TALLY.
002545     MOVE 'KEY=' TO WS-HS-TAG.
002546     IF WS-LGT-MATCH-TYPE(WS-HOLD-SUB) = 'S'
002547         MOVE WS-LGT-SEQ(WS-HOLD-SUB) TO WS-HS-VALUE
002548         INSPECT LOG-RECORD TALLYING WS-HOLD-TALLY
002549             FOR ALL WS-HOLD-SEARCH
002550         MOVE 'SEQ=' TO WS-HS-TAG
002551     ELSE
002552         MOVE WS-LGT-SRC-KEY(WS-HOLD-SUB) TO WS-HS-VALUE
002553     END-IF.
002554     INSPECT LOG-RECORD TALLYING WS-HOLD-TALLY
002555         FOR ALL WS-HOLD-SEARCH.
002556     IF WS-HOLD-TALLY > ZERO
002557         SET WS-LG-HELD TO TRUE
002558         MOVE WS-HOLD-SUB TO WS-LG-HIT-SUB
002559     END-IF.
002560 2060-EXIT.
002565     EXIT.
002570*
002580* CLASSIFIES THE LINE IN HAND BY THE PROGRAM STAMP AT ITS
002590* FRONT - 'TRNBLD ' (GUARD MISMATCH OR FEED ABORT BY ITS
002600* TEXT, OR A BATCH HELD TO BATHOLD), 'CTLUTIL ' (OPERATOR
002601* OVERRIDE), 'IDXARCH WRAP RESET', 'BATREL ' (HELD BATCH
002602* RELEASED OR DISCARDED), 'BACKOUT ' (BUSINESS-DAY BACK-OUT
002603* STEP), 'SRCUTIL ' (SOURCE REGISTRY CHANGE), 'DLYRPT ',
002604* 'CSVEXP ', 'MSTUPDT ' OR 'TXTSRCH ' (RUN-ONCE OVERRIDE), AND
002605* 'HOLDUTIL ' (DISPUTE OR LEGAL HOLD PLACED, CHANGED OR
002606* RELEASED), AND 'TRNSPLT ' OR 'TRNMRG ' (SEQUENCE BLOCK
002607* RESERVED, WRITTEN OFF OR LEFT AS A GAP, OR A FEED ABORT BY
002608* ITS TEXT) - AND PICKS UP THE STAMPED DATE.
002610* LINES FROM BEFORE THE STAMPING CONVENTION ARE CLASSIFIED BY
002620* THEIR LEADING TEXT AND CARRY NO DATE.
002640 2100-CLASSIFY-LINE.
002650     SET WS-CAT-OTHER TO TRUE.
002660     SET WS-NO-DATE TO TRUE.
002690         IF LOG-RECORD(15:14) = 'GUARD MISMATCH'
002700             SET WS-CAT-GUARD TO TRUE
002710         ELSE
002711             IF LOG-RECORD(15:10) = 'BATCH HELD'
002712                 SET WS-CAT-BATCH-HOLD TO TRUE
002713             ELSE
002714                 IF LOG-RECORD(15:14) = 'SOURCE REFUSED'
002715                     SET WS-CAT-REGISTRY TO TRUE
002716                 ELSE
002720                     SET WS-CAT-ABORT TO TRUE
002721                 END-IF
002722             END-IF
002730         END-IF
002740         MOVE LOG-RECORD(8:6) TO WS-LINE-DATE
002750     ELSE
002810                 SET WS-CAT-WRAP TO TRUE
002820                 MOVE LOG-RECORD(23:6) TO WS-LINE-DATE
002830             ELSE
002831                 IF LOG-RECORD(1:7) = 'BATREL '
002832                     SET WS-CAT-BATCH-HOLD TO TRUE
002833                     MOVE LOG-RECORD(8:6) TO WS-LINE-DATE
002834                 ELSE
002835                     PERFORM 2120-CLASSIFY-LATER-STAMPS
002836                         THRU 2120-EXIT
002841                 END-IF
002850             END-IF
002860         END-IF
002870     END-IF.
002930 2100-EXIT.
002940     EXIT.
002950*
002951* PROGRAM STAMPS ADDED SINCE THE BATCH HOLD CATEGORY; ANYTHING
002952* ELSE IS AN UNSTAMPED LINE.
002953 2120-CLASSIFY-LATER-STAMPS.
002954     IF LOG-RECORD(1:8) = 'BACKOUT '
002955         SET WS-CAT-BACKOUT TO TRUE
002956         MOVE LOG-RECORD(9:6) TO WS-LINE-DATE
002957         GO TO 2120-EXIT
002958     END-IF.
002959     IF LOG-RECORD(1:8) = 'SRCUTIL '
002960         SET WS-CAT-REGISTRY TO TRUE
002961         MOVE LOG-RECORD(9:6) TO WS-LINE-DATE
002962         GO TO 2120-EXIT
002963     END-IF.
002964     IF LOG-RECORD(1:7) = 'DLYRPT '
002965         OR LOG-RECORD(1:7) = 'CSVEXP '
002966         SET WS-CAT-RUN-ONCE TO TRUE
002967         MOVE LOG-RECORD(8:6) TO WS-LINE-DATE
002968         GO TO 2120-EXIT
002969     END-IF.
002970     IF LOG-RECORD(1:8) = 'MSTUPDT '
002971         OR LOG-RECORD(1:8) = 'TXTSRCH '
002972         SET WS-CAT-RUN-ONCE TO TRUE
002973         MOVE LOG-RECORD(9:6) TO WS-LINE-DATE
002974         GO TO 2120-EXIT
002975     END-IF.
002976     IF LOG-RECORD(1:9) = 'HOLDUTIL '
002977         SET WS-CAT-LEGAL-HOLD TO TRUE
002978         MOVE LOG-RECORD(10:6) TO WS-LINE-DATE
002979         GO TO 2120-EXIT
002980     END-IF.
002981     IF LOG-RECORD(1:8) = 'TRNSPLT '
002982         IF LOG-RECORD(16:8) = 'SEQUENCE'
002983             SET WS-CAT-SEQ-BLOCK TO TRUE
002984         ELSE
002985             SET WS-CAT-ABORT TO TRUE
002986         END-IF
002987         MOVE LOG-RECORD(9:6) TO WS-LINE-DATE
002988         GO TO 2120-EXIT
002989     END-IF.
002990     IF LOG-RECORD(1:7) = 'TRNMRG '
002991         IF LOG-RECORD(15:8) = 'SEQUENCE'
002992             SET WS-CAT-SEQ-BLOCK TO TRUE
002993         ELSE
002994             SET WS-CAT-ABORT TO TRUE
002995         END-IF
002996         MOVE LOG-RECORD(8:6) TO WS-LINE-DATE
002997         GO TO 2120-EXIT
002998     END-IF.
002999     PERFORM 2150-CLASSIFY-UNSTAMPED THRU 2150-EXIT.
003000 2120-EXIT.
003001     EXIT.
003002*
003003* LINES WRITTEN BEFORE THE PROGRAM-STAMP CONVENTION - THE OLD
003004* TRNBLD GUARD AND ABORT TEXTS STARTED AT COLUMN 1.
003005 2150-CLASSIFY-UNSTAMPED.
003006     IF LOG-RECORD(1:14) = 'GUARD MISMATCH'
003007         SET WS-CAT-GUARD TO TRUE
003010         GO TO 2150-EXIT
003020     END-IF.
003030     IF LOG-RECORD(1:10) = 'FEED ERROR'
003170             ADD 1 TO WS-OVERRIDE-COUNT
003180         WHEN WS-CAT-WRAP
003190             ADD 1 TO WS-WRAP-COUNT
003191         WHEN WS-CAT-BATCH-HOLD
003192             ADD 1 TO WS-BATCH-HOLD-COUNT
003193         WHEN WS-CAT-BACKOUT
003194             ADD 1 TO WS-BACKOUT-COUNT
003195         WHEN WS-CAT-REGISTRY
003196             ADD 1 TO WS-REGISTRY-COUNT
003197         WHEN WS-CAT-RUN-ONCE
003198             ADD 1 TO WS-RUN-ONCE-COUNT
003200         WHEN WS-CAT-LEGAL-HOLD
003202             ADD 1 TO WS-LEGAL-HOLD-COUNT
003204         WHEN WS-CAT-SEQ-BLOCK
003206             ADD 1 TO WS-SEQ-BLOCK-COUNT
003208         WHEN OTHER
003210             ADD 1 TO WS-OTHER-COUNT
003220     END-EVALUATE.
003230 2200-EXIT.
003590 2400-EXIT.
003600     EXIT.
003610*
003611* CLOSES OUT THE PERIOD - EVERY LINE NOT UNDER A HOLD IS
003612* ALREADY ON THE DATED ARCHIVE, SO THE LIVE LOG IS TRUNCATED AND
003613* RESTARTED WITH ONE STAMPED LINE RECORDING THE ROLLOVER, THE
003614* SAME TRUNCATE-ON-OUTPUT TECHNIQUE TRNBLD 9020 USES FOR THE
003615* CHECKPOINT FILE, FOLLOWED BY THE HELD LINES SET ASIDE ON
003620* AUDKEEP.
003670 3000-ROLL-OVER-LOG.
003680     OPEN OUTPUT LOG-FILE.
003690     IF NOT WS-LOG-OK
003710             WS-LOG-STATUS
003720         GO TO 3000-EXIT
003730     END-IF.
003731     MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT-D.
003732     MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-D.
003733     MOVE SPACES TO LOG-RECORD.
003734     STRING 'AUDRPT ' WS-RUN-DATE
003735         ' LOG CLOSED TO ARCHIVE - ' WS-ARCHIVED-COUNT-D
003736         ' LINES ROLLED TO AUDARCHV - ' WS-KEPT-COUNT-D
003737         ' KEPT UNDER HOLD'
003738         DELIMITED BY SIZE INTO LOG-RECORD.
003739     WRITE LOG-RECORD.
003740     IF WS-KEPT-COUNT > ZERO
003747         OPEN INPUT KEEP-FILE
003754         MOVE 'N' TO WS-KEEP-EOF-SW
003761         PERFORM 3010-CARRY-ONE-LINE THRU 3010-EXIT
003768             UNTIL WS-KEEP-EOF
003775         CLOSE KEEP-FILE
003782     END-IF.
003789     CLOSE LOG-FILE.
003796     DISPLAY 'AUDRPT - ' WS-ARCHIVED-COUNT-D
003803         ' LINES ROLLED TO AUDARCHV - LIVE LOG RESTARTED'.
003810     IF WS-KEPT-COUNT > ZERO
003817         DISPLAY 'AUDRPT - ' WS-KEPT-COUNT-D
003824             ' LINES KEPT ON THE LIVE LOG UNDER HOLD'
003831     END-IF.
003840 3000-EXIT.
003841     EXIT.
003842*
003843 3010-CARRY-ONE-LINE.
003844     READ KEEP-FILE
003845         AT END
003846             SET WS-KEEP-EOF TO TRUE
003847             GO TO 3010-EXIT
003848     END-READ.
003849     WRITE LOG-RECORD FROM KEEP-RECORD.
003850 3010-EXIT.
003855     EXIT.
003860*
003870 9000-TERMINATE.
003880     MOVE 'GUARD MISMATCHES:' TO WS-SUB-LABEL.
004010     MOVE WS-WRAP-COUNT TO WS-SUB-COUNT.
004020     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004030         AFTER ADVANCING 1 LINE.
004031     MOVE 'BATCH HOLDS:' TO WS-SUB-LABEL.
004032     MOVE WS-BATCH-HOLD-COUNT TO WS-SUB-COUNT.
004033     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004034         AFTER ADVANCING 1 LINE.
004035     MOVE 'BACK-OUT STEPS:' TO WS-SUB-LABEL.
004036     MOVE WS-BACKOUT-COUNT TO WS-SUB-COUNT.
004037     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004038         AFTER ADVANCING 1 LINE.
004039     MOVE 'SOURCE REGISTRY:' TO WS-SUB-LABEL.
004040     MOVE WS-REGISTRY-COUNT TO WS-SUB-COUNT.
004041     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004042         AFTER ADVANCING 1 LINE.
004043     MOVE 'RUN-ONCE OVERRIDES:' TO WS-SUB-LABEL.
004044     MOVE WS-RUN-ONCE-COUNT TO WS-SUB-COUNT.
004045     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004046         AFTER ADVANCING 1 LINE.
004047     MOVE 'DISPUTE/LEGAL HOLDS:' TO WS-SUB-LABEL.
004048     MOVE WS-LEGAL-HOLD-COUNT TO WS-SUB-COUNT.
004049     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004050         AFTER ADVANCING 1 LINE.
004051     MOVE 'SEQUENCE BLOCKS:' TO WS-SUB-LABEL.
004052     MOVE WS-SEQ-BLOCK-COUNT TO WS-SUB-COUNT.
004053     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004054         AFTER ADVANCING 1 LINE.
004055     MOVE 'OTHER LINES:' TO WS-SUB-LABEL.
004056     MOVE WS-OTHER-COUNT TO WS-SUB-COUNT.
004060     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004070         AFTER ADVANCING 1 LINE.
004080     MOVE 'LINES SELECTED:' TO WS-SUB-LABEL.
004130     MOVE WS-READ-COUNT TO WS-SUB-COUNT.
004140     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004150         AFTER ADVANCING 1 LINE.
004151     IF WS-MODE-CLOSEOUT
004152         MOVE 'LINES KEPT UNDER HOLD:' TO WS-SUB-LABEL
004153         MOVE WS-KEPT-COUNT TO WS-SUB-COUNT
004154         WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
004155             AFTER ADVANCING 1 LINE
004156     END-IF.
004157     CLOSE LOG-FILE
004158           REPORT-FILE.
004159     IF WS-MODE-CLOSEOUT
004160         CLOSE ARCHIVE-FILE
004163               KEEP-FILE
004166         PERFORM 9690-CLOSE-HOLD-LOG THRU 9690-EXIT
004169     END-IF.
004172* A RUN THAT NEVER GOT ITS INPUT IS NOT A CLEAN RUN - THE SAME
004175* EXCEPTION STATUS CSVBAL WRITES WHEN ITS BALANCING FAILS.
004178* SO IS A CLOSE-OUT THE HOLDS TURNED INTO A REPORT-ONLY RUN.
004181     IF WS-LOG-UNAVAIL
004184         MOVE 'EXCPT' TO WS-JS-STATUS
004187     ELSE
004190         IF WS-CLOSEOUT-REFUSED
004193             MOVE 'EXCPT' TO WS-JS-STATUS
004196             MOVE 8 TO RETURN-CODE
004203         ELSE
004204             MOVE 'OK' TO WS-JS-STATUS
004205         END-IF
004206     END-IF.
004208     MOVE WS-READ-COUNT TO WS-JS-IN-COUNT.
004209     MOVE WS-SELECTED-COUNT TO WS-JS-OUT-COUNT.
004210     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
004215 9000-EXIT.
004220     EXIT.
004230*
004233     COPY HOLDCHKP.
004236*
004240     COPY JOBSTATP.
