000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REJNOTE.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* REJNOTE - OUTBOUND REJECT NOTICES TO THE SENDING REGIONS.
000090*
000100* READS THE CURRENT SUSPFILE (AFTER TRNBLD AND SUSPFIX HAVE RUN)
000110* AND CUTS THE REJNOTE NOTICE FILE - ONE HDR/DTL/TRL BATCH PER
000120* SUSP-SOURCE, IN SOURCE ORDER, FOR THE TRANSMISSION STEP TO
000130* ROUTE BACK TO EACH REGION.  EACH DTL CARRIES THE REGION'S
000140* ORIGINAL TR-KEY, THE TRANSACTION CODE, THE REASON CODE AND ITS
000150* DESCRIPTION, THE SUSPENSE DATE AND THE BAD DATA, FLAGGED
000160*     N  NEW - FIRST NOTICE OF THE ITEM
000170*     C  CHANGED - ALREADY NOTIFIED, BUT THE ITEM HAS CHANGED
000180*     R  RESOLVED - NO LONGER IN SUSPENSE (CLEARED BY SUSPFIX)
000190* THE TRAILER CARRIES THE DTL COUNT AND KEY HASH, THE SAME
000200* CONTROL TOTALS TRNBLD DEMANDS ON TRANSIN, PLUS THE NUMBER OF
000210* ITEMS STILL OPEN FOR THE REGION SO BOTH SIDES CAN AGREE THE
000220* OPEN-ITEMS LIST.  A REGION WITH NOTHING NEW STILL GETS AN EMPTY
000230* BATCH CARRYING ITS OPEN COUNT.
000240*
000250* WHAT HAS BEEN SENT IS KEPT ON THE KEYED NOTEREG NOTICE
000260* REGISTER (SOURCE, KEY, REASON, SUSPENSE DATE).  PASS 1 MATCHES
000270* EVERY SUSPFILE ITEM TO THE REGISTER, ADDING NEW ITEMS AND
000280* FLAGGING CHANGED ONES, AND STAMPS EACH ONE SEEN.  PASS 2 WALKS
000290* THE REGISTER IN KEY ORDER - WHICH GROUPS IT BY SOURCE - AND
000300* WRITES THE NOTICES; AN ENTRY NOT SEEN IN PASS 1 HAS LEFT
000310* SUSPENSE AND IS SENT AS RESOLVED, THEN DROPPED.  AN ITEM
000320* ALREADY NOTIFIED AND UNCHANGED IS NOT SENT AGAIN.  SUSPFIX
000330* RESUBMISSIONS THAT FAILED AGAIN ARE THE SHOP'S OWN AND ARE NOT
000340* NOTIFIED.
000350*
000360* SUSPFILE UNAVAILABLE STOPS THE RUN WITH RETURN CODE 8 BEFORE
000370* THE REGISTER IS TOUCHED - OTHERWISE EVERY OPEN ITEM WOULD BE
000380* SENT AS RESOLVED.  AN EMPTY SUSPFILE IS A REAL ALL-CLEAR.
000390*
000400*   MODIFICATION HISTORY
000410*   -------------------------------------------------------------
000420*   DATE       INIT  DESCRIPTION
000430*   10/15/26   JPD   ORIGINAL VERSION.
000440*   10/15/26   JPD   ADDED REASON 'LH' - A CHANGE OR CANCEL
000450*                    AGAINST A RECORD UNDER A DISPUTE OR LEGAL
000460*                    HOLD.
000470*****************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-SUSP-STATUS.
000590*
000600     SELECT NOTICE-REGISTER-FILE ASSIGN TO 'NOTEREG'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS NR-KEY
000640         FILE STATUS IS WS-NREG-STATUS.
000650*
000660     SELECT NOTICE-FILE ASSIGN TO 'REJNOTE'
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-NOTE-STATUS.
000690*
000700     SELECT REPORT-FILE ASSIGN TO 'NOTERPT'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-STATUS.
000730*
000740     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JSTAT-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810* SUSPENSE-FILE CARRIES THE 100-BYTE WS-AREA-3 IMAGES WRITTEN
000820* BY TRNBLD 2600-WRITE-SUSPENSE-RECORD - SEE SUSPFIX.
000830 FD  SUSPENSE-FILE
000840     RECORD CONTAINS 116 CHARACTERS.
000850 01  SUSP-RECORD.
000860     05  SUSP-IMAGE                  PIC X(100).
000870     05  SUSP-DATE                   PIC 9(06).
000880     05  SUSP-SOURCE                 PIC X(08).
000890     05  SUSP-TRAN-CODE              PIC X(01).
000900     05  FILLER                      PIC X(01).
000910*
000920* ONE ENTRY PER SUSPENSE ITEM A REGION HAS BEEN TOLD ABOUT.
000930* NR-SEEN-STAMP IS THE DATE AND TIME OF THE LAST RUN THAT FOUND
000940* THE ITEM STILL ON SUSPFILE; NR-ACTION HOLDS A NOTICE NOT YET
000950* SENT ('N' OR 'C') SO A RUN THAT FAILS BETWEEN THE PASSES LOSES
000960* NOTHING.
000970 FD  NOTICE-REGISTER-FILE.
000980 01  NREG-RECORD.
000990     05  NR-KEY.
001000         10  NR-SOURCE               PIC X(08).
001010         10  NR-ERR-KEY              PIC X(05).
001020         10  NR-REASON-CODE          PIC X(02).
001030         10  NR-SUSP-DATE            PIC 9(06).
001040     05  NR-TRAN-CODE                PIC X(01).
001050     05  NR-BAD-DATA                 PIC X(93).
001060     05  NR-NOTIFIED-DATE            PIC 9(06).
001070     05  NR-SEEN-STAMP               PIC X(14).
001080     05  NR-ACTION                   PIC X(01).
001090         88  NR-ACTION-NEW           VALUE 'N'.
001100         88  NR-ACTION-CHANGED       VALUE 'C'.
001110         88  NR-ACTION-NONE          VALUE ' '.
001120     05  FILLER                      PIC X(04).
001130*
001140* THE NOTICE FILE LAYOUT THE REGIONS LOAD - 150 BYTES, EVERY
001150* RECORD TYPED SO A BAD KEY CAN NEVER READ AS A CONTROL RECORD.
001160 FD  NOTICE-FILE
001170     RECORD CONTAINS 150 CHARACTERS.
001180 01  NOTICE-HEADER-RECORD.
001190     05  NH-RECORD-TYPE              PIC X(03).
001200     05  FILLER                      PIC X(02).
001210     05  NH-SOURCE-SYSTEM            PIC X(08).
001220     05  NH-NOTICE-DATE              PIC 9(06).
001230     05  FILLER                      PIC X(131).
001240*
001250 01  NOTICE-DETAIL-RECORD.
001260     05  ND-RECORD-TYPE              PIC X(03).
001270     05  FILLER                      PIC X(02).
001280     05  ND-KEY                      PIC X(05).
001290     05  ND-KEY-NUM  REDEFINES ND-KEY
001300                                     PIC 9(05).
001310     05  ND-TRAN-CODE                PIC X(01).
001320     05  ND-STATUS                   PIC X(01).
001330     05  ND-REASON-CODE              PIC X(02).
001340     05  ND-REASON-DESC              PIC X(30).
001350     05  ND-SUSP-DATE                PIC 9(06).
001360     05  ND-BAD-DATA                 PIC X(93).
001370     05  FILLER                      PIC X(07).
001380*
001390 01  NOTICE-TRAILER-RECORD.
001400     05  NT-RECORD-TYPE              PIC X(03).
001410     05  FILLER                      PIC X(02).
001420     05  NT-RECORD-COUNT             PIC 9(07).
001430     05  NT-HASH-TOTAL               PIC 9(10).
001440     05  NT-OPEN-COUNT               PIC 9(07).
001450     05  FILLER                      PIC X(121).
001460*
001470 FD  REPORT-FILE
001480     RECORD CONTAINS 132 CHARACTERS.
001490 01  REPORT-LINE                     PIC X(132).
001500*
001510 FD  JOB-STAT-FILE
001520     RECORD CONTAINS 50 CHARACTERS.
001530 01  JOB-STAT-RECORD                 PIC X(50).
001540*
001550 WORKING-STORAGE SECTION.
001560*
001570     COPY WSAREA1.
001580*
001590     COPY JOBSTAT.
001600*
001610 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001620 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
001630 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
001640 77  WS-SUSP-IN-COUNT                PIC 9(07) COMP VALUE ZERO.
001650 77  WS-INTERNAL-COUNT               PIC 9(07) COMP VALUE ZERO.
001660 77  WS-DUP-COUNT                    PIC 9(07) COMP VALUE ZERO.
001670 77  WS-NOTICE-OUT-COUNT             PIC 9(07) COMP VALUE ZERO.
001680 77  WS-BATCH-COUNT                  PIC 9(05) COMP VALUE ZERO.
001690 77  WS-TOT-NEW                      PIC 9(07) COMP VALUE ZERO.
001700 77  WS-TOT-CHANGED                  PIC 9(07) COMP VALUE ZERO.
001710 77  WS-TOT-RESOLVED                 PIC 9(07) COMP VALUE ZERO.
001720 77  WS-TOT-OPEN                     PIC 9(07) COMP VALUE ZERO.
001730 77  WS-SRC-NEW                      PIC 9(07) COMP VALUE ZERO.
001740 77  WS-SRC-CHANGED                  PIC 9(07) COMP VALUE ZERO.
001750 77  WS-SRC-RESOLVED                 PIC 9(07) COMP VALUE ZERO.
001760 77  WS-SRC-OPEN                     PIC 9(07) COMP VALUE ZERO.
001770 77  WS-SRC-DTL-COUNT                PIC 9(07) COMP VALUE ZERO.
001780 77  WS-SRC-HASH                     PIC 9(10) COMP VALUE ZERO.
001790 77  WS-REASON-SUB                   PIC 9(02) COMP VALUE ZERO.
001800 77  WS-REASON-MAX                   PIC 9(02) COMP VALUE 8.
001810 77  WS-INTERNAL-SOURCE              PIC X(08) VALUE 'SUSPFIX'.
001820 77  WS-CURRENT-SOURCE               PIC X(08) VALUE SPACES.
001830*
001840 01  WS-SUSP-STATUS                  PIC X(02).
001850     88  WS-SUSP-OK                  VALUE '00'.
001860*
001870 01  WS-NREG-STATUS                  PIC X(02).
001880     88  WS-NREG-OK                  VALUE '00'.
001890     88  WS-NREG-NOT-FOUND           VALUE '35'.
001900*
001910 01  WS-NOTE-STATUS                  PIC X(02).
001920     88  WS-NOTE-OK                  VALUE '00'.
001930*
001940 01  WS-RPT-STATUS                   PIC X(02).
001950     88  WS-RPT-OK                   VALUE '00'.
001960*
001970 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001980     88  WS-EOF-YES                  VALUE 'Y'.
001990     88  WS-EOF-NO                   VALUE 'N'.
002000*
002010 01  WS-ABORT-SW                     PIC X(01) VALUE 'N'.
002020     88  WS-ABORT-YES                VALUE 'Y'.
002030*
002040 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
002050     88  WS-FOUND-YES                VALUE 'Y'.
002060     88  WS-FOUND-NO                 VALUE 'N'.
002070*
002080 01  WS-RUN-DATE                     PIC 9(06).
002090 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
002100     05  WS-RUN-YY                   PIC 9(02).
002110     05  WS-RUN-MM                   PIC 9(02).
002120     05  WS-RUN-DD                   PIC 9(02).
002130*
002140* THIS RUN'S STAMP - DATE AND TIME - SO A SECOND RUN THE SAME
002150* DAY STILL TELLS ITS OWN SIGHTINGS FROM THE FIRST RUN'S.
002160 01  WS-RUN-STAMP.
002170     05  WS-STAMP-DATE               PIC 9(06).
002180     05  WS-STAMP-TIME               PIC 9(08).
002190*
002200* REASON-CODE DESCRIPTIONS SENT WITH EACH NOTICE - KEEP IN STEP
002210* WITH THE WS-REASON- CONDITIONS IN TRNBLD AND THE SUSPRPT
002220* SUBTOTALS.
002230 01  WS-REASON-VALUES.
002240     05  FILLER                      PIC X(32) VALUE
002250             'SLSHORT RECORD'.
002260     05  FILLER                      PIC X(32) VALUE
002270             'NKNON-NUMERIC KEY'.
002280     05  FILLER                      PIC X(32) VALUE
002290             'BCBAD CHARACTERS IN DATA'.
002300     05  FILLER                      PIC X(32) VALUE
002310             'TCBAD TRANSACTION CODE'.
002320     05  FILLER                      PIC X(32) VALUE
002330             'NXNO CROSS-REFERENCE FOR KEY'.
002340     05  FILLER                      PIC X(32) VALUE
002350             'NIKEY NOT ON LIVE INDEX'.
002360     05  FILLER                      PIC X(32) VALUE
002370             'UAUNAUTHORIZED SOURCE SYSTEM'.
002380     05  FILLER                      PIC X(32) VALUE
002390             'LHRECORD ON DISPUTE/LEGAL HOLD'.
002400 01  WS-REASON-TABLE  REDEFINES WS-REASON-VALUES.
002410     05  WS-REASON-ENTRY  OCCURS 8 TIMES.
002420         10  WS-RT-CODE              PIC X(02).
002430         10  WS-RT-DESC              PIC X(30).
002440*
002450 01  WS-HEADING-1.
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
002480     05  WS-H1-MM                    PIC 9(02).
002490     05  FILLER                      PIC X(01) VALUE '/'.
002500     05  WS-H1-DD                    PIC 9(02).
002510     05  FILLER                      PIC X(01) VALUE '/'.
002520     05  WS-H1-YY                    PIC 9(02).
002530     05  FILLER                      PIC X(13) VALUE SPACES.
002540     05  FILLER                      PIC X(25) VALUE
002550             'REJECT NOTICE REGISTER'.
002560     05  FILLER                      PIC X(13) VALUE SPACES.
002570     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002580     05  WS-H1-PAGE                  PIC ZZZZ9.
002590     05  FILLER                      PIC X(52) VALUE SPACES.
002600*
002610 01  WS-HEADING-2.
002620     05  FILLER                      PIC X(01) VALUE SPACE.
002630     05  FILLER                      PIC X(12) VALUE 'SOURCE'.
002640     05  FILLER                      PIC X(10) VALUE '     NEW'.
002650     05  FILLER                      PIC X(10) VALUE ' CHANGED'.
002660     05  FILLER                      PIC X(10) VALUE 'RESOLVED'.
002670     05  FILLER                      PIC X(10) VALUE '    SENT'.
002680     05  FILLER                      PIC X(10) VALUE 'STILL OPEN'.
002690     05  FILLER                      PIC X(69) VALUE SPACES.
002700*
002710 01  WS-DETAIL-LINE.
002720     05  FILLER                      PIC X(01) VALUE SPACE.
002730     05  WS-DTL-SOURCE               PIC X(08).
002740     05  FILLER                      PIC X(04) VALUE SPACES.
002750     05  WS-DTL-NEW                  PIC Z(07)9.
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  WS-DTL-CHANGED              PIC Z(07)9.
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  WS-DTL-RESOLVED             PIC Z(07)9.
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  WS-DTL-SENT                 PIC Z(07)9.
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  WS-DTL-OPEN                 PIC Z(07)9.
002840     05  FILLER                      PIC X(71) VALUE SPACES.
002850*
002860 01  WS-FOOTING-LINE.
002870     05  FILLER                      PIC X(01) VALUE SPACE.
002880     05  WS-FTG-LABEL                PIC X(34).
002890     05  FILLER                      PIC X(01) VALUE SPACE.
002900     05  WS-FTG-COUNT                PIC ZZZZZZ9.
002910     05  FILLER                      PIC X(89) VALUE SPACES.
002920*
002930 01  WS-MSG-LINE.
002940     05  FILLER                      PIC X(01) VALUE SPACE.
002950     05  WS-MSG-TEXT                 PIC X(120).
002960     05  FILLER                      PIC X(11) VALUE SPACES.
002970*
002980 PROCEDURE DIVISION.
002990*
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     IF WS-ABORT-YES
003030         PERFORM 9000-TERMINATE THRU 9000-EXIT
003040         STOP RUN
003050     END-IF.
003060     PERFORM 2000-MATCH-SUSPENSE THRU 2000-EXIT
003070         UNTIL WS-EOF-YES.
003080     PERFORM 3000-WRITE-NOTICES THRU 3000-EXIT.
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003100     STOP RUN.
003110*
003120* SUSPFILE IS CHECKED BEFORE THE REGISTER IS OPENED - A RUN THAT
003130* CANNOT SEE SUSPENSE MUST NOT DECIDE ANYTHING HAS BEEN RESOLVED.
003140* A FIRST-EVER REGISTER IS CREATED IN PLACE (STATUS 35).
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE.
003170     MOVE WS-RUN-DATE TO WS-STAMP-DATE.
003180     ACCEPT WS-STAMP-TIME FROM TIME.
003190     MOVE 'REJNOTE' TO WS-JS-JOB-NAME.
003200     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
003210     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
003220     OPEN OUTPUT REPORT-FILE.
003230     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT.
003240     OPEN INPUT SUSPENSE-FILE.
003250     IF NOT WS-SUSP-OK
003260         MOVE SPACES TO WS-MSG-TEXT
003270         STRING 'SUSPFILE NOT AVAILABLE - STATUS=' WS-SUSP-STATUS
003280             ' - NO NOTICES CUT, REGISTER NOT CHANGED'
003290             DELIMITED BY SIZE INTO WS-MSG-TEXT
003300         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003310         SET WS-ABORT-YES TO TRUE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     OPEN I-O NOTICE-REGISTER-FILE.
003350     IF WS-NREG-NOT-FOUND
003360         OPEN OUTPUT NOTICE-REGISTER-FILE
003370         CLOSE NOTICE-REGISTER-FILE
003380         OPEN I-O NOTICE-REGISTER-FILE
003390     END-IF.
003400     IF NOT WS-NREG-OK
003410         MOVE SPACES TO WS-MSG-TEXT
003420         STRING 'NOTEREG NOT AVAILABLE - STATUS=' WS-NREG-STATUS
003430             ' - NO NOTICES CUT'
003440             DELIMITED BY SIZE INTO WS-MSG-TEXT
003450         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003460         CLOSE SUSPENSE-FILE
003470         SET WS-ABORT-YES TO TRUE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     OPEN OUTPUT NOTICE-FILE.
003510 1000-EXIT.
003520     EXIT.
003530*
003540* PASS 1 - MATCHES ONE SUSPENSE ITEM TO THE REGISTER.  A NEW
003550* ITEM IS ADDED FOR A FIRST NOTICE; A KNOWN ITEM WHOSE CODE OR
003560* DATA DIFFERS FROM WHAT WAS LAST SENT IS FLAGGED CHANGED.  A
003570* NOTICE STILL PENDING FROM A FAILED RUN KEEPS ITS FLAG.
003580 2000-MATCH-SUSPENSE.
003590     READ SUSPENSE-FILE
003600         AT END
003610             SET WS-EOF-YES TO TRUE
003620             GO TO 2000-EXIT
003630     END-READ.
003640     ADD 1 TO WS-SUSP-IN-COUNT.
003650     IF SUSP-SOURCE = WS-INTERNAL-SOURCE OR SUSP-SOURCE = SPACES
003660         ADD 1 TO WS-INTERNAL-COUNT
003670         GO TO 2000-EXIT
003680     END-IF.
003690     MOVE SUSP-IMAGE TO WS-AREA-1.
003700     MOVE SUSP-SOURCE TO NR-SOURCE.
003710     MOVE WS-ERR-KEY TO NR-ERR-KEY.
003720     MOVE WS-ERR-REASON-CODE TO NR-REASON-CODE.
003730     MOVE SUSP-DATE TO NR-SUSP-DATE.
003740     SET WS-FOUND-YES TO TRUE.
003750     READ NOTICE-REGISTER-FILE
003760         INVALID KEY
003770             SET WS-FOUND-NO TO TRUE
003780     END-READ.
003790     IF WS-FOUND-NO
003800         MOVE SUSP-TRAN-CODE TO NR-TRAN-CODE
003810         MOVE WS-ERR-DATA TO NR-BAD-DATA
003820         MOVE ZERO TO NR-NOTIFIED-DATE
003830         MOVE WS-RUN-STAMP TO NR-SEEN-STAMP
003840         SET NR-ACTION-NEW TO TRUE
003850         WRITE NREG-RECORD
003860             INVALID KEY
003870                 CONTINUE
003880         END-WRITE
003890         GO TO 2000-EXIT
003900     END-IF.
003910* THE SAME KEY SUSPENDED TWICE FOR THE SAME REASON ON THE SAME
003920* DAY IS ONE ITEM TO THE REGION.
003930     IF NR-SEEN-STAMP = WS-RUN-STAMP
003940         ADD 1 TO WS-DUP-COUNT
003950         GO TO 2000-EXIT
003960     END-IF.
003970     IF NR-TRAN-CODE NOT = SUSP-TRAN-CODE
003980         OR NR-BAD-DATA NOT = WS-ERR-DATA
003990         MOVE SUSP-TRAN-CODE TO NR-TRAN-CODE
004000         MOVE WS-ERR-DATA TO NR-BAD-DATA
004010         IF NOT NR-ACTION-NEW
004020             SET NR-ACTION-CHANGED TO TRUE
004030         END-IF
004040     END-IF.
004050     MOVE WS-RUN-STAMP TO NR-SEEN-STAMP.
004060     REWRITE NREG-RECORD
004070         INVALID KEY
004080             CONTINUE
004090     END-REWRITE.
004100 2000-EXIT.
004110     EXIT.
004120*
004130* PASS 2 - WALKS THE REGISTER IN KEY (SOURCE) ORDER AND WRITES
004140* ONE NOTICE BATCH PER SOURCE.
004150 3000-WRITE-NOTICES.
004160     MOVE LOW-VALUES TO NR-KEY.
004170     SET WS-EOF-NO TO TRUE.
004180     START NOTICE-REGISTER-FILE KEY IS NOT LESS THAN NR-KEY
004190         INVALID KEY
004200             SET WS-EOF-YES TO TRUE
004210     END-START.
004220     PERFORM 3100-NOTICE-ONE-ENTRY THRU 3100-EXIT
004230         UNTIL WS-EOF-YES.
004240     IF WS-CURRENT-SOURCE NOT = SPACES
004250         PERFORM 3300-CLOSE-BATCH THRU 3300-EXIT
004260     END-IF.
004270 3000-EXIT.
004280     EXIT.
004290*
004300 3100-NOTICE-ONE-ENTRY.
004310     READ NOTICE-REGISTER-FILE NEXT RECORD
004320         AT END
004330             SET WS-EOF-YES TO TRUE
004340             GO TO 3100-EXIT
004350     END-READ.
004360     IF NR-SOURCE NOT = WS-CURRENT-SOURCE
004370         IF WS-CURRENT-SOURCE NOT = SPACES
004380             PERFORM 3300-CLOSE-BATCH THRU 3300-EXIT
004390         END-IF
004400         PERFORM 3200-OPEN-BATCH THRU 3200-EXIT
004410     END-IF.
004420* NOT SEEN ON SUSPFILE THIS RUN - THE ITEM HAS LEFT SUSPENSE.
004430     IF NR-SEEN-STAMP NOT = WS-RUN-STAMP
004440         MOVE 'R' TO ND-STATUS
004450         PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
004460         ADD 1 TO WS-SRC-RESOLVED
004470         DELETE NOTICE-REGISTER-FILE RECORD
004480             INVALID KEY
004490                 CONTINUE
004500         END-DELETE
004510         GO TO 3100-EXIT
004520     END-IF.
004530     ADD 1 TO WS-SRC-OPEN.
004540     IF NR-ACTION-NONE
004550         GO TO 3100-EXIT
004560     END-IF.
004570     IF NR-ACTION-NEW
004580         ADD 1 TO WS-SRC-NEW
004590     ELSE
004600         ADD 1 TO WS-SRC-CHANGED
004610     END-IF.
004620     MOVE NR-ACTION TO ND-STATUS.
004630     PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT.
004640     SET NR-ACTION-NONE TO TRUE.
004650     MOVE WS-RUN-DATE TO NR-NOTIFIED-DATE.
004660     REWRITE NREG-RECORD
004670         INVALID KEY
004680             CONTINUE
004690     END-REWRITE.
004700 3100-EXIT.
004710     EXIT.
004720*
004730 3200-OPEN-BATCH.
004740     MOVE NR-SOURCE TO WS-CURRENT-SOURCE.
004750     MOVE ZERO TO WS-SRC-NEW WS-SRC-CHANGED WS-SRC-RESOLVED
004760                  WS-SRC-OPEN WS-SRC-DTL-COUNT WS-SRC-HASH.
004770     MOVE SPACES TO NOTICE-HEADER-RECORD.
004780     MOVE 'HDR' TO NH-RECORD-TYPE.
004790     MOVE WS-CURRENT-SOURCE TO NH-SOURCE-SYSTEM.
004800     MOVE WS-RUN-DATE TO NH-NOTICE-DATE.
004810     WRITE NOTICE-HEADER-RECORD.
004820     ADD 1 TO WS-BATCH-COUNT.
004830 3200-EXIT.
004840     EXIT.
004850*
004860* THE TRAILER HASH IS THE SUM OF THE NUMERIC KEYS NOTIFIED - A
004870* NON-NUMERIC KEY (REASON 'NK') ADDS NOTHING, AS ON TRANSIN.
004880 3300-CLOSE-BATCH.
004890     MOVE SPACES TO NOTICE-TRAILER-RECORD.
004900     MOVE 'TRL' TO NT-RECORD-TYPE.
004910     MOVE WS-SRC-DTL-COUNT TO NT-RECORD-COUNT.
004920     MOVE WS-SRC-HASH TO NT-HASH-TOTAL.
004930     MOVE WS-SRC-OPEN TO NT-OPEN-COUNT.
004940     WRITE NOTICE-TRAILER-RECORD.
004950     MOVE WS-CURRENT-SOURCE TO WS-DTL-SOURCE.
004960     MOVE WS-SRC-NEW TO WS-DTL-NEW.
004970     MOVE WS-SRC-CHANGED TO WS-DTL-CHANGED.
004980     MOVE WS-SRC-RESOLVED TO WS-DTL-RESOLVED.
004990     MOVE WS-SRC-DTL-COUNT TO WS-DTL-SENT.
005000     MOVE WS-SRC-OPEN TO WS-DTL-OPEN.
005010     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT.
005020     ADD WS-SRC-NEW TO WS-TOT-NEW.
005030     ADD WS-SRC-CHANGED TO WS-TOT-CHANGED.
005040     ADD WS-SRC-RESOLVED TO WS-TOT-RESOLVED.
005050     ADD WS-SRC-OPEN TO WS-TOT-OPEN.
005060     MOVE SPACES TO WS-CURRENT-SOURCE.
005070 3300-EXIT.
005080     EXIT.
005090*
005100* WRITES ONE DTL FROM THE REGISTER ENTRY IN HAND.  ND-STATUS IS
005110* SET BY THE CALLER.
005120 3400-WRITE-DETAIL.
005130     MOVE 'DTL' TO ND-RECORD-TYPE.
005140     MOVE NR-ERR-KEY TO ND-KEY.
005150     MOVE NR-TRAN-CODE TO ND-TRAN-CODE.
005160     MOVE NR-REASON-CODE TO ND-REASON-CODE.
005170     PERFORM 3410-FIND-REASON THRU 3410-EXIT.
005180     MOVE NR-SUSP-DATE TO ND-SUSP-DATE.
005190     MOVE NR-BAD-DATA TO ND-BAD-DATA.
005200     WRITE NOTICE-DETAIL-RECORD.
005210     ADD 1 TO WS-SRC-DTL-COUNT.
005220     ADD 1 TO WS-NOTICE-OUT-COUNT.
005230     IF ND-KEY IS NUMERIC
005240         ADD ND-KEY-NUM TO WS-SRC-HASH
005250     END-IF.
005260 3400-EXIT.
005270     EXIT.
005280*
005290 3410-FIND-REASON.
005300     MOVE 'UNKNOWN REASON CODE' TO ND-REASON-DESC.
005310     PERFORM 3420-TEST-ONE-REASON THRU 3420-EXIT
005320         VARYING WS-REASON-SUB FROM 1 BY 1
005330         UNTIL WS-REASON-SUB > WS-REASON-MAX.
005340 3410-EXIT.
005350     EXIT.
005360*
005370 3420-TEST-ONE-REASON.
005380     IF WS-RT-CODE(WS-REASON-SUB) = NR-REASON-CODE
005390         MOVE WS-RT-DESC(WS-REASON-SUB) TO ND-REASON-DESC
005400     END-IF.
005410 3420-EXIT.
005420     EXIT.
005430*
005440 8000-PRINT-DETAIL.
005450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005460         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
005470     END-IF.
005480     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005490         AFTER ADVANCING 1 LINE.
005500     ADD 1 TO WS-LINE-COUNT.
005510 8000-EXIT.
005520     EXIT.
005530*
005540 8100-PRINT-HEADINGS.
005550     ADD 1 TO WS-PAGE-COUNT.
005560     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
005570     MOVE WS-RUN-MM TO WS-H1-MM.
005580     MOVE WS-RUN-DD TO WS-H1-DD.
005590     MOVE WS-RUN-YY TO WS-H1-YY.
005600     IF WS-PAGE-COUNT = 1
005610         WRITE REPORT-LINE FROM WS-HEADING-1
005620             AFTER ADVANCING 1 LINE
005630     ELSE
005640         WRITE REPORT-LINE FROM WS-HEADING-1
005650             AFTER ADVANCING PAGE
005660     END-IF.
005670     WRITE REPORT-LINE FROM WS-HEADING-2
005680         AFTER ADVANCING 2 LINES.
005690     MOVE ZERO TO WS-LINE-COUNT.
005700 8100-EXIT.
005710     EXIT.
005720*
005730 8200-WRITE-MESSAGE.
005740     WRITE REPORT-LINE FROM WS-MSG-LINE
005750         AFTER ADVANCING 1 LINE.
005760     ADD 1 TO WS-LINE-COUNT.
005770     DISPLAY 'REJNOTE - ' WS-MSG-TEXT.
005780 8200-EXIT.
005790     EXIT.
005800*
005810 9000-TERMINATE.
005820     IF WS-ABORT-YES
005830         CLOSE REPORT-FILE
005840         MOVE 8 TO RETURN-CODE
005850         MOVE 'EXCPT' TO WS-JS-STATUS
005860         MOVE ZERO TO WS-JS-IN-COUNT
005870         MOVE ZERO TO WS-JS-OUT-COUNT
005880         PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT
005890         GO TO 9000-EXIT
005900     END-IF.
005910     MOVE 'SUSPENSE RECORDS READ:' TO WS-FTG-LABEL.
005920     MOVE WS-SUSP-IN-COUNT TO WS-FTG-COUNT.
005930     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005940         AFTER ADVANCING 2 LINES.
005950     MOVE 'SUSPFIX ITEMS - NOT NOTIFIED:' TO WS-FTG-LABEL.
005960     MOVE WS-INTERNAL-COUNT TO WS-FTG-COUNT.
005970     WRITE REPORT-LINE FROM WS-FOOTING-LINE
005980         AFTER ADVANCING 1 LINE.
005990     MOVE 'DUPLICATE ITEMS - NOTIFIED ONCE:' TO WS-FTG-LABEL.
006000     MOVE WS-DUP-COUNT TO WS-FTG-COUNT.
006010     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006020         AFTER ADVANCING 1 LINE.
006030     MOVE 'NEW ITEMS NOTIFIED:' TO WS-FTG-LABEL.
006040     MOVE WS-TOT-NEW TO WS-FTG-COUNT.
006050     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006060         AFTER ADVANCING 1 LINE.
006070     MOVE 'CHANGED ITEMS NOTIFIED:' TO WS-FTG-LABEL.
006080     MOVE WS-TOT-CHANGED TO WS-FTG-COUNT.
006090     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006100         AFTER ADVANCING 1 LINE.
006110     MOVE 'RESOLVED ITEMS NOTIFIED:' TO WS-FTG-LABEL.
006120     MOVE WS-TOT-RESOLVED TO WS-FTG-COUNT.
006130     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006140         AFTER ADVANCING 1 LINE.
006150     MOVE 'ITEMS STILL OPEN:' TO WS-FTG-LABEL.
006160     MOVE WS-TOT-OPEN TO WS-FTG-COUNT.
006170     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006180         AFTER ADVANCING 1 LINE.
006190     MOVE 'NOTICE BATCHES WRITTEN:' TO WS-FTG-LABEL.
006200     MOVE WS-BATCH-COUNT TO WS-FTG-COUNT.
006210     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006220         AFTER ADVANCING 1 LINE.
006230     CLOSE SUSPENSE-FILE
006240           NOTICE-REGISTER-FILE
006250           NOTICE-FILE
006260           REPORT-FILE.
006270     MOVE WS-SUSP-IN-COUNT TO WS-JS-IN-COUNT.
006280     MOVE WS-NOTICE-OUT-COUNT TO WS-JS-OUT-COUNT.
006290     MOVE 'OK' TO WS-JS-STATUS.
006300     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
006310 9000-EXIT.
006320     EXIT.
006330*
006340     COPY JOBSTATP.
