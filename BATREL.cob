000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BATREL.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* BATREL - HELD REGIONAL BATCH RELEASE JOB.
000090*
000100* WHEN ONE REGION'S HDR/TRL BATCH FAILS ITS BUSINESS-DATE OR
000110* TRAILER BALANCING, TRNBLD SETS THE WHOLE BATCH ASIDE TO
000120* BATHOLD (SEE TRNBLD 2750) AND LOADS EVERY OTHER SOURCE.
000130* BATREL IS HOW THE HELD BATCH COMES BACK OUT.  IT LISTS EVERY
000140* BATCH ON BATHOLD ON THE CONSOLE - DATE HELD, SOURCE, BATCH
000150* POSITION, HOLD REASON AND DATA RECORD COUNT - AND LETS A
000160* SUPERVISOR, BATCH BY BATCH:
000170*
000180*   R - RELEASE THE BATCH ONCE THE REGION CONFIRMS THE DATA IS
000190*       GOOD.  ITS DATA RECORDS ARE WRITTEN TO RELOUT AS A FRESH
000200*       TRANSIN BATCH - A NEW HEADER UNDER THE ORIGINAL SOURCE
000210*       AND TODAY'S BUSINESS DATE, AND A NEW TRAILER COUNT AND
000220*       TR-KEY HASH OVER THE RECORDS ACTUALLY HELD - SO THE NEXT
000230*       TRNBLD RUN LOADS IT LIKE ANY OTHER FEED.  RELOUT BALANCES
000240*       TO TODAY'S DATE; RESUBMIT IT THE DAY IT IS CUT.
000250*   D - DISCARD THE BATCH WHEN THE REGION HAS RESENT IT ON A
000260*       LATER FEED INSTEAD.
000270*
000280* BATCHES NOT RELEASED OR DISCARDED ARE CARRIED FORWARD TO
000290* BATHNEW, WHICH REPLACES BATHOLD AFTER THE RUN (THE SAME WAY
000300* SUSPNEW REPLACES SUSPFILE AFTER SUSPFIX).  A RESTARTED TRNBLD
000310* MAY HOLD THE RECORDS PAST ITS LAST CHECKPOINT A SECOND TIME -
000320* THOSE REPEATS ARE RECOGNIZED BY THEIR TRANSIN POSITION
000330* (HB-REC-NO) AND DROPPED, SO A BATCH IS NEVER RELEASED TWICE
000340* OVER.
000350*
000360* EVERY RELEASE AND DISCARD IS WRITTEN TO AUDITLOG - DATE,
000370* OPERATOR INITIALS, BATCH AND ACTION - BEFORE IT TAKES EFFECT,
000380* THE SAME RULE CTLUTIL FOLLOWS.  THE RELRPT REPORT SHOWS THE
000390* DISPOSITION OF EVERY HELD BATCH.
000400*
000410*   MODIFICATION HISTORY
000420*   -------------------------------------------------------------
000430*   DATE       INIT  DESCRIPTION
000440*   10/15/26   JPD   ORIGINAL VERSION.
000450*****************************************************************
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BATCH-HOLD-FILE ASSIGN TO 'BATHOLD'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-HOLD-STATUS.
000570*
000580     SELECT RELEASE-FILE ASSIGN TO 'RELOUT'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REL-STATUS.
000610*
000620     SELECT CARRY-FILE ASSIGN TO 'BATHNEW'
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CARRY-STATUS.
000650*
000660     SELECT REPORT-FILE ASSIGN TO 'RELRPT'
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690*
000700     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-LOG-STATUS.
000730*
000740     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JSTAT-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*
000810* BATCH-HOLD-FILE IS THE TRNBLD HOLD FILE - EVERY PHYSICAL
000820* RECORD OF A HELD BATCH IN ITS ORIGINAL 101-BYTE TRANSIN IMAGE
000830* BEHIND THE HOLD DATE, SOURCE, BATCH POSITION, HOLD REASON AND
000840* TRANSIN RECORD POSITION.
000850 FD  BATCH-HOLD-FILE
000860     RECORD CONTAINS 128 CHARACTERS.
000870 01  HOLD-RECORD.
000880     05  HB-HOLD-DATE                PIC 9(06).
000890     05  HB-SOURCE                   PIC X(08).
000900     05  HB-BATCH-NO                 PIC 9(03).
000910     05  HB-REASON                   PIC X(02).
000920     05  HB-REC-NO                   PIC 9(07).
000930     05  HB-IMAGE.
000940         10  HB-RECORD-TYPE          PIC X(03).
000950             88  HB-HEADER           VALUE 'HDR'.
000960             88  HB-TRAILER          VALUE 'TRL'.
000970         10  FILLER                  PIC X(98).
000980     05  HB-IMAGE-R  REDEFINES HB-IMAGE.
000990         10  HB-KEY                  PIC X(05).
001000         10  HB-KEY-NUM  REDEFINES HB-KEY
001010                                     PIC 9(05).
001020         10  FILLER                  PIC X(96).
001030     05  FILLER                      PIC X(01).
001040*
001050* RELEASE-FILE CARRIES THE RELEASED BATCHES IN THE 101-BYTE
001060* TRANSIN LAYOUT, EACH WRAPPED IN A NEW HDR/TRL PAIR.
001070 FD  RELEASE-FILE
001080     RECORD CONTAINS 101 CHARACTERS.
001090 01  REL-RECORD                      PIC X(101).
001100*
001110 01  REL-HEADER-RECORD.
001120     05  RH-RECORD-TYPE              PIC X(03).
001130     05  FILLER                      PIC X(02).
001140     05  RH-SOURCE-SYSTEM            PIC X(08).
001150     05  RH-BUSINESS-DATE            PIC 9(06).
001160     05  FILLER                      PIC X(82).
001170*
001180 01  REL-TRAILER-RECORD.
001190     05  RT-RECORD-TYPE              PIC X(03).
001200     05  FILLER                      PIC X(02).
001210     05  RT-RECORD-COUNT             PIC 9(07).
001220     05  RT-HASH-TOTAL               PIC 9(10).
001230     05  FILLER                      PIC X(79).
001240*
001250* CARRY-FILE KEEPS THE FULL HOLD IMAGE OF EVERY BATCH STILL
001260* HELD, SO IT KEEPS ITS ORIGINAL HOLD DATE AND REASON.
001270 FD  CARRY-FILE
001280     RECORD CONTAINS 128 CHARACTERS.
001290 01  CARRY-RECORD                    PIC X(128).
001300*
001310 FD  REPORT-FILE
001320     RECORD CONTAINS 132 CHARACTERS.
001330 01  REPORT-LINE                     PIC X(132).
001340*
001350 FD  LOG-FILE.
001360 01  LOG-RECORD                      PIC X(132).
001370*
001380 FD  JOB-STAT-FILE
001390     RECORD CONTAINS 50 CHARACTERS.
001400 01  JOB-STAT-RECORD                 PIC X(50).
001410*
001420 WORKING-STORAGE SECTION.
001430*
001440     COPY JOBSTAT.
001450*
001460 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001470 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
001480 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
001490 77  WS-HOLD-IN-COUNT                PIC 9(07) COMP VALUE ZERO.
001500 77  WS-REPEAT-COUNT                 PIC 9(07) COMP VALUE ZERO.
001510 77  WS-REL-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
001520 77  WS-REL-BATCH-COUNT              PIC 9(03) COMP VALUE ZERO.
001530 77  WS-DISC-BATCH-COUNT             PIC 9(03) COMP VALUE ZERO.
001540 77  WS-KEPT-BATCH-COUNT             PIC 9(03) COMP VALUE ZERO.
001550 77  WS-BATCH-COUNT                  PIC 9(03) COMP VALUE ZERO.
001560 77  WS-BATCH-MAX                    PIC 9(03) VALUE 500.
001570 77  WS-BATCH-SUB                    PIC 9(03) COMP VALUE ZERO.
001580 77  WS-REL-SUB                      PIC 9(03) COMP VALUE ZERO.
001590 77  WS-BATCH-COUNT-D                PIC 9(03).
001600 77  WS-REL-COUNT                    PIC 9(07) COMP VALUE ZERO.
001610 77  WS-REL-HASH                     PIC 9(10) COMP VALUE ZERO.
001620 77  WS-LAST-REC-NO                  PIC 9(07) COMP VALUE ZERO.
001630 77  WS-RECORDS-D                    PIC 9(07).
001640*
001650 01  WS-HOLD-STATUS                  PIC X(02).
001660     88  WS-HOLD-OK                  VALUE '00'.
001670*
001680 01  WS-REL-STATUS                   PIC X(02).
001690     88  WS-REL-OK                   VALUE '00'.
001700*
001710 01  WS-CARRY-STATUS                 PIC X(02).
001720     88  WS-CARRY-OK                 VALUE '00'.
001730*
001740 01  WS-RPT-STATUS                   PIC X(02).
001750     88  WS-RPT-OK                   VALUE '00'.
001760*
001770 01  WS-LOG-STATUS                   PIC X(02).
001780     88  WS-LOG-OK                   VALUE '00'.
001790*
001800 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001810     88  WS-EOF-YES                  VALUE 'Y'.
001820     88  WS-EOF-NO                   VALUE 'N'.
001830*
001840 01  WS-DONE-SW                      PIC X(01) VALUE 'N'.
001850     88  WS-DONE-YES                 VALUE 'Y'.
001860*
001870 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
001880     88  WS-FOUND-YES                VALUE 'Y'.
001890     88  WS-FOUND-NO                 VALUE 'N'.
001900*
001910 01  WS-AUDIT-OK-SW                  PIC X(01) VALUE 'N'.
001920     88  WS-AUDIT-OK                 VALUE 'Y'.
001930*
001940 01  WS-BATCH-REPLY                  PIC X(03).
001950 01  WS-BATCH-REPLY-N  REDEFINES WS-BATCH-REPLY
001960                                     PIC 9(03).
001970 01  WS-ACTION-REPLY                 PIC X(01).
001980 01  WS-OPERATOR-INITIALS            PIC X(03).
001990*
002000* ONE ENTRY PER HELD BATCH ON BATHOLD, IN FILE ORDER.  THE
002010* RECORD COUNT IS OF DISTINCT DATA RECORDS - REPEATS A RESTART
002020* HELD A SECOND TIME ARE NOT COUNTED.
002030 01  WS-BATCH-TABLE.
002040     05  WS-HB-ENTRY  OCCURS 500 TIMES.
002050         10  WS-HB-HOLD-DATE         PIC 9(06).
002060         10  WS-HB-BATCH-NO          PIC 9(03).
002070         10  WS-HB-SOURCE            PIC X(08).
002080         10  WS-HB-REASON            PIC X(02).
002090         10  WS-HB-RECORDS           PIC 9(07) COMP.
002100         10  WS-HB-LAST-REC-NO       PIC 9(07) COMP.
002110         10  WS-HB-ACTION            PIC X(01).
002120             88  WS-HB-KEEP          VALUE ' '.
002130             88  WS-HB-RELEASE       VALUE 'R'.
002140             88  WS-HB-DISCARD       VALUE 'D'.
002150*
002160 01  WS-RUN-DATE                     PIC 9(06).
002170 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
002180     05  WS-RUN-YY                   PIC 9(02).
002190     05  WS-RUN-MM                   PIC 9(02).
002200     05  WS-RUN-DD                   PIC 9(02).
002210*
002220 01  WS-HOLD-REASON-TEXT             PIC X(24).
002230*
002240 01  WS-HEADING-1.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
002270     05  WS-H1-MM                    PIC 9(02).
002280     05  FILLER                      PIC X(01) VALUE '/'.
002290     05  WS-H1-DD                    PIC 9(02).
002300     05  FILLER                      PIC X(01) VALUE '/'.
002310     05  WS-H1-YY                    PIC 9(02).
002320     05  FILLER                      PIC X(13) VALUE SPACES.
002330     05  FILLER                      PIC X(25) VALUE
002340             'HELD BATCH RELEASE LOG'.
002350     05  FILLER                      PIC X(13) VALUE SPACES.
002360     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002370     05  WS-H1-PAGE                  PIC ZZZZ9.
002380     05  FILLER                      PIC X(52) VALUE SPACES.
002390*
002400 01  WS-HEADING-2.
002410     05  FILLER                      PIC X(01) VALUE SPACE.
002420     05  FILLER                      PIC X(09) VALUE 'HELD ON'.
002430     05  FILLER                      PIC X(07) VALUE 'BATCH'.
002440     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
002450     05  FILLER                      PIC X(30) VALUE
002460             'HOLD REASON'.
002470     05  FILLER                      PIC X(10) VALUE 'RECORDS'.
002480     05  FILLER                      PIC X(12) VALUE
002490             'DISPOSITION'.
002500     05  FILLER                      PIC X(53) VALUE SPACES.
002510*
002520 01  WS-DETAIL-LINE.
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  WS-DTL-HOLD-DATE            PIC 9(06).
002550     05  FILLER                      PIC X(03) VALUE SPACES.
002560     05  WS-DTL-BATCH-NO             PIC 9(03).
002570     05  FILLER                      PIC X(04) VALUE SPACES.
002580     05  WS-DTL-SOURCE               PIC X(08).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  WS-DTL-REASON               PIC X(02).
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  WS-DTL-REASON-TEXT          PIC X(24).
002630     05  FILLER                      PIC X(03) VALUE SPACES.
002640     05  WS-DTL-RECORDS              PIC ZZZZZZ9.
002650     05  FILLER                      PIC X(03) VALUE SPACES.
002660     05  WS-DTL-DISP                 PIC X(10).
002670     05  FILLER                      PIC X(55) VALUE SPACES.
002680*
002690 01  WS-FOOTING-LINE.
002700     05  FILLER                      PIC X(01) VALUE SPACE.
002710     05  WS-FTG-LABEL                PIC X(28).
002720     05  FILLER                      PIC X(01) VALUE SPACE.
002730     05  WS-FTG-COUNT                PIC ZZZZZZ9.
002740     05  FILLER                      PIC X(95) VALUE SPACES.
002750*
002760 PROCEDURE DIVISION.
002770*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     IF WS-BATCH-COUNT > ZERO
002810         PERFORM 2000-SELECT-ONE-BATCH THRU 2000-EXIT
002820             UNTIL WS-DONE-YES
002830         PERFORM 3000-RELEASE-ONE-BATCH THRU 3000-EXIT
002840             VARYING WS-REL-SUB FROM 1 BY 1
002850             UNTIL WS-REL-SUB > WS-BATCH-COUNT
002860         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
002870     END-IF.
002880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002890     STOP RUN.
002900*
002910* LOADS THE HELD-BATCH TABLE FROM BATHOLD.  A MISSING HOLD FILE
002920* MEANS NOTHING IS HELD - THE RUN STILL WRITES AN EMPTY RELOUT
002930* AND BATHNEW AND REPORTS, THE SAME TOLERANT OPEN SUSPFIX USES
002940* FOR SUSPFILE.
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE.
002970     MOVE 'BATREL' TO WS-JS-JOB-NAME.
002980     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
002990     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
003000     OPEN OUTPUT RELEASE-FILE.
003010     OPEN OUTPUT CARRY-FILE.
003020     OPEN OUTPUT REPORT-FILE.
003030     OPEN INPUT BATCH-HOLD-FILE.
003040     IF NOT WS-HOLD-OK
003050         DISPLAY 'BATREL - BATHOLD NOT AVAILABLE - STATUS='
003060             WS-HOLD-STATUS
003070         GO TO 1000-EXIT
003080     END-IF.
003090     SET WS-EOF-NO TO TRUE.
003100     PERFORM 1100-LOAD-ONE-HOLD-RECORD THRU 1100-EXIT
003110         UNTIL WS-EOF-YES.
003120     CLOSE BATCH-HOLD-FILE.
003130     IF WS-BATCH-COUNT = ZERO
003140         DISPLAY 'BATREL - NO BATCHES ON HOLD'
003150         GO TO 1000-EXIT
003160     END-IF.
003170     PERFORM 1200-DISPLAY-HELD-BATCHES THRU 1200-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200*
003210* TABLES THE NEXT BATHOLD RECORD AGAINST ITS BATCH, OPENING A
003220* NEW ENTRY THE FIRST TIME A BATCH IS SEEN.  A RECORD AT OR
003230* BEFORE THE LAST TRANSIN POSITION ALREADY SEEN FOR ITS BATCH
003240* IS A RESTART REPEAT AND IS NOT COUNTED.
003250 1100-LOAD-ONE-HOLD-RECORD.
003260     READ BATCH-HOLD-FILE
003270         AT END
003280             SET WS-EOF-YES TO TRUE
003290             GO TO 1100-EXIT
003300     END-READ.
003310     ADD 1 TO WS-HOLD-IN-COUNT.
003320     PERFORM 5200-FIND-BATCH THRU 5200-EXIT.
003330     IF WS-FOUND-NO
003340         IF WS-BATCH-COUNT >= WS-BATCH-MAX
003350             DISPLAY 'BATREL - BATCH TABLE FULL - SOURCE '
003360                 HB-SOURCE ' BATCH ' HB-BATCH-NO
003370                 ' LEFT ON HOLD'
003380             GO TO 1100-EXIT
003390         END-IF
003400         ADD 1 TO WS-BATCH-COUNT
003410         MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
003420         MOVE HB-HOLD-DATE TO WS-HB-HOLD-DATE(WS-BATCH-SUB)
003430         MOVE HB-BATCH-NO TO WS-HB-BATCH-NO(WS-BATCH-SUB)
003440         MOVE HB-SOURCE TO WS-HB-SOURCE(WS-BATCH-SUB)
003450         MOVE HB-REASON TO WS-HB-REASON(WS-BATCH-SUB)
003460         MOVE ZERO TO WS-HB-RECORDS(WS-BATCH-SUB)
003470         MOVE ZERO TO WS-HB-LAST-REC-NO(WS-BATCH-SUB)
003480         MOVE SPACE TO WS-HB-ACTION(WS-BATCH-SUB)
003490     END-IF.
003500     IF HB-REC-NO NOT > WS-HB-LAST-REC-NO(WS-BATCH-SUB)
003510         ADD 1 TO WS-REPEAT-COUNT
003520         GO TO 1100-EXIT
003530     END-IF.
003540     MOVE HB-REC-NO TO WS-HB-LAST-REC-NO(WS-BATCH-SUB).
003550     IF NOT HB-HEADER
003560         AND NOT HB-TRAILER
003570         ADD 1 TO WS-HB-RECORDS(WS-BATCH-SUB)
003580     END-IF.
003590 1100-EXIT.
003600     EXIT.
003610*
003620 1200-DISPLAY-HELD-BATCHES.
003630     DISPLAY ' '.
003640     DISPLAY 'BATREL - BATCHES ON HOLD'.
003650     DISPLAY ' NO.  HELD ON BATCH SOURCE   REASON'
003660         '                       RECORDS'.
003670     PERFORM 1210-DISPLAY-ONE-BATCH THRU 1210-EXIT
003680         VARYING WS-BATCH-SUB FROM 1 BY 1
003690         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
003700 1200-EXIT.
003710     EXIT.
003720*
003730 1210-DISPLAY-ONE-BATCH.
003740     MOVE WS-BATCH-SUB TO WS-BATCH-COUNT-D.
003750     MOVE WS-HB-RECORDS(WS-BATCH-SUB) TO WS-RECORDS-D.
003760     PERFORM 5300-SET-REASON-TEXT THRU 5300-EXIT.
003770     DISPLAY ' ' WS-BATCH-COUNT-D '  '
003780         WS-HB-HOLD-DATE(WS-BATCH-SUB) '  '
003790         WS-HB-BATCH-NO(WS-BATCH-SUB) '  '
003800         WS-HB-SOURCE(WS-BATCH-SUB) ' '
003810         WS-HB-REASON(WS-BATCH-SUB) ' '
003820         WS-HOLD-REASON-TEXT ' '
003830         WS-RECORDS-D.
003840 1210-EXIT.
003850     EXIT.
003860*
003870* ONE CONSOLE SELECTION - A BATCH NUMBER FROM THE LIST, THEN
003880* R OR D.  A BLANK BATCH NUMBER ENDS SELECTION.  THE AUDIT LINE
003890* IS WRITTEN BEFORE THE BATCH IS MARKED; A REPLY THAT DOES NOT
003900* NAME A LISTED BATCH OR A VALID ACTION MAKES NO CHANGE.
003910 2000-SELECT-ONE-BATCH.
003920     DISPLAY ' '.
003930     DISPLAY 'BATCH NO. TO RELEASE OR DISCARD (3 DIGITS,'
003940         ' BLANK=DONE): '
003950         WITH NO ADVANCING.
003960     MOVE SPACES TO WS-BATCH-REPLY.
003970     ACCEPT WS-BATCH-REPLY.
003980     IF WS-BATCH-REPLY = SPACES
003990         SET WS-DONE-YES TO TRUE
004000         GO TO 2000-EXIT
004010     END-IF.
004020     IF WS-BATCH-REPLY NOT NUMERIC
004030         OR WS-BATCH-REPLY-N = ZERO
004040         OR WS-BATCH-REPLY-N > WS-BATCH-COUNT
004050         DISPLAY 'NOT A LISTED BATCH - NO CHANGE MADE'
004060         GO TO 2000-EXIT
004070     END-IF.
004080     MOVE WS-BATCH-REPLY-N TO WS-BATCH-SUB.
004090     IF NOT WS-HB-KEEP(WS-BATCH-SUB)
004100         DISPLAY 'BATCH ALREADY MARKED '
004110             WS-HB-ACTION(WS-BATCH-SUB)
004120             ' - NO CHANGE MADE'
004130         GO TO 2000-EXIT
004140     END-IF.
004150     DISPLAY 'R=RELEASE  D=DISCARD: '
004160         WITH NO ADVANCING.
004170     ACCEPT WS-ACTION-REPLY.
004180     IF WS-ACTION-REPLY NOT = 'R'
004190         AND WS-ACTION-REPLY NOT = 'D'
004200         DISPLAY 'UNRECOGNIZED ACTION - NO CHANGE MADE'
004210         GO TO 2000-EXIT
004220     END-IF.
004230     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
004240     MOVE WS-HB-RECORDS(WS-BATCH-SUB) TO WS-RECORDS-D.
004250     MOVE SPACES TO LOG-RECORD.
004260     IF WS-ACTION-REPLY = 'R'
004270         STRING 'BATREL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
004280             ' RELEASED HELD BATCH - SOURCE='
004290             WS-HB-SOURCE(WS-BATCH-SUB)
004300             ' HELD=' WS-HB-HOLD-DATE(WS-BATCH-SUB)
004310             ' BATCH=' WS-HB-BATCH-NO(WS-BATCH-SUB)
004320             ' REASON=' WS-HB-REASON(WS-BATCH-SUB)
004330             ' RECORDS=' WS-RECORDS-D
004340             DELIMITED BY SIZE INTO LOG-RECORD
004350     ELSE
004360         STRING 'BATREL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
004370             ' DISCARDED HELD BATCH - SOURCE='
004380             WS-HB-SOURCE(WS-BATCH-SUB)
004390             ' HELD=' WS-HB-HOLD-DATE(WS-BATCH-SUB)
004400             ' BATCH=' WS-HB-BATCH-NO(WS-BATCH-SUB)
004410             ' REASON=' WS-HB-REASON(WS-BATCH-SUB)
004420             ' RECORDS=' WS-RECORDS-D
004430             DELIMITED BY SIZE INTO LOG-RECORD
004440     END-IF.
004450     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
004460     IF NOT WS-AUDIT-OK
004470         GO TO 2000-EXIT
004480     END-IF.
004490     MOVE WS-ACTION-REPLY TO WS-HB-ACTION(WS-BATCH-SUB).
004500     IF WS-HB-RELEASE(WS-BATCH-SUB)
004510         DISPLAY 'BATCH ' WS-BATCH-REPLY ' MARKED FOR RELEASE'
004520     ELSE
004530         DISPLAY 'BATCH ' WS-BATCH-REPLY ' MARKED FOR DISCARD'
004540     END-IF.
004550 2000-EXIT.
004560     EXIT.
004570*
004580* WRITES ONE RELEASED BATCH TO RELOUT - A NEW HEADER, EVERY
004590* DISTINCT DATA RECORD HELD FOR THE BATCH, AND A NEW TRAILER
004600* BALANCED TO WHAT WAS WRITTEN.  BATHOLD IS RE-READ FOR EACH
004610* RELEASED BATCH BECAUSE A RESTART CAN LEAVE ONE BATCH'S
004620* RECORDS SPLIT ACROSS THE FILE; THE ORIGINAL HEADER AND
004630* TRAILER ARE NOT CARRIED OVER.
004640 3000-RELEASE-ONE-BATCH.
004650     IF NOT WS-HB-RELEASE(WS-REL-SUB)
004660         GO TO 3000-EXIT
004670     END-IF.
004680     MOVE SPACES TO REL-HEADER-RECORD.
004690     MOVE 'HDR' TO RH-RECORD-TYPE.
004700     MOVE WS-HB-SOURCE(WS-REL-SUB) TO RH-SOURCE-SYSTEM.
004710     MOVE WS-RUN-DATE TO RH-BUSINESS-DATE.
004720     WRITE REL-RECORD FROM REL-HEADER-RECORD.
004730     MOVE ZERO TO WS-REL-COUNT.
004740     MOVE ZERO TO WS-REL-HASH.
004750     MOVE ZERO TO WS-LAST-REC-NO.
004760     OPEN INPUT BATCH-HOLD-FILE.
004770     SET WS-EOF-NO TO TRUE.
004780     PERFORM 3100-RELEASE-ONE-RECORD THRU 3100-EXIT
004790         UNTIL WS-EOF-YES.
004800     CLOSE BATCH-HOLD-FILE.
004810     MOVE SPACES TO REL-TRAILER-RECORD.
004820     MOVE 'TRL' TO RT-RECORD-TYPE.
004830     MOVE WS-REL-COUNT TO RT-RECORD-COUNT.
004840     MOVE WS-REL-HASH TO RT-HASH-TOTAL.
004850     WRITE REL-RECORD FROM REL-TRAILER-RECORD.
004860     ADD 1 TO WS-REL-BATCH-COUNT.
004870     ADD WS-REL-COUNT TO WS-REL-RECORD-COUNT.
004880 3000-EXIT.
004890     EXIT.
004900*
004910 3100-RELEASE-ONE-RECORD.
004920     READ BATCH-HOLD-FILE
004930         AT END
004940             SET WS-EOF-YES TO TRUE
004950             GO TO 3100-EXIT
004960     END-READ.
004970     IF HB-HOLD-DATE NOT = WS-HB-HOLD-DATE(WS-REL-SUB)
004980         OR HB-BATCH-NO NOT = WS-HB-BATCH-NO(WS-REL-SUB)
004990         OR HB-SOURCE NOT = WS-HB-SOURCE(WS-REL-SUB)
005000         GO TO 3100-EXIT
005010     END-IF.
005020     IF HB-REC-NO NOT > WS-LAST-REC-NO
005030         GO TO 3100-EXIT
005040     END-IF.
005050     MOVE HB-REC-NO TO WS-LAST-REC-NO.
005060     IF HB-HEADER
005070         OR HB-TRAILER
005080         GO TO 3100-EXIT
005090     END-IF.
005100     WRITE REL-RECORD FROM HB-IMAGE.
005110     ADD 1 TO WS-REL-COUNT.
005120     IF HB-KEY NUMERIC
005130         ADD HB-KEY-NUM TO WS-REL-HASH
005140     END-IF.
005150 3100-EXIT.
005160     EXIT.
005170*
005180* CARRIES EVERY BATCH NOT RELEASED OR DISCARDED FORWARD TO
005190* BATHNEW, LESS ANY RESTART REPEATS, AND REPORTS THE
005200* DISPOSITION OF EVERY BATCH.
005210 4000-CARRY-FORWARD.
005220     PERFORM 4050-RESET-ONE-BATCH THRU 4050-EXIT
005230         VARYING WS-BATCH-SUB FROM 1 BY 1
005240         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
005250     OPEN INPUT BATCH-HOLD-FILE.
005260     SET WS-EOF-NO TO TRUE.
005270     PERFORM 4100-CARRY-ONE-RECORD THRU 4100-EXIT
005280         UNTIL WS-EOF-YES.
005290     CLOSE BATCH-HOLD-FILE.
005300     PERFORM 4200-REPORT-ONE-BATCH THRU 4200-EXIT
005310         VARYING WS-BATCH-SUB FROM 1 BY 1
005320         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
005330 4000-EXIT.
005340     EXIT.
005350*
005360 4050-RESET-ONE-BATCH.
005370     MOVE ZERO TO WS-HB-LAST-REC-NO(WS-BATCH-SUB).
005380 4050-EXIT.
005390     EXIT.
005400*
005410* A RECORD WHOSE BATCH DID NOT FIT THE TABLE IS CARRIED AS-IS
005420* SO IT IS NEVER LOST.
005430 4100-CARRY-ONE-RECORD.
005440     READ BATCH-HOLD-FILE
005450         AT END
005460             SET WS-EOF-YES TO TRUE
005470             GO TO 4100-EXIT
005480     END-READ.
005490     PERFORM 5200-FIND-BATCH THRU 5200-EXIT.
005500     IF WS-FOUND-NO
005510         WRITE CARRY-RECORD FROM HOLD-RECORD
005520         GO TO 4100-EXIT
005530     END-IF.
005540     IF NOT WS-HB-KEEP(WS-BATCH-SUB)
005550         GO TO 4100-EXIT
005560     END-IF.
005570     IF HB-REC-NO NOT > WS-HB-LAST-REC-NO(WS-BATCH-SUB)
005580         GO TO 4100-EXIT
005590     END-IF.
005600     MOVE HB-REC-NO TO WS-HB-LAST-REC-NO(WS-BATCH-SUB).
005610     WRITE CARRY-RECORD FROM HOLD-RECORD.
005620 4100-EXIT.
005630     EXIT.
005640*
005650 4200-REPORT-ONE-BATCH.
005660     IF WS-LINE-COUNT = ZERO
005670         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
005680         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
005690     END-IF.
005700     PERFORM 5300-SET-REASON-TEXT THRU 5300-EXIT.
005710     MOVE WS-HB-HOLD-DATE(WS-BATCH-SUB) TO WS-DTL-HOLD-DATE.
005720     MOVE WS-HB-BATCH-NO(WS-BATCH-SUB) TO WS-DTL-BATCH-NO.
005730     MOVE WS-HB-SOURCE(WS-BATCH-SUB) TO WS-DTL-SOURCE.
005740     MOVE WS-HB-REASON(WS-BATCH-SUB) TO WS-DTL-REASON.
005750     MOVE WS-HOLD-REASON-TEXT TO WS-DTL-REASON-TEXT.
005760     MOVE WS-HB-RECORDS(WS-BATCH-SUB) TO WS-DTL-RECORDS.
005770     EVALUATE TRUE
005780         WHEN WS-HB-RELEASE(WS-BATCH-SUB)
005790             MOVE 'RELEASED' TO WS-DTL-DISP
005800         WHEN WS-HB-DISCARD(WS-BATCH-SUB)
005810             MOVE 'DISCARDED' TO WS-DTL-DISP
005820             ADD 1 TO WS-DISC-BATCH-COUNT
005830         WHEN OTHER
005840             MOVE 'STILL HELD' TO WS-DTL-DISP
005850             ADD 1 TO WS-KEPT-BATCH-COUNT
005860     END-EVALUATE.
005870     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005880         AFTER ADVANCING 1 LINE.
005890     ADD 1 TO WS-LINE-COUNT.
005900 4200-EXIT.
005910     EXIT.
005920*
005930 4300-PRINT-HEADINGS.
005940     ADD 1 TO WS-PAGE-COUNT.
005950     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
005960     MOVE WS-RUN-MM TO WS-H1-MM.
005970     MOVE WS-RUN-DD TO WS-H1-DD.
005980     MOVE WS-RUN-YY TO WS-H1-YY.
005990     IF WS-PAGE-COUNT = 1
006000         WRITE REPORT-LINE FROM WS-HEADING-1
006010             AFTER ADVANCING 1 LINE
006020     ELSE
006030         WRITE REPORT-LINE FROM WS-HEADING-1
006040             AFTER ADVANCING PAGE
006050     END-IF.
006060     WRITE REPORT-LINE FROM WS-HEADING-2
006070         AFTER ADVANCING 2 LINES.
006080     MOVE ZERO TO WS-LINE-COUNT.
006090 4300-EXIT.
006100     EXIT.
006110*
006120 5000-ACCEPT-INITIALS.
006130     DISPLAY 'OPERATOR INITIALS: '
006140         WITH NO ADVANCING.
006150     ACCEPT WS-OPERATOR-INITIALS.
006160     IF WS-OPERATOR-INITIALS = SPACES
006170         MOVE '???' TO WS-OPERATOR-INITIALS
006180     END-IF.
006190 5000-EXIT.
006200     EXIT.
006210*
006220* EXTENDS AUDITLOG THE SAME WAY CTLUTIL 5100 DOES.  A LOG THAT
006230* CANNOT BE WRITTEN LEAVES WS-AUDIT-OK OFF AND THE CALLER MAKES
006240* NO CHANGE.
006250 5100-WRITE-AUDIT-LINE.
006260     MOVE 'N' TO WS-AUDIT-OK-SW.
006270     OPEN EXTEND LOG-FILE.
006280     IF NOT WS-LOG-OK
006290         OPEN OUTPUT LOG-FILE
006300     END-IF.
006310     IF NOT WS-LOG-OK
006320         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS='
006330             WS-LOG-STATUS ' - NO CHANGE MADE'
006340         GO TO 5100-EXIT
006350     END-IF.
006360     WRITE LOG-RECORD.
006370     CLOSE LOG-FILE.
006380     SET WS-AUDIT-OK TO TRUE.
006390 5100-EXIT.
006400     EXIT.
006410*
006420* LOOKS UP THE BATCH THE HOLD RECORD IN HAND BELONGS TO.
006430* WS-BATCH-SUB IS LEFT POINTING AT THE MATCHED ENTRY.
006440 5200-FIND-BATCH.
006450     SET WS-FOUND-NO TO TRUE.
006460     IF WS-BATCH-COUNT = ZERO
006470         GO TO 5200-EXIT
006480     END-IF.
006490     PERFORM 5210-TEST-ONE-BATCH THRU 5210-EXIT
006500         VARYING WS-BATCH-SUB FROM 1 BY 1
006510         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
006520             OR WS-FOUND-YES.
006530     IF WS-FOUND-YES
006540         SUBTRACT 1 FROM WS-BATCH-SUB
006550     END-IF.
006560 5200-EXIT.
006570     EXIT.
006580*
006590 5210-TEST-ONE-BATCH.
006600     IF WS-HB-HOLD-DATE(WS-BATCH-SUB) = HB-HOLD-DATE
006610         AND WS-HB-BATCH-NO(WS-BATCH-SUB) = HB-BATCH-NO
006620         AND WS-HB-SOURCE(WS-BATCH-SUB) = HB-SOURCE
006630         SET WS-FOUND-YES TO TRUE
006640     END-IF.
006650 5210-EXIT.
006660     EXIT.
006670*
006680* THE SAME REASON WORDING TRNBLD 2770 PUTS ON ITS HOLD MESSAGE.
006690 5300-SET-REASON-TEXT.
006700     EVALUATE WS-HB-REASON(WS-BATCH-SUB)
006710         WHEN 'DT'
006720             MOVE 'BUSINESS DATE MISMATCH' TO WS-HOLD-REASON-TEXT
006730         WHEN 'OB'
006740             MOVE 'TRAILER OUT OF BALANCE' TO WS-HOLD-REASON-TEXT
006750         WHEN 'NT'
006760             MOVE 'MISSING TRAILER' TO WS-HOLD-REASON-TEXT
006770         WHEN OTHER
006780             MOVE 'UNKNOWN HOLD REASON' TO WS-HOLD-REASON-TEXT
006790     END-EVALUATE.
006800 5300-EXIT.
006810     EXIT.
006820*
006830 9000-TERMINATE.
006840     IF WS-PAGE-COUNT = ZERO
006850         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
006860     END-IF.
006870     MOVE 'HELD BATCHES ON FILE:' TO WS-FTG-LABEL.
006880     MOVE WS-BATCH-COUNT TO WS-FTG-COUNT.
006890     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006900         AFTER ADVANCING 2 LINES.
006910     MOVE 'RELEASED TO RELOUT:' TO WS-FTG-LABEL.
006920     MOVE WS-REL-BATCH-COUNT TO WS-FTG-COUNT.
006930     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006940         AFTER ADVANCING 1 LINE.
006950     MOVE 'DISCARDED:' TO WS-FTG-LABEL.
006960     MOVE WS-DISC-BATCH-COUNT TO WS-FTG-COUNT.
006970     WRITE REPORT-LINE FROM WS-FOOTING-LINE
006980         AFTER ADVANCING 1 LINE.
006990     MOVE 'STILL HELD - TO BATHNEW:' TO WS-FTG-LABEL.
007000     MOVE WS-KEPT-BATCH-COUNT TO WS-FTG-COUNT.
007010     WRITE REPORT-LINE FROM WS-FOOTING-LINE
007020         AFTER ADVANCING 1 LINE.
007030     MOVE 'DATA RECORDS RELEASED:' TO WS-FTG-LABEL.
007040     MOVE WS-REL-RECORD-COUNT TO WS-FTG-COUNT.
007050     WRITE REPORT-LINE FROM WS-FOOTING-LINE
007060         AFTER ADVANCING 1 LINE.
007070     MOVE 'RESTART REPEATS DROPPED:' TO WS-FTG-LABEL.
007080     MOVE WS-REPEAT-COUNT TO WS-FTG-COUNT.
007090     WRITE REPORT-LINE FROM WS-FOOTING-LINE
007100         AFTER ADVANCING 1 LINE.
007110     CLOSE RELEASE-FILE
007120           CARRY-FILE
007130           REPORT-FILE.
007140     IF WS-REL-BATCH-COUNT > ZERO
007150         MOVE WS-REL-BATCH-COUNT TO WS-BATCH-COUNT-D
007160         DISPLAY 'BATREL - ' WS-BATCH-COUNT-D
007170             ' BATCH(ES) ON RELOUT DATED ' WS-RUN-DATE
007180             ' - ADD TO TODAY''S TRANSIN'
007190     END-IF.
007200     MOVE WS-HOLD-IN-COUNT TO WS-JS-IN-COUNT.
007210     MOVE WS-REL-RECORD-COUNT TO WS-JS-OUT-COUNT.
007220     MOVE 'OK' TO WS-JS-STATUS.
007230     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
007240 9000-EXIT.
007250     EXIT.
007260*
007270     COPY JOBSTATP.
