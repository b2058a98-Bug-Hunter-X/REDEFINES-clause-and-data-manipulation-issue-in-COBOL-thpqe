000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HOLDRPT.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* HOLDRPT - DISPUTE AND LEGAL HOLD REPORT.
000090*
000100* LISTS EVERY HOLD NOW IN FORCE ON LGLHOLD (SEE THE HOLDCHK COPY
000110* MEMBERS) - THE RECORD IT NAMES, DISPUTE OR LEGAL, WHO ASKED
000120* FOR IT AND WHY, WHEN AND BY WHOM IT WAS PLACED, ITS RELEASE
000130* DATE, ITS AGE IN CALENDAR DAYS, AND HOW MANY ACTIONS IT HAS
000140* BLOCKED - FOLLOWED BY EVERY BLOCKED ACTION ON THE HOLDACT LOG
000150* STANDING AGAINST ONE OF THOSE HOLDS (THE PURGE, ROLLOVER OR
000160* MAINTENANCE THAT WAS NOT DONE, BY WHICH JOB AND WHEN).
000170* ACTIONS AGAINST HOLDS SINCE RELEASED ARE COUNTED IN THE
000180* FOOTING ONLY.
000190*
000200* A HOLD FILE THAT CANNOT BE READ IS REPORTED AS SUCH AND ENDS
000210* THE RUN EXCPT (RETURN CODE 8) - NOBODY SHOULD READ AN EMPTY
000220* REPORT AS "NO HOLDS".
000230*
000240*   MODIFICATION HISTORY
000250*   -------------------------------------------------------------
000260*   DATE       INIT  DESCRIPTION
000270*   10/15/26   JPD   ORIGINAL VERSION.
000280*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LH-KEY
000410         FILE STATUS IS WS-LG-HOLD-STATUS.
000420*
000430     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-LG-ACT-STATUS.
000460*
000470     SELECT REPORT-FILE ASSIGN TO 'HOLDLIST'
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000500*
000510     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-JSTAT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580* THE DISPUTE AND LEGAL HOLD FILES - SEE THE HOLDCHK COPY
000590* MEMBERS FOR THE RECORD IMAGES.
000600 FD  LEGAL-HOLD-FILE
000610     RECORD CONTAINS 120 CHARACTERS.
000620 01  LEGAL-HOLD-RECORD.
000630     05  LH-KEY                      PIC X(09).
000640     05  FILLER                      PIC X(111).
000650*
000660 FD  HOLD-ACTION-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  HOLD-ACTION-RECORD              PIC X(80).
000690*
000700 FD  REPORT-FILE
000710     RECORD CONTAINS 132 CHARACTERS.
000720 01  REPORT-LINE                     PIC X(132).
000730*
000740 FD  JOB-STAT-FILE
000750     RECORD CONTAINS 50 CHARACTERS.
000760 01  JOB-STAT-RECORD                 PIC X(50).
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800     COPY JOBSTAT.
000810*
000820     COPY HOLDCHK.
000830*
000840 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
000850 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
000860 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.
000870 77  WS-HOLD-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
000880 77  WS-HOLD-COUNT                   PIC 9(07) COMP VALUE ZERO.
000890 77  WS-DISPUTE-COUNT                PIC 9(07) COMP VALUE ZERO.
000900 77  WS-LEGAL-COUNT                  PIC 9(07) COMP VALUE ZERO.
000910 77  WS-ACTION-COUNT                 PIC 9(07) COMP VALUE ZERO.
000920 77  WS-RELEASED-ACTION-COUNT        PIC 9(07) COMP VALUE ZERO.
000930 77  WS-FIND-SUB                     PIC 9(03) COMP VALUE ZERO.
000940 77  WS-AGE-DAYS                     PIC 9(05) COMP VALUE ZERO.
000950 77  WS-CNV-SERIAL                   PIC 9(07) COMP.
000960 77  WS-RUN-SERIAL                   PIC 9(07) COMP.
000970 77  WS-PLACED-SERIAL                PIC 9(07) COMP.
000980 77  WS-LEAP-QUOTIENT                PIC 9(03) COMP.
000990 77  WS-LEAP-REMAINDER               PIC 9(03) COMP.
001000*
001010 01  WS-RPT-STATUS                   PIC X(02).
001020     88  WS-RPT-OK                   VALUE '00'.
001030*
001040 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001050     88  WS-EOF-YES                  VALUE 'Y'.
001060     88  WS-EOF-NO                   VALUE 'N'.
001070*
001080* SET BY 2100 WHEN THE HOLD KEY IS AMONG THE ACTIVE HOLDS;
001090* WS-FIND-SUB THEN POINTS AT THE TABLE ENTRY.
001100 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
001110     88  WS-FOUND                    VALUE 'Y'.
001120*
001130* WHICH PART OF THE REPORT IS PRINTING - THE COLUMN HEADING
001140* REPEATED ON A NEW PAGE FOLLOWS IT.
001150 01  WS-SECTION-SW                   PIC X(01) VALUE 'H'.
001160     88  WS-SECTION-HOLDS            VALUE 'H'.
001170     88  WS-SECTION-ACTIONS          VALUE 'A'.
001180*
001190 01  WS-CNV-DATE                     PIC 9(06).
001200 01  WS-CNV-DATE-R  REDEFINES WS-CNV-DATE.
001210     05  WS-CNV-YY                   PIC 9(02).
001220     05  WS-CNV-MM                   PIC 9(02).
001230     05  WS-CNV-DD                   PIC 9(02).
001240*
001250* A YYMMDD DATE EDITED AS MM/DD/YY BY 3200-EDIT-DATE.
001260 01  WS-PRT-DATE.
001270     05  WS-PRT-MM                   PIC 9(02).
001280     05  FILLER                      PIC X(01) VALUE '/'.
001290     05  WS-PRT-DD                   PIC 9(02).
001300     05  FILLER                      PIC X(01) VALUE '/'.
001310     05  WS-PRT-YY                   PIC 9(02).
001320*
001330* CUMULATIVE DAYS IN THE YEAR AHEAD OF EACH MONTH, JANUARY
001340* THROUGH DECEMBER, FOR A COMMON YEAR.  A LEAP-YEAR DATE PAST
001350* FEBRUARY GETS ONE DAY ADDED BY 3100-DATE-TO-SERIAL.
001360 01  WS-MONTH-DAYS-VALUES.
001370     05  FILLER                      PIC X(12) VALUE
001380             '000031059090'.
001390     05  FILLER                      PIC X(12) VALUE
001400             '120151181212'.
001410     05  FILLER                      PIC X(12) VALUE
001420             '243273304334'.
001430 01  WS-MONTH-DAYS-TABLE  REDEFINES WS-MONTH-DAYS-VALUES.
001440     05  WS-MONTH-DAYS  OCCURS 12 TIMES
001450                                     PIC 9(03).
001460*
001470 01  WS-RUN-DATE                     PIC 9(06).
001480 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
001490     05  WS-RUN-YY                   PIC 9(02).
001500     05  WS-RUN-MM                   PIC 9(02).
001510     05  WS-RUN-DD                   PIC 9(02).
001520*
001530 01  WS-HEADING-1.
001540     05  FILLER                      PIC X(01) VALUE SPACE.
001550     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
001560     05  WS-H1-MM                    PIC 9(02).
001570     05  FILLER                      PIC X(01) VALUE '/'.
001580     05  WS-H1-DD                    PIC 9(02).
001590     05  FILLER                      PIC X(01) VALUE '/'.
001600     05  WS-H1-YY                    PIC 9(02).
001610     05  FILLER                      PIC X(12) VALUE SPACES.
001620     05  FILLER                      PIC X(30) VALUE
001630             'DISPUTE AND LEGAL HOLD REPORT'.
001640     05  FILLER                      PIC X(09) VALUE SPACES.
001650     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001660     05  WS-H1-PAGE                  PIC ZZZZ9.
001670     05  FILLER                      PIC X(52) VALUE SPACES.
001680*
001690 01  WS-HEADING-2-HOLDS.
001700     05  FILLER                      PIC X(01) VALUE SPACE.
001710     05  FILLER                      PIC X(19) VALUE 'HOLD ON'.
001720     05  FILLER                      PIC X(09) VALUE 'TYPE'.
001730     05  FILLER                      PIC X(10) VALUE 'PLACED'.
001740     05  FILLER                      PIC X(05) VALUE 'BY'.
001750     05  FILLER                      PIC X(10) VALUE 'RELEASE'.
001760     05  FILLER                      PIC X(09) VALUE '   DAYS'.
001770     05  FILLER                      PIC X(09) VALUE 'BLOCKED'.
001780     05  FILLER                      PIC X(30) VALUE
001790             'REQUESTED BY / REASON'.
001800     05  FILLER                      PIC X(30) VALUE SPACES.
001810*
001820 01  WS-HEADING-2-ACTIONS.
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  FILLER                      PIC X(10) VALUE 'DATE'.
001850     05  FILLER                      PIC X(10) VALUE 'PROGRAM'.
001860     05  FILLER                      PIC X(19) VALUE 'HOLD ON'.
001870     05  FILLER                      PIC X(32) VALUE
001880             'ACTION NOT TAKEN'.
001890     05  FILLER                      PIC X(27) VALUE 'DETAIL'.
001900     05  FILLER                      PIC X(33) VALUE SPACES.
001910*
001920 01  WS-SECTION-LINE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  WS-SECTION-TITLE            PIC X(50).
001950     05  FILLER                      PIC X(81) VALUE SPACES.
001960*
001970 01  WS-HOLD-LINE.
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  WS-HL-NAME                  PIC X(17).
002000     05  FILLER                      PIC X(02) VALUE SPACES.
002010     05  WS-HL-TYPE                  PIC X(07).
002020     05  FILLER                      PIC X(02) VALUE SPACES.
002030     05  WS-HL-PLACED                PIC X(08).
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  WS-HL-PLACED-BY             PIC X(03).
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002070     05  WS-HL-RELEASE               PIC X(08).
002080     05  FILLER                      PIC X(02) VALUE SPACES.
002090     05  WS-HL-AGE                   PIC ZZZZ9.
002100     05  FILLER                      PIC X(04) VALUE SPACES.
002110     05  WS-HL-BLOCKED               PIC ZZZZ9.
002120     05  FILLER                      PIC X(04) VALUE SPACES.
002130     05  WS-HL-REQUESTER             PIC X(30).
002140     05  FILLER                      PIC X(30) VALUE SPACES.
002150*
002160 01  WS-REASON-LINE.
002170     05  FILLER                      PIC X(72) VALUE SPACES.
002180     05  WS-RL-REASON                PIC X(40).
002190     05  FILLER                      PIC X(20) VALUE SPACES.
002200*
002210 01  WS-ACTION-LINE.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  WS-AL-DATE                  PIC X(08).
002240     05  FILLER                      PIC X(02) VALUE SPACES.
002250     05  WS-AL-PROGRAM               PIC X(08).
002260     05  FILLER                      PIC X(02) VALUE SPACES.
002270     05  WS-AL-NAME                  PIC X(17).
002280     05  FILLER                      PIC X(02) VALUE SPACES.
002290     05  WS-AL-ACTION                PIC X(30).
002300     05  FILLER                      PIC X(02) VALUE SPACES.
002310     05  WS-AL-DETAIL                PIC X(27).
002320     05  FILLER                      PIC X(33) VALUE SPACES.
002330*
002340 01  WS-SUBTOTAL-LINE.
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  WS-SUB-LABEL                PIC X(34).
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  WS-SUB-COUNT                PIC ZZZZZZ9.
002390     05  FILLER                      PIC X(89) VALUE SPACES.
002400*
002410 PROCEDURE DIVISION.
002420*
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     IF NOT WS-LG-FAILED
002460         PERFORM 2000-COUNT-BLOCKED-ACTIONS THRU 2000-EXIT
002470         PERFORM 3000-LIST-ACTIVE-HOLDS THRU 3000-EXIT
002480         PERFORM 4000-LIST-BLOCKED-ACTIONS THRU 4000-EXIT
002490     END-IF.
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510     STOP RUN.
002520*
002530* LOADS THE HOLDS NOW IN FORCE - THE SAME TEST EVERY PURGE
002540* APPLIES - SO THE REPORT AGREES WITH WHAT THE JOBS HONORED.
002550 1000-INITIALIZE.
002560     OPEN OUTPUT REPORT-FILE.
002570     ACCEPT WS-RUN-DATE FROM DATE.
002580     MOVE 'HOLDRPT' TO WS-JS-JOB-NAME.
002590     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
002600     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
002610     MOVE WS-RUN-DATE TO WS-CNV-DATE.
002620     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
002630     MOVE WS-CNV-SERIAL TO WS-RUN-SERIAL.
002640     MOVE 'HOLDRPT' TO WS-LG-PROGRAM.
002650     PERFORM 9600-LOAD-ACTIVE-HOLDS THRU 9600-EXIT.
002660     PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT.
002670     IF WS-LG-FAILED
002680         MOVE 'HOLD FILE LGLHOLD NOT READABLE - NO HOLDS REPORTED'
002690             TO WS-SECTION-TITLE
002700         WRITE REPORT-LINE FROM WS-SECTION-LINE
002710             AFTER ADVANCING 2 LINES
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750*
002760*****************************************************************
002770* 2000 SERIES - BLOCKED-ACTION COUNTS.
002780*****************************************************************
002790* A FIRST PASS OVER HOLDACT COUNTS THE ACTIONS EACH ACTIVE HOLD
002800* HAS BLOCKED, SO THE HOLD LIST CAN CARRY THE COUNT.
002810 2000-COUNT-BLOCKED-ACTIONS.
002820     OPEN INPUT HOLD-ACTION-FILE.
002830     IF NOT WS-LG-ACT-OK
002840         GO TO 2000-EXIT
002850     END-IF.
002860     MOVE 'N' TO WS-EOF-SW.
002870     PERFORM 2010-COUNT-ONE-ACTION THRU 2010-EXIT
002880         UNTIL WS-EOF-YES.
002890     CLOSE HOLD-ACTION-FILE.
002900 2000-EXIT.
002910     EXIT.
002920*
002930 2010-COUNT-ONE-ACTION.
002940     READ HOLD-ACTION-FILE INTO WS-LGA-RECORD
002950         AT END
002960             SET WS-EOF-YES TO TRUE
002970             GO TO 2010-EXIT
002980     END-READ.
002990     PERFORM 2100-FIND-HOLD-ENTRY THRU 2100-EXIT.
003000     IF WS-FOUND
003010         ADD 1 TO WS-LGT-BLOCKED(WS-FIND-SUB)
003020     ELSE
003030         ADD 1 TO WS-RELEASED-ACTION-COUNT
003040     END-IF.
003050 2010-EXIT.
003060     EXIT.
003070*
003080* LOOKS UP WS-LGA-HOLD-KEY AMONG THE ACTIVE HOLDS.
003090 2100-FIND-HOLD-ENTRY.
003100     MOVE 'N' TO WS-FOUND-SW.
003110     PERFORM 2110-TEST-ONE-ENTRY THRU 2110-EXIT
003120         VARYING WS-FIND-SUB FROM 1 BY 1
003130         UNTIL WS-FIND-SUB > WS-LG-COUNT
003140            OR WS-FOUND.
003150     IF WS-FOUND
003160         SUBTRACT 1 FROM WS-FIND-SUB
003170     END-IF.
003180 2100-EXIT.
003190     EXIT.
003200*
003210 2110-TEST-ONE-ENTRY.
003220     IF WS-LGT-HOLD-KEY(WS-FIND-SUB) = WS-LGA-HOLD-KEY
003230         SET WS-FOUND TO TRUE
003240     END-IF.
003250 2110-EXIT.
003260     EXIT.
003270*
003280* STARTS A NEW REPORT PAGE - PAGE HEADING FOLLOWED BY THE
003290* COLUMN HEADING OF THE SECTION NOW PRINTING.
003300 2900-PRINT-HEADINGS.
003310     ADD 1 TO WS-PAGE-COUNT.
003320     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
003330     MOVE WS-RUN-MM TO WS-H1-MM.
003340     MOVE WS-RUN-DD TO WS-H1-DD.
003350     MOVE WS-RUN-YY TO WS-H1-YY.
003360     IF WS-PAGE-COUNT = 1
003370         WRITE REPORT-LINE FROM WS-HEADING-1
003380             AFTER ADVANCING 1 LINE
003390     ELSE
003400         WRITE REPORT-LINE FROM WS-HEADING-1
003410             AFTER ADVANCING PAGE
003420     END-IF.
003430     MOVE ZERO TO WS-LINE-COUNT.
003440     IF WS-LG-FAILED
003450         GO TO 2900-EXIT
003460     END-IF.
003470     IF WS-SECTION-HOLDS
003480         WRITE REPORT-LINE FROM WS-HEADING-2-HOLDS
003490             AFTER ADVANCING 2 LINES
003500     ELSE
003510         WRITE REPORT-LINE FROM WS-HEADING-2-ACTIONS
003520             AFTER ADVANCING 2 LINES
003530     END-IF.
003540 2900-EXIT.
003550     EXIT.
003560*
003570*****************************************************************
003580* 3000 SERIES - THE HOLDS IN FORCE.
003590*****************************************************************
003600* READS LGLHOLD IN KEY ORDER AND PRINTS EACH HOLD IN FORCE.
003610 3000-LIST-ACTIVE-HOLDS.
003620     IF WS-LG-COUNT = ZERO
003630         MOVE 'NO HOLDS IN FORCE' TO WS-SECTION-TITLE
003640         WRITE REPORT-LINE FROM WS-SECTION-LINE
003650             AFTER ADVANCING 2 LINES
003660         ADD 2 TO WS-LINE-COUNT
003670         GO TO 3000-EXIT
003680     END-IF.
003690     OPEN INPUT LEGAL-HOLD-FILE.
003700     IF NOT WS-LG-HOLD-OK
003710         GO TO 3000-EXIT
003720     END-IF.
003730     MOVE 'N' TO WS-EOF-SW.
003740     PERFORM 3010-LIST-ONE-HOLD THRU 3010-EXIT
003750         UNTIL WS-EOF-YES.
003760     CLOSE LEGAL-HOLD-FILE.
003770 3000-EXIT.
003780     EXIT.
003790*
003800 3010-LIST-ONE-HOLD.
003810     READ LEGAL-HOLD-FILE NEXT RECORD
003820         AT END
003830             SET WS-EOF-YES TO TRUE
003840             GO TO 3010-EXIT
003850     END-READ.
003860     ADD 1 TO WS-HOLD-READ-COUNT.
003870     MOVE LEGAL-HOLD-RECORD TO WS-LGH-RECORD.
003880     PERFORM 9610-TEST-ACTIVE-HOLD THRU 9610-EXIT.
003890     IF NOT WS-LG-ACTIVE
003900         GO TO 3010-EXIT
003910     END-IF.
003920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003930         PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT
003940     END-IF.
003950     ADD 1 TO WS-HOLD-COUNT.
003960     IF WS-LGH-LEGAL
003970         ADD 1 TO WS-LEGAL-COUNT
003980         MOVE 'LEGAL' TO WS-HL-TYPE
003990     ELSE
004000         ADD 1 TO WS-DISPUTE-COUNT
004010         MOVE 'DISPUTE' TO WS-HL-TYPE
004020     END-IF.
004030     MOVE WS-LGH-KEY TO WS-LGA-HOLD-KEY.
004040     PERFORM 2100-FIND-HOLD-ENTRY THRU 2100-EXIT.
004050     MOVE ZERO TO WS-HL-BLOCKED.
004060     IF WS-FOUND
004070         MOVE WS-FIND-SUB TO WS-LG-HIT-SUB
004080         PERFORM 9650-NAME-HIT-HOLD THRU 9650-EXIT
004090         MOVE WS-LG-HOLD-NAME TO WS-HL-NAME
004100         MOVE WS-LGT-BLOCKED(WS-FIND-SUB) TO WS-HL-BLOCKED
004110     ELSE
004120         MOVE WS-LGH-KEY TO WS-HL-NAME
004130     END-IF.
004140     MOVE WS-LGH-PLACED-DATE TO WS-CNV-DATE.
004150     PERFORM 3200-EDIT-DATE THRU 3200-EXIT.
004160     MOVE WS-PRT-DATE TO WS-HL-PLACED.
004170     MOVE WS-LGH-PLACED-BY TO WS-HL-PLACED-BY.
004180     IF WS-LGH-RELEASE-DATE NUMERIC
004190         AND WS-LGH-RELEASE-DATE > ZERO
004200         MOVE WS-LGH-RELEASE-DATE TO WS-CNV-DATE
004210         PERFORM 3200-EDIT-DATE THRU 3200-EXIT
004220         MOVE WS-PRT-DATE TO WS-HL-RELEASE
004230     ELSE
004240         MOVE 'OPEN' TO WS-HL-RELEASE
004250     END-IF.
004260     PERFORM 3300-AGE-THIS-HOLD THRU 3300-EXIT.
004270     MOVE WS-AGE-DAYS TO WS-HL-AGE.
004280     MOVE WS-LGH-REQUESTER TO WS-HL-REQUESTER.
004290     MOVE WS-LGH-REASON TO WS-RL-REASON.
004300     WRITE REPORT-LINE FROM WS-HOLD-LINE
004310         AFTER ADVANCING 2 LINES.
004320     WRITE REPORT-LINE FROM WS-REASON-LINE
004330         AFTER ADVANCING 1 LINE.
004340     ADD 3 TO WS-LINE-COUNT.
004350 3010-EXIT.
004360     EXIT.
004370*
004380* CONVERTS WS-CNV-DATE (YYMMDD, YEARS 2000-2099) TO THE SERIAL
004390* DAY NUMBER IN WS-CNV-SERIAL.  YEAR 2000 IS A LEAP YEAR, SO
004400* EVERY FOURTH YEAR IN THE WINDOW ADDS A DAY AND A LEAP-YEAR
004410* DATE PAST FEBRUARY GETS ONE MORE.
004420 3100-DATE-TO-SERIAL.
004430     DIVIDE WS-CNV-YY BY 4
004440         GIVING WS-LEAP-QUOTIENT
004450         REMAINDER WS-LEAP-REMAINDER.
004460     COMPUTE WS-CNV-SERIAL =
004470         (WS-CNV-YY * 365)
004480         + ((WS-CNV-YY + 3) / 4)
004490         + WS-MONTH-DAYS(WS-CNV-MM)
004500         + WS-CNV-DD.
004510     IF WS-LEAP-REMAINDER = ZERO AND WS-CNV-MM > 2
004520         ADD 1 TO WS-CNV-SERIAL
004530     END-IF.
004540 3100-EXIT.
004550     EXIT.
004560*
004570* EDITS WS-CNV-DATE AS MM/DD/YY.  AN UNREADABLE DATE PRINTS AS
004580* ZEROS RATHER THAN FAILING THE RUN.
004590 3200-EDIT-DATE.
004600     IF WS-CNV-DATE NOT NUMERIC
004610         MOVE ZERO TO WS-CNV-DATE
004620     END-IF.
004630     MOVE WS-CNV-MM TO WS-PRT-MM.
004640     MOVE WS-CNV-DD TO WS-PRT-DD.
004650     MOVE WS-CNV-YY TO WS-PRT-YY.
004660 3200-EXIT.
004670     EXIT.
004680*
004690* THE AGE OF A HOLD IS THE CALENDAR DAYS FROM ITS PLACING TO THE
004700* RUN DATE.  A HOLD WITH AN UNREADABLE PLACED DATE, OR ONE
004710* PLACED TODAY, AGES ZERO.
004720 3300-AGE-THIS-HOLD.
004730     MOVE ZERO TO WS-AGE-DAYS.
004740     IF WS-LGH-PLACED-DATE NOT NUMERIC
004750         GO TO 3300-EXIT
004760     END-IF.
004770     MOVE WS-LGH-PLACED-DATE TO WS-CNV-DATE.
004780     IF WS-CNV-MM < 1 OR WS-CNV-MM > 12
004790         GO TO 3300-EXIT
004800     END-IF.
004810     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
004820     MOVE WS-CNV-SERIAL TO WS-PLACED-SERIAL.
004830     IF WS-PLACED-SERIAL >= WS-RUN-SERIAL
004840         GO TO 3300-EXIT
004850     END-IF.
004860     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-PLACED-SERIAL.
004870 3300-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910* 4000 SERIES - THE ACTIONS THE HOLDS BLOCKED.
004920*****************************************************************
004930* A SECOND PASS OVER HOLDACT LISTS EVERY ACTION STANDING AGAINST
004940* A HOLD STILL IN FORCE, IN THE ORDER THE JOBS LOGGED THEM.
004950 4000-LIST-BLOCKED-ACTIONS.
004960     SET WS-SECTION-ACTIONS TO TRUE.
004970     PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT.
004980     OPEN INPUT HOLD-ACTION-FILE.
004990     IF NOT WS-LG-ACT-OK
005000         GO TO 4000-EXIT
005010     END-IF.
005020     MOVE 'N' TO WS-EOF-SW.
005030     PERFORM 4010-LIST-ONE-ACTION THRU 4010-EXIT
005040         UNTIL WS-EOF-YES.
005050     CLOSE HOLD-ACTION-FILE.
005060 4000-EXIT.
005070     EXIT.
005080*
005090 4010-LIST-ONE-ACTION.
005100     READ HOLD-ACTION-FILE INTO WS-LGA-RECORD
005110         AT END
005120             SET WS-EOF-YES TO TRUE
005130             GO TO 4010-EXIT
005140     END-READ.
005150     PERFORM 2100-FIND-HOLD-ENTRY THRU 2100-EXIT.
005160     IF NOT WS-FOUND
005170         GO TO 4010-EXIT
005180     END-IF.
005190     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005200         PERFORM 2900-PRINT-HEADINGS THRU 2900-EXIT
005210     END-IF.
005220     MOVE WS-LGA-DATE TO WS-CNV-DATE.
005230     PERFORM 3200-EDIT-DATE THRU 3200-EXIT.
005240     MOVE WS-PRT-DATE TO WS-AL-DATE.
005250     MOVE WS-LGA-PROGRAM TO WS-AL-PROGRAM.
005260     MOVE WS-FIND-SUB TO WS-LG-HIT-SUB.
005270     PERFORM 9650-NAME-HIT-HOLD THRU 9650-EXIT.
005280     MOVE WS-LG-HOLD-NAME TO WS-AL-NAME.
005290     MOVE WS-LGA-ACTION TO WS-AL-ACTION.
005300     MOVE WS-LGA-DETAIL TO WS-AL-DETAIL.
005310     WRITE REPORT-LINE FROM WS-ACTION-LINE
005320         AFTER ADVANCING 1 LINE.
005330     ADD 1 TO WS-LINE-COUNT.
005340     ADD 1 TO WS-ACTION-COUNT.
005350 4010-EXIT.
005360     EXIT.
005370*
005380 9000-TERMINATE.
005390     MOVE 'HOLDS IN FORCE:' TO WS-SUB-LABEL.
005400     MOVE WS-HOLD-COUNT TO WS-SUB-COUNT.
005410     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
005420         AFTER ADVANCING 2 LINES.
005430     MOVE '  DISPUTE HOLDS:' TO WS-SUB-LABEL.
005440     MOVE WS-DISPUTE-COUNT TO WS-SUB-COUNT.
005450     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
005460         AFTER ADVANCING 1 LINE.
005470     MOVE '  LEGAL HOLDS:' TO WS-SUB-LABEL.
005480     MOVE WS-LEGAL-COUNT TO WS-SUB-COUNT.
005490     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
005500         AFTER ADVANCING 1 LINE.
005510     MOVE 'ACTIONS BLOCKED BY HOLDS IN FORCE:' TO WS-SUB-LABEL.
005520     MOVE WS-ACTION-COUNT TO WS-SUB-COUNT.
005530     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
005540         AFTER ADVANCING 1 LINE.
005550     MOVE 'ACTIONS AGAINST RELEASED HOLDS:' TO WS-SUB-LABEL.
005560     MOVE WS-RELEASED-ACTION-COUNT TO WS-SUB-COUNT.
005570     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
005580         AFTER ADVANCING 1 LINE.
005590     CLOSE REPORT-FILE.
005600     MOVE WS-HOLD-READ-COUNT TO WS-JS-IN-COUNT.
005610     MOVE WS-HOLD-COUNT TO WS-JS-OUT-COUNT.
005620* A HOLD FILE THAT CANNOT BE READ IS AN EXCEPTION, NOT A CLEAN
005630* REPORT OF NO HOLDS.
005640     IF WS-LG-FAILED
005650         MOVE 'EXCPT' TO WS-JS-STATUS
005660         MOVE 8 TO RETURN-CODE
005670     ELSE
005680         MOVE 'OK' TO WS-JS-STATUS
005690     END-IF.
005700     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
005710 9000-EXIT.
005720     EXIT.
005730*
005740     COPY HOLDCHKP.
005750*
005760     COPY JOBSTATP.
