000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SRCUTIL.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* SRCUTIL - OPERATOR MAINTENANCE UTILITY FOR THE SRCREG SOURCE
000090* SYSTEM REGISTRY.
000100*
000110* SRCREG LISTS EVERY REGIONAL SOURCE SYSTEM AUTHORIZED TO SEND A
000120* BATCH ON TRANSIN.  TRNBLD REFUSES (SUSPENDS UNDER REASON 'UA')
000130* A BATCH WHOSE HEADER NAMES A SOURCE THAT IS NOT ON THE
000140* REGISTRY OR IS INACTIVE, AND FEEDCHK REPORTS EVERY ACTIVE
000150* SOURCE THAT WAS DUE TO SEND TODAY AND DID NOT.  EACH ENTRY
000160* CARRIES THE SOURCE CODE, ITS STATUS (A ACTIVE, I INACTIVE), THE
000170* WEEKDAYS IT IS EXPECTED TO SEND (SEVEN Y/N FLAGS, MONDAY
000180* FIRST), THE REGION'S CONTACT NAME, AND WHEN AND BY WHOM IT WAS
000190* LAST CHANGED.  THE CONSOLE MENU LETS A SUPERVISOR:
000200*
000210*   1 - LIST THE REGISTRY
000220*   2 - ADD A SOURCE
000230*   3 - CHANGE A SOURCE'S EXPECTED DAYS OR CONTACT
000240*   4 - ACTIVATE OR DEACTIVATE A SOURCE
000250*   5 - ASSIGN A SOURCE TO A TRNBLD PROCESSING STREAM
000260*   0 - QUIT
000270*
000280* A SOURCE IS NEVER DELETED - A REGION THAT STOPS SENDING IS
000290* MADE INACTIVE, SO ITS HISTORY STAYS EXPLAINABLE.  EVERY CHANGE
000300* IS WRITTEN TO AUDITLOG (DATE, OPERATOR INITIALS, SOURCE, OLD
000310* AND NEW VALUES) BEFORE THE REGISTRY IS TOUCHED, THE SAME RULE
000320* CTLUTIL FOLLOWS - NO AUDIT LINE, NO CHANGE.
000330*
000340*   MODIFICATION HISTORY
000350*   -------------------------------------------------------------
000360*   DATE       INIT  DESCRIPTION
000370*   10/15/26   JPD   ORIGINAL VERSION.
000380*   10/15/26   JPD   PROCESSING STREAMS - EACH SOURCE NOW CARRIES
000390*                    THE TRNBLD STREAM (1-4) ITS BATCHES ARE
000400*                    SPLIT TO BY TRNSPLT FOR THE PARALLEL
000410*                    REGIONAL RUNS; BLANK MEANS STREAM 1.  OPTION
000420*                    5 ASSIGNS IT AND THE LIST SHOWS IT.
000430*****************************************************************
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SOURCE-REGISTRY-FILE ASSIGN TO 'SRCREG'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SR-SOURCE
000560         FILE STATUS IS WS-REG-STATUS.
000570*
000580     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-LOG-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650* THE REGISTRY LAYOUT IS SHARED WITH TRNBLD, FEEDCHK AND TRNSPLT.
000660 FD  SOURCE-REGISTRY-FILE.
000670 01  REG-RECORD.
000680     05  SR-SOURCE                   PIC X(08).
000690     05  SR-STATUS                   PIC X(01).
000700         88  SR-ACTIVE               VALUE 'A'.
000710         88  SR-INACTIVE             VALUE 'I'.
000720     05  SR-EXPECTED-DAYS.
000730         10  SR-DAY-FLAG  OCCURS 7 TIMES
000740                                     PIC X(01).
000750     05  SR-CONTACT                  PIC X(30).
000760     05  SR-ADDED-DATE               PIC 9(06).
000770     05  SR-CHANGED-DATE             PIC 9(06).
000780     05  SR-CHANGED-BY               PIC X(03).
000790     05  SR-STREAM                   PIC X(01).
000800         88  SR-STREAM-VALID         VALUE '1' THRU '4'.
000810     05  FILLER                      PIC X(18).
000820*
000830 FD  LOG-FILE.
000840 01  LOG-RECORD                      PIC X(132).
000850*
000860 WORKING-STORAGE SECTION.
000870*
000880 77  WS-LIST-COUNT                   PIC 9(05) COMP VALUE ZERO.
000890 77  WS-LIST-COUNT-D                 PIC 9(05).
000900 77  WS-DAY-SUB                      PIC 9(02) COMP VALUE ZERO.
000910 77  WS-OLD-STATUS                   PIC X(01) VALUE SPACE.
000920 77  WS-OLD-DAYS                     PIC X(07) VALUE SPACES.
000930 77  WS-OLD-CONTACT                  PIC X(30) VALUE SPACES.
000940 77  WS-OLD-STREAM                   PIC X(01) VALUE SPACE.
000950*
000960 01  WS-REG-STATUS                   PIC X(02).
000970     88  WS-REG-OK                   VALUE '00'.
000980     88  WS-REG-NOT-FOUND            VALUE '35'.
000990*
001000 01  WS-LOG-STATUS                   PIC X(02).
001010     88  WS-LOG-OK                   VALUE '00'.
001020*
001030 01  WS-DONE-SW                      PIC X(01) VALUE 'N'.
001040     88  WS-DONE-YES                 VALUE 'Y'.
001050*
001060 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001070     88  WS-EOF-YES                  VALUE 'Y'.
001080*
001090 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
001100     88  WS-FOUND                    VALUE 'Y'.
001110*
001120 01  WS-DAYS-OK-SW                   PIC X(01) VALUE 'Y'.
001130     88  WS-DAYS-OK                  VALUE 'Y'.
001140*
001150 01  WS-AUDIT-OK-SW                  PIC X(01) VALUE 'N'.
001160     88  WS-AUDIT-OK                 VALUE 'Y'.
001170*
001180 01  WS-MENU-REPLY                   PIC X(01).
001190 01  WS-SOURCE-REPLY                 PIC X(08).
001200 01  WS-STATUS-REPLY                 PIC X(01).
001210     88  WS-STATUS-VALID             VALUE 'A' 'I'.
001220 01  WS-STREAM-REPLY                 PIC X(01).
001230     88  WS-STREAM-REPLY-VALID       VALUE '1' THRU '4'.
001240 01  WS-CONTACT-REPLY                PIC X(30).
001250 01  WS-OPERATOR-INITIALS            PIC X(03).
001260*
001270* THE EXPECTED-DAYS REPLY - SEVEN Y/N FLAGS, MONDAY FIRST, THE
001280* SAME ORDER AS SR-EXPECTED-DAYS.
001290 01  WS-DAYS-REPLY.
001300     05  WS-DAYS-FLAG  OCCURS 7 TIMES
001310                                     PIC X(01).
001320*
001330 01  WS-RUN-DATE                     PIC 9(06).
001340*
001350 PROCEDURE DIVISION.
001360*
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001400         UNTIL WS-DONE-YES.
001410     CLOSE SOURCE-REGISTRY-FILE.
001420     STOP RUN.
001430*
001440* A FIRST-EVER REGISTRY IS CREATED IN PLACE, THE SAME STATUS-35
001450* CREATE-THEN-REOPEN TRNBLD USES FOR ITS KEYED FILES.
001460 1000-INITIALIZE.
001470     ACCEPT WS-RUN-DATE FROM DATE.
001480     OPEN I-O SOURCE-REGISTRY-FILE.
001490     IF WS-REG-NOT-FOUND
001500         OPEN OUTPUT SOURCE-REGISTRY-FILE
001510         CLOSE SOURCE-REGISTRY-FILE
001520         OPEN I-O SOURCE-REGISTRY-FILE
001530     END-IF.
001540     IF NOT WS-REG-OK
001550         DISPLAY 'SRCREG NOT AVAILABLE - STATUS=' WS-REG-STATUS
001560         STOP RUN
001570     END-IF.
001580     PERFORM 3000-LIST-REGISTRY THRU 3000-EXIT.
001590 1000-EXIT.
001600     EXIT.
001610*
001620 2000-PROCESS-ONE-COMMAND.
001630     DISPLAY ' '.
001640     DISPLAY 'SRCUTIL - 1=LIST  2=ADD  3=CHANGE  '
001650         '4=ACTIVATE/DEACTIVATE  5=STREAM  0=QUIT: '
001660         WITH NO ADVANCING.
001670     ACCEPT WS-MENU-REPLY.
001680     EVALUATE WS-MENU-REPLY
001690         WHEN '1'
001700             PERFORM 3000-LIST-REGISTRY THRU 3000-EXIT
001710         WHEN '2'
001720             PERFORM 4000-ADD-SOURCE THRU 4000-EXIT
001730         WHEN '3'
001740             PERFORM 4100-CHANGE-SOURCE THRU 4100-EXIT
001750         WHEN '4'
001760             PERFORM 4200-SET-SOURCE-STATUS THRU 4200-EXIT
001770         WHEN '5'
001780             PERFORM 4300-SET-SOURCE-STREAM THRU 4300-EXIT
001790         WHEN '0'
001800             SET WS-DONE-YES TO TRUE
001810         WHEN OTHER
001820             DISPLAY 'UNRECOGNIZED OPTION - NO CHANGE MADE'
001830     END-EVALUATE.
001840 2000-EXIT.
001850     EXIT.
001860*
001870* OPTION 1 - SHOWS EVERY REGISTRY ENTRY IN SOURCE ORDER.
001880 3000-LIST-REGISTRY.
001890     MOVE ZERO TO WS-LIST-COUNT.
001900     MOVE 'N' TO WS-EOF-SW.
001910     MOVE LOW-VALUES TO SR-SOURCE.
001920     START SOURCE-REGISTRY-FILE KEY IS NOT LESS THAN SR-SOURCE
001930         INVALID KEY
001940             SET WS-EOF-YES TO TRUE
001950     END-START.
001960     DISPLAY 'SOURCE   ST MTWTFSS STM CONTACT                    '
001970         '    CHANGED BY'.
001980     PERFORM 3010-LIST-ONE-ENTRY THRU 3010-EXIT
001990         UNTIL WS-EOF-YES.
002000     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-D.
002010     DISPLAY 'SOURCES ON THE REGISTRY: ' WS-LIST-COUNT-D.
002020 3000-EXIT.
002030     EXIT.
002040*
002050 3010-LIST-ONE-ENTRY.
002060     READ SOURCE-REGISTRY-FILE NEXT RECORD
002070         AT END
002080             SET WS-EOF-YES TO TRUE
002090             GO TO 3010-EXIT
002100     END-READ.
002110     ADD 1 TO WS-LIST-COUNT.
002120     DISPLAY SR-SOURCE ' ' SR-STATUS '  ' SR-EXPECTED-DAYS
002130         ' ' SR-STREAM '   '
002140         SR-CONTACT ' ' SR-CHANGED-DATE ' ' SR-CHANGED-BY.
002150 3010-EXIT.
002160     EXIT.
002170*
002180* OPTION 2 - ADDS A NEW SOURCE.  IT GOES ON ACTIVE; A SOURCE
002190* THAT IS NOT YET LIVE CAN BE MADE INACTIVE THROUGH OPTION 4.
002200 4000-ADD-SOURCE.
002210     PERFORM 5200-ACCEPT-SOURCE THRU 5200-EXIT.
002220     IF WS-SOURCE-REPLY = SPACES
002230         GO TO 4000-EXIT
002240     END-IF.
002250     IF WS-FOUND
002260         DISPLAY 'SOURCE ' WS-SOURCE-REPLY
002270             ' IS ALREADY ON THE REGISTRY - NO CHANGE MADE'
002280         GO TO 4000-EXIT
002290     END-IF.
002300     PERFORM 5300-ACCEPT-DAYS THRU 5300-EXIT.
002310     IF NOT WS-DAYS-OK OR WS-DAYS-REPLY = SPACES
002320         DISPLAY 'DAYS MUST BE 7 Y/N FLAGS - NO CHANGE MADE'
002330         GO TO 4000-EXIT
002340     END-IF.
002350     DISPLAY 'CONTACT NAME: ' WITH NO ADVANCING.
002360     MOVE SPACES TO WS-CONTACT-REPLY.
002370     ACCEPT WS-CONTACT-REPLY.
002380     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
002390     MOVE SPACES TO LOG-RECORD.
002400     STRING 'SRCUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
002410         ' ADDED SOURCE ' WS-SOURCE-REPLY
002420         ' STATUS=A DAYS=' WS-DAYS-REPLY
002430         ' CONTACT=' WS-CONTACT-REPLY
002440         DELIMITED BY SIZE INTO LOG-RECORD.
002450     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
002460     IF NOT WS-AUDIT-OK
002470         GO TO 4000-EXIT
002480     END-IF.
002490     MOVE SPACES TO REG-RECORD.
002500     MOVE WS-SOURCE-REPLY TO SR-SOURCE.
002510     SET SR-ACTIVE TO TRUE.
002520     MOVE WS-DAYS-REPLY TO SR-EXPECTED-DAYS.
002530     MOVE WS-CONTACT-REPLY TO SR-CONTACT.
002540     MOVE WS-RUN-DATE TO SR-ADDED-DATE.
002550     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
002560     MOVE WS-OPERATOR-INITIALS TO SR-CHANGED-BY.
002570     WRITE REG-RECORD
002580         INVALID KEY
002590             DISPLAY 'SRCREG WRITE FAILED - STATUS=' WS-REG-STATUS
002600             GO TO 4000-EXIT
002610     END-WRITE.
002620     DISPLAY 'SOURCE ' WS-SOURCE-REPLY ' ADDED'.
002630 4000-EXIT.
002640     EXIT.
002650*
002660* OPTION 3 - CHANGES THE EXPECTED DAYS AND/OR THE CONTACT.  A
002670* BLANK REPLY KEEPS THE VALUE ON FILE.
002680 4100-CHANGE-SOURCE.
002690     PERFORM 5200-ACCEPT-SOURCE THRU 5200-EXIT.
002700     IF WS-SOURCE-REPLY = SPACES
002710         GO TO 4100-EXIT
002720     END-IF.
002730     IF NOT WS-FOUND
002740         DISPLAY 'SOURCE ' WS-SOURCE-REPLY
002750             ' IS NOT ON THE REGISTRY - NO CHANGE MADE'
002760         GO TO 4100-EXIT
002770     END-IF.
002780     MOVE SR-EXPECTED-DAYS TO WS-OLD-DAYS.
002790     MOVE SR-CONTACT TO WS-OLD-CONTACT.
002800     DISPLAY 'CURRENT DAYS (MTWTFSS): ' SR-EXPECTED-DAYS
002810         ' CONTACT: ' SR-CONTACT.
002820     PERFORM 5300-ACCEPT-DAYS THRU 5300-EXIT.
002830     IF NOT WS-DAYS-OK
002840         DISPLAY 'DAYS MUST BE 7 Y/N FLAGS - NO CHANGE MADE'
002850         GO TO 4100-EXIT
002860     END-IF.
002870     IF WS-DAYS-REPLY = SPACES
002880         MOVE WS-OLD-DAYS TO WS-DAYS-REPLY
002890     END-IF.
002900     DISPLAY 'NEW CONTACT NAME (BLANK = KEEP): '
002910         WITH NO ADVANCING.
002920     MOVE SPACES TO WS-CONTACT-REPLY.
002930     ACCEPT WS-CONTACT-REPLY.
002940     IF WS-CONTACT-REPLY = SPACES
002950         MOVE WS-OLD-CONTACT TO WS-CONTACT-REPLY
002960     END-IF.
002970     IF WS-DAYS-REPLY = WS-OLD-DAYS
002980         AND WS-CONTACT-REPLY = WS-OLD-CONTACT
002990         DISPLAY 'NOTHING CHANGED - NO CHANGE MADE'
003000         GO TO 4100-EXIT
003010     END-IF.
003020     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
003030     MOVE SPACES TO LOG-RECORD.
003040     STRING 'SRCUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003050         ' CHANGED SOURCE ' WS-SOURCE-REPLY
003060         ' DAYS OLD=' WS-OLD-DAYS ' NEW=' WS-DAYS-REPLY
003070         ' CONTACT OLD=' WS-OLD-CONTACT
003080         DELIMITED BY SIZE INTO LOG-RECORD.
003090     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
003100     IF NOT WS-AUDIT-OK
003110         GO TO 4100-EXIT
003120     END-IF.
003130* THE NEW CONTACT GETS ITS OWN LINE SO NEITHER NAME IS CUT SHORT.
003140     IF WS-CONTACT-REPLY NOT = WS-OLD-CONTACT
003150         MOVE SPACES TO LOG-RECORD
003160         STRING 'SRCUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003170             ' CHANGED SOURCE ' WS-SOURCE-REPLY
003180             ' CONTACT NEW=' WS-CONTACT-REPLY
003190             DELIMITED BY SIZE INTO LOG-RECORD
003200         PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT
003210         IF NOT WS-AUDIT-OK
003220             GO TO 4100-EXIT
003230         END-IF
003240     END-IF.
003250     MOVE WS-DAYS-REPLY TO SR-EXPECTED-DAYS.
003260     MOVE WS-CONTACT-REPLY TO SR-CONTACT.
003270     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
003280     MOVE WS-OPERATOR-INITIALS TO SR-CHANGED-BY.
003290     REWRITE REG-RECORD
003300         INVALID KEY
003310             DISPLAY 'SRCREG REWRITE FAILED - STATUS='
003320                 WS-REG-STATUS
003330             GO TO 4100-EXIT
003340     END-REWRITE.
003350     DISPLAY 'SOURCE ' WS-SOURCE-REPLY ' CHANGED'.
003360 4100-EXIT.
003370     EXIT.
003380*
003390* OPTION 4 - MAKES A SOURCE ACTIVE OR INACTIVE.  AN INACTIVE
003400* SOURCE'S BATCHES ARE REFUSED BY TRNBLD AND IT IS NEVER
003410* REPORTED MISSING BY FEEDCHK.
003420 4200-SET-SOURCE-STATUS.
003430     PERFORM 5200-ACCEPT-SOURCE THRU 5200-EXIT.
003440     IF WS-SOURCE-REPLY = SPACES
003450         GO TO 4200-EXIT
003460     END-IF.
003470     IF NOT WS-FOUND
003480         DISPLAY 'SOURCE ' WS-SOURCE-REPLY
003490             ' IS NOT ON THE REGISTRY - NO CHANGE MADE'
003500         GO TO 4200-EXIT
003510     END-IF.
003520     MOVE SR-STATUS TO WS-OLD-STATUS.
003530     DISPLAY 'CURRENT STATUS: ' SR-STATUS
003540         '   NEW STATUS (A=ACTIVE, I=INACTIVE): '
003550         WITH NO ADVANCING.
003560     MOVE SPACE TO WS-STATUS-REPLY.
003570     ACCEPT WS-STATUS-REPLY.
003580     IF NOT WS-STATUS-VALID
003590         DISPLAY 'STATUS MUST BE A OR I - NO CHANGE MADE'
003600         GO TO 4200-EXIT
003610     END-IF.
003620     IF WS-STATUS-REPLY = WS-OLD-STATUS
003630         DISPLAY 'STATUS ALREADY ' WS-OLD-STATUS
003640             ' - NO CHANGE MADE'
003650         GO TO 4200-EXIT
003660     END-IF.
003670     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
003680     MOVE SPACES TO LOG-RECORD.
003690     STRING 'SRCUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003700         ' SET SOURCE ' WS-SOURCE-REPLY
003710         ' STATUS - OLD=' WS-OLD-STATUS ' NEW=' WS-STATUS-REPLY
003720         DELIMITED BY SIZE INTO LOG-RECORD.
003730     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
003740     IF NOT WS-AUDIT-OK
003750         GO TO 4200-EXIT
003760     END-IF.
003770     MOVE WS-STATUS-REPLY TO SR-STATUS.
003780     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
003790     MOVE WS-OPERATOR-INITIALS TO SR-CHANGED-BY.
003800     REWRITE REG-RECORD
003810         INVALID KEY
003820             DISPLAY 'SRCREG REWRITE FAILED - STATUS='
003830                 WS-REG-STATUS
003840             GO TO 4200-EXIT
003850     END-REWRITE.
003860     DISPLAY 'SOURCE ' WS-SOURCE-REPLY ' STATUS SET TO '
003870         WS-STATUS-REPLY.
003880 4200-EXIT.
003890     EXIT.
003900*
003910* OPTION 5 - ASSIGNS THE TRNBLD PROCESSING STREAM THE SOURCE'S
003920* BATCHES ARE SPLIT TO (SEE TRNSPLT).  A SOURCE NEVER ASSIGNED
003930* RUNS IN STREAM 1.  THE CHANGE TAKES EFFECT AT THE NEXT SPLIT.
003940 4300-SET-SOURCE-STREAM.
003950     PERFORM 5200-ACCEPT-SOURCE THRU 5200-EXIT.
003960     IF WS-SOURCE-REPLY = SPACES
003970         GO TO 4300-EXIT
003980     END-IF.
003990     IF NOT WS-FOUND
004000         DISPLAY 'SOURCE ' WS-SOURCE-REPLY
004010             ' IS NOT ON THE REGISTRY - NO CHANGE MADE'
004020         GO TO 4300-EXIT
004030     END-IF.
004040     MOVE SR-STREAM TO WS-OLD-STREAM.
004050     IF NOT SR-STREAM-VALID
004060         MOVE '1' TO WS-OLD-STREAM
004070     END-IF.
004080     DISPLAY 'CURRENT STREAM: ' WS-OLD-STREAM
004090         '   NEW STREAM (1-4): '
004100         WITH NO ADVANCING.
004110     MOVE SPACE TO WS-STREAM-REPLY.
004120     ACCEPT WS-STREAM-REPLY.
004130     IF NOT WS-STREAM-REPLY-VALID
004140         DISPLAY 'STREAM MUST BE 1 THRU 4 - NO CHANGE MADE'
004150         GO TO 4300-EXIT
004160     END-IF.
004170     IF WS-STREAM-REPLY = WS-OLD-STREAM
004180         DISPLAY 'STREAM ALREADY ' WS-OLD-STREAM
004190             ' - NO CHANGE MADE'
004200         GO TO 4300-EXIT
004210     END-IF.
004220     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
004230     MOVE SPACES TO LOG-RECORD.
004240     STRING 'SRCUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
004250         ' SET SOURCE ' WS-SOURCE-REPLY
004260         ' STREAM - OLD=' WS-OLD-STREAM ' NEW=' WS-STREAM-REPLY
004270         DELIMITED BY SIZE INTO LOG-RECORD.
004280     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
004290     IF NOT WS-AUDIT-OK
004300         GO TO 4300-EXIT
004310     END-IF.
004320     MOVE WS-STREAM-REPLY TO SR-STREAM.
004330     MOVE WS-RUN-DATE TO SR-CHANGED-DATE.
004340     MOVE WS-OPERATOR-INITIALS TO SR-CHANGED-BY.
004350     REWRITE REG-RECORD
004360         INVALID KEY
004370             DISPLAY 'SRCREG REWRITE FAILED - STATUS='
004380                 WS-REG-STATUS
004390             GO TO 4300-EXIT
004400     END-REWRITE.
004410     DISPLAY 'SOURCE ' WS-SOURCE-REPLY ' STREAM SET TO '
004420         WS-STREAM-REPLY.
004430 4300-EXIT.
004440     EXIT.
004450*
004460 5000-ACCEPT-INITIALS.
004470     DISPLAY 'OPERATOR INITIALS: '
004480         WITH NO ADVANCING.
004490     ACCEPT WS-OPERATOR-INITIALS.
004500     IF WS-OPERATOR-INITIALS = SPACES
004510         MOVE '???' TO WS-OPERATOR-INITIALS
004520     END-IF.
004530 5000-EXIT.
004540     EXIT.
004550*
004560* EVERY CHANGE EXTENDS THE SAME AUDITLOG CTLUTIL WRITES ITS
004570* OVERRIDES TO.  A LOG THAT CANNOT BE WRITTEN LEAVES WS-AUDIT-OK
004580* OFF AND THE CALLER MAKES NO CHANGE.
004590 5100-WRITE-AUDIT-LINE.
004600     MOVE 'N' TO WS-AUDIT-OK-SW.
004610     OPEN EXTEND LOG-FILE.
004620     IF NOT WS-LOG-OK
004630         OPEN OUTPUT LOG-FILE
004640     END-IF.
004650     IF NOT WS-LOG-OK
004660         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS='
004670             WS-LOG-STATUS ' - NO CHANGE MADE'
004680         GO TO 5100-EXIT
004690     END-IF.
004700     WRITE LOG-RECORD.
004710     CLOSE LOG-FILE.
004720     SET WS-AUDIT-OK TO TRUE.
004730 5100-EXIT.
004740     EXIT.
004750*
004760* ASKS FOR A SOURCE CODE AND LOOKS IT UP.  WS-FOUND IS SET AND
004770* REG-RECORD HOLDS THE ENTRY WHEN IT IS ON THE REGISTRY.
004780 5200-ACCEPT-SOURCE.
004790     MOVE 'N' TO WS-FOUND-SW.
004800     DISPLAY 'SOURCE SYSTEM CODE: ' WITH NO ADVANCING.
004810     MOVE SPACES TO WS-SOURCE-REPLY.
004820     ACCEPT WS-SOURCE-REPLY.
004830     IF WS-SOURCE-REPLY = SPACES
004840         DISPLAY 'NO SOURCE GIVEN - NO CHANGE MADE'
004850         GO TO 5200-EXIT
004860     END-IF.
004870     MOVE WS-SOURCE-REPLY TO SR-SOURCE.
004880     READ SOURCE-REGISTRY-FILE
004890         INVALID KEY
004900             GO TO 5200-EXIT
004910     END-READ.
004920     SET WS-FOUND TO TRUE.
004930 5200-EXIT.
004940     EXIT.
004950*
004960* ASKS FOR THE SEVEN EXPECTED-DAY FLAGS, MONDAY FIRST.  A BLANK
004970* REPLY IS LEFT BLANK FOR THE CALLER; ANYTHING ELSE MUST BE ALL
004980* Y OR N.
004990 5300-ACCEPT-DAYS.
005000     SET WS-DAYS-OK TO TRUE.
005010     DISPLAY 'EXPECTED DAYS - 7 Y/N FLAGS MON-SUN (YYYYYNN): '
005020         WITH NO ADVANCING.
005030     MOVE SPACES TO WS-DAYS-REPLY.
005040     ACCEPT WS-DAYS-REPLY.
005050     IF WS-DAYS-REPLY = SPACES
005060         GO TO 5300-EXIT
005070     END-IF.
005080     PERFORM 5310-CHECK-ONE-DAY THRU 5310-EXIT
005090         VARYING WS-DAY-SUB FROM 1 BY 1
005100         UNTIL WS-DAY-SUB > 7.
005110 5300-EXIT.
005120     EXIT.
005130*
005140 5310-CHECK-ONE-DAY.
005150     IF WS-DAYS-FLAG(WS-DAY-SUB) NOT = 'Y'
005160         AND WS-DAYS-FLAG(WS-DAY-SUB) NOT = 'N'
005170         MOVE 'N' TO WS-DAYS-OK-SW
005180     END-IF.
005190 5310-EXIT.
005200     EXIT.
