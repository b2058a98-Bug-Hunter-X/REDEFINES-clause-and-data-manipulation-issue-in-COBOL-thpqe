000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HOLDUTIL.
000030 AUTHOR. J-P DELACROIX.
000040 INSTALLATION. DAILY PROCESSING - BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED. 10/15/26.
000070*****************************************************************
000080* HOLDUTIL - OPERATOR MAINTENANCE UTILITY FOR THE LGLHOLD
000090* DISPUTE AND LEGAL HOLD FILE.
000100*
000110* WHEN A CUSTOMER DISPUTE OR A LEGAL REQUEST NAMES A RECORD, A
000120* HOLD IS PLACED ON IT HERE SO THAT NOTHING IN THE NIGHTLY
000130* CYCLE CAN MAKE IT DISAPPEAR - IDXARCH WILL NOT PURGE IT OR
000140* WRAP IT AWAY, AUDRPT WILL NOT ROLL ITS LOG LINES OFF THE LIVE
000141* LOG, TRNBLD SENDS A CHANGE OR CANCEL AGAINST IT TO SUSPENSE
000142* UNDER REASON 'LH', AND BACKOUT WILL NOT BACK IT OUT (SEE THE
000143* HOLDCHK COPY MEMBERS).  A HOLD NAMES EITHER ONE GENERATION AND
000144* SEQUENCE NUMBER OR A SOURCE KEY (EVERY SEQUENCE NUMBER THE KEY
000145* HAS BEEN GIVEN), AND CARRIES THE KIND OF HOLD (D DISPUTE, L
000146* LEGAL), THE REASON, THE REQUESTER, AND A RELEASE DATE (BLANK -
000150* UNTIL RELEASED HERE).  THE CONSOLE MENU LETS A SUPERVISOR:
000220*
000230*   1 - LIST THE HOLDS
000240*   2 - PLACE A HOLD
000250*   3 - CHANGE A HOLD'S REASON, REQUESTER OR RELEASE DATE
000260*   4 - RELEASE A HOLD
000270*   0 - QUIT
000280*
000290* A HOLD IS NEVER DELETED - A RELEASED HOLD STAYS ON FILE WITH
000300* STATUS R, SO THE HOLDRPT REPORT OF WHAT IT BLOCKED STAYS
000310* EXPLAINABLE, AND IT CAN BE PLACED AGAIN LATER.  EVERY CHANGE
000320* IS WRITTEN TO AUDITLOG (DATE, OPERATOR INITIALS, THE RECORD
000330* HELD, OLD AND NEW VALUES) BEFORE THE HOLD FILE IS TOUCHED,
000340* THE SAME RULE CTLUTIL FOLLOWS - NO AUDIT LINE, NO CHANGE.
000350*
000360*   MODIFICATION HISTORY
000370*   -------------------------------------------------------------
000380*   DATE       INIT  DESCRIPTION
000383*   10/15/26   JPD   ORIGINAL VERSION.
000386*   10/15/26   JPD   HEADER NOTES BACKOUT AMONG THE JOBS THAT
000390*                    HONOR A HOLD.
000400*****************************************************************
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LH-KEY
000530         FILE STATUS IS WS-LG-HOLD-STATUS.
000540*
000550     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-LOG-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620* THE HOLD LAYOUT IS IN THE HOLDCHK COPY MEMBER, SHARED WITH
000630* IDXARCH, AUDRPT, TRNBLD, BACKOUT AND HOLDRPT.
000640 FD  LEGAL-HOLD-FILE
000650     RECORD CONTAINS 120 CHARACTERS.
000660 01  LEGAL-HOLD-RECORD.
000670     05  LH-KEY                      PIC X(09).
000680     05  FILLER                      PIC X(111).
000690*
000700 FD  LOG-FILE.
000710 01  LOG-RECORD                      PIC X(132).
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750     COPY HOLDCHK.
000760*
000770 77  WS-LIST-COUNT                   PIC 9(05) COMP VALUE ZERO.
000780 77  WS-LIST-COUNT-D                 PIC 9(05).
000790 77  WS-OLD-REASON                   PIC X(40) VALUE SPACES.
000800 77  WS-OLD-REQUESTER                PIC X(30) VALUE SPACES.
000810 77  WS-OLD-RELEASE                  PIC 9(06) VALUE ZERO.
000820*
000830 01  WS-LOG-STATUS                   PIC X(02).
000840     88  WS-LOG-OK                   VALUE '00'.
000850*
000860 01  WS-DONE-SW                      PIC X(01) VALUE 'N'.
000870     88  WS-DONE-YES                 VALUE 'Y'.
000880*
000890 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000900     88  WS-EOF-YES                  VALUE 'Y'.
000910*
000920 01  WS-FOUND-SW                     PIC X(01) VALUE 'N'.
000930     88  WS-FOUND                    VALUE 'Y'.
000940*
000950 01  WS-DATE-OK-SW                   PIC X(01) VALUE 'Y'.
000960     88  WS-DATE-OK                  VALUE 'Y'.
000970*
000980 01  WS-AUDIT-OK-SW                  PIC X(01) VALUE 'N'.
000990     88  WS-AUDIT-OK                 VALUE 'Y'.
001000*
001010 01  WS-MENU-REPLY                   PIC X(01).
001020 01  WS-KEY-TYPE-REPLY               PIC X(01).
001030     88  WS-KEY-TYPE-SEQUENCE        VALUE 'S'.
001040     88  WS-KEY-TYPE-SOURCE-KEY      VALUE 'K'.
001050 01  WS-GEN-REPLY                    PIC X(03).
001060 01  WS-SEQ-REPLY                    PIC X(05).
001070 01  WS-SRC-KEY-REPLY                PIC X(05).
001080 01  WS-HOLD-TYPE-REPLY              PIC X(01).
001090     88  WS-HOLD-TYPE-VALID          VALUE 'D' 'L'.
001100 01  WS-REASON-REPLY                 PIC X(40).
001110 01  WS-REQUESTER-REPLY              PIC X(30).
001120 01  WS-RELEASE-REPLY                PIC X(06).
001130 01  WS-RELEASE-DATE                 PIC 9(06) VALUE ZERO.
001140 01  WS-RELEASE-DATE-R  REDEFINES WS-RELEASE-DATE.
001150     05  WS-REL-YY                   PIC 9(02).
001160     05  WS-REL-MM                   PIC 9(02).
001170     05  WS-REL-DD                   PIC 9(02).
001180 01  WS-OPERATOR-INITIALS            PIC X(03).
001190*
001200* THE HOLD KEY ASKED FOR, AND THE SAME RECORD AS IT IS NAMED ON
001210* EVERY AUDIT LINE - 'GEN=GGG SEQ=NNNNN' OR 'SRCKEY=KKKKK' - SO
001220* THE AUDRPT CLOSE-OUT CAN TELL WHICH LOG LINES A HOLD COVERS.
001230 01  WS-HOLD-KEY                     PIC X(09).
001240 01  WS-HOLD-NAME                    PIC X(17).
001250*
001260 01  WS-RUN-DATE                     PIC 9(06).
001270*
001280 PROCEDURE DIVISION.
001290*
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001330         UNTIL WS-DONE-YES.
001340     CLOSE LEGAL-HOLD-FILE.
001350     STOP RUN.
001360*
001370* A FIRST-EVER HOLD FILE IS CREATED IN PLACE, THE SAME STATUS-35
001380* CREATE-THEN-REOPEN SRCUTIL USES FOR THE SOURCE REGISTRY.
001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-DATE FROM DATE.
001410     OPEN I-O LEGAL-HOLD-FILE.
001420     IF WS-LG-HOLD-NOT-FOUND
001430         OPEN OUTPUT LEGAL-HOLD-FILE
001440         CLOSE LEGAL-HOLD-FILE
001450         OPEN I-O LEGAL-HOLD-FILE
001460     END-IF.
001470     IF NOT WS-LG-HOLD-OK
001480         DISPLAY 'LGLHOLD NOT AVAILABLE - STATUS='
001490             WS-LG-HOLD-STATUS
001500         STOP RUN
001510     END-IF.
001520     PERFORM 3000-LIST-HOLDS THRU 3000-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550*
001560 2000-PROCESS-ONE-COMMAND.
001570     DISPLAY ' '.
001580     DISPLAY 'HOLDUTIL - 1=LIST  2=PLACE  3=CHANGE  4=RELEASE  '
001590         '0=QUIT: '
001600         WITH NO ADVANCING.
001610     ACCEPT WS-MENU-REPLY.
001620     EVALUATE WS-MENU-REPLY
001630         WHEN '1'
001640             PERFORM 3000-LIST-HOLDS THRU 3000-EXIT
001650         WHEN '2'
001660             PERFORM 4000-PLACE-HOLD THRU 4000-EXIT
001670         WHEN '3'
001680             PERFORM 4100-CHANGE-HOLD THRU 4100-EXIT
001690         WHEN '4'
001700             PERFORM 4200-RELEASE-HOLD THRU 4200-EXIT
001710         WHEN '0'
001720             SET WS-DONE-YES TO TRUE
001730         WHEN OTHER
001740             DISPLAY 'UNRECOGNIZED OPTION - NO CHANGE MADE'
001750     END-EVALUATE.
001760 2000-EXIT.
001770     EXIT.
001780*
001790* OPTION 1 - SHOWS EVERY HOLD, SEQUENCE HOLDS FIRST, WITH ITS
001800* STATUS (A ACTIVE, R RELEASED) AND RELEASE DATE.
001810 3000-LIST-HOLDS.
001820     MOVE ZERO TO WS-LIST-COUNT.
001830     MOVE 'N' TO WS-EOF-SW.
001840     MOVE LOW-VALUES TO LH-KEY.
001850     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-KEY
001860         INVALID KEY
001870             SET WS-EOF-YES TO TRUE
001880     END-START.
001890     DISPLAY 'HOLD              T ST PLACED RELEASE REQUESTER'.
001900     PERFORM 3010-LIST-ONE-HOLD THRU 3010-EXIT
001910         UNTIL WS-EOF-YES.
001920     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-D.
001930     DISPLAY 'HOLDS ON FILE: ' WS-LIST-COUNT-D.
001940 3000-EXIT.
001950     EXIT.
001960*
001970 3010-LIST-ONE-HOLD.
001980     READ LEGAL-HOLD-FILE NEXT RECORD
001990         AT END
002000             SET WS-EOF-YES TO TRUE
002010             GO TO 3010-EXIT
002020     END-READ.
002030     ADD 1 TO WS-LIST-COUNT.
002040     MOVE LEGAL-HOLD-RECORD TO WS-LGH-RECORD.
002050     PERFORM 5400-NAME-HOLD THRU 5400-EXIT.
002060     DISPLAY WS-HOLD-NAME ' ' WS-LGH-HOLD-TYPE ' '
002070         WS-LGH-STATUS '  ' WS-LGH-PLACED-DATE ' '
002080         WS-LGH-RELEASE-DATE ' ' WS-LGH-REQUESTER.
002090     DISPLAY '                  REASON: ' WS-LGH-REASON.
002100 3010-EXIT.
002110     EXIT.
002120*
002130* OPTION 2 - PLACES A HOLD.  A HOLD ALREADY ACTIVE ON THE SAME
002140* RECORD IS LEFT AS IT IS; A RELEASED ONE IS PLACED AGAIN WITH
002150* THE NEW DETAILS.
002160 4000-PLACE-HOLD.
002170     PERFORM 5200-ACCEPT-HOLD-KEY THRU 5200-EXIT.
002180     IF WS-HOLD-KEY = SPACES
002190         GO TO 4000-EXIT
002200     END-IF.
002210     IF WS-FOUND AND WS-LGH-ACTIVE
002220         DISPLAY 'HOLD ' WS-HOLD-NAME
002230             ' IS ALREADY ACTIVE - NO CHANGE MADE'
002240         GO TO 4000-EXIT
002250     END-IF.
002260     DISPLAY 'HOLD TYPE (D=DISPUTE, L=LEGAL): ' WITH NO ADVANCING.
002270     MOVE SPACE TO WS-HOLD-TYPE-REPLY.
002280     ACCEPT WS-HOLD-TYPE-REPLY.
002290     IF NOT WS-HOLD-TYPE-VALID
002300         DISPLAY 'HOLD TYPE MUST BE D OR L - NO CHANGE MADE'
002310         GO TO 4000-EXIT
002320     END-IF.
002330     DISPLAY 'HOLD REASON: ' WITH NO ADVANCING.
002340     MOVE SPACES TO WS-REASON-REPLY.
002350     ACCEPT WS-REASON-REPLY.
002360     DISPLAY 'REQUESTED BY: ' WITH NO ADVANCING.
002370     MOVE SPACES TO WS-REQUESTER-REPLY.
002380     ACCEPT WS-REQUESTER-REPLY.
002390     IF WS-REASON-REPLY = SPACES OR WS-REQUESTER-REPLY = SPACES
002400         DISPLAY 'REASON AND REQUESTER ARE REQUIRED - '
002410             'NO CHANGE MADE'
002420         GO TO 4000-EXIT
002430     END-IF.
002440     PERFORM 5300-ACCEPT-RELEASE-DATE THRU 5300-EXIT.
002450     IF NOT WS-DATE-OK
002460         GO TO 4000-EXIT
002470     END-IF.
002480     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
002490     MOVE SPACES TO LOG-RECORD.
002500     STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
002510         ' PLACED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
002520         ' TYPE=' WS-HOLD-TYPE-REPLY
002530         ' RELEASE=' WS-RELEASE-DATE
002540         ' REQUESTER=' WS-REQUESTER-REPLY
002550         DELIMITED BY SIZE INTO LOG-RECORD.
002560     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
002570     IF NOT WS-AUDIT-OK
002580         GO TO 4000-EXIT
002590     END-IF.
002600     MOVE SPACES TO LOG-RECORD.
002610     STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
002620         ' PLACED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
002630         ' REASON=' WS-REASON-REPLY
002640         DELIMITED BY SIZE INTO LOG-RECORD.
002650     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
002660     IF NOT WS-AUDIT-OK
002670         GO TO 4000-EXIT
002680     END-IF.
002690     MOVE SPACES TO WS-LGH-RECORD.
002700     MOVE WS-HOLD-KEY TO WS-LGH-KEY.
002710     MOVE WS-HOLD-TYPE-REPLY TO WS-LGH-HOLD-TYPE.
002720     MOVE WS-REASON-REPLY TO WS-LGH-REASON.
002730     MOVE WS-REQUESTER-REPLY TO WS-LGH-REQUESTER.
002740     MOVE WS-RUN-DATE TO WS-LGH-PLACED-DATE.
002750     MOVE WS-OPERATOR-INITIALS TO WS-LGH-PLACED-BY.
002760     MOVE WS-RELEASE-DATE TO WS-LGH-RELEASE-DATE.
002770     SET WS-LGH-ACTIVE TO TRUE.
002780     MOVE WS-RUN-DATE TO WS-LGH-CHANGED-DATE.
002790     MOVE WS-OPERATOR-INITIALS TO WS-LGH-CHANGED-BY.
002800     MOVE WS-LGH-RECORD TO LEGAL-HOLD-RECORD.
002810     IF WS-FOUND
002820         REWRITE LEGAL-HOLD-RECORD
002830             INVALID KEY
002840                 DISPLAY 'LGLHOLD REWRITE FAILED - STATUS='
002850                     WS-LG-HOLD-STATUS
002860                 GO TO 4000-EXIT
002870         END-REWRITE
002880     ELSE
002890         WRITE LEGAL-HOLD-RECORD
002900             INVALID KEY
002910                 DISPLAY 'LGLHOLD WRITE FAILED - STATUS='
002920                     WS-LG-HOLD-STATUS
002930                 GO TO 4000-EXIT
002940         END-WRITE
002950     END-IF.
002960     DISPLAY 'HOLD ' WS-HOLD-NAME ' PLACED'.
002970 4000-EXIT.
002980     EXIT.
002990*
003000* OPTION 3 - CHANGES THE REASON, REQUESTER AND/OR RELEASE DATE
003010* OF AN ACTIVE HOLD.  A BLANK REPLY KEEPS THE VALUE ON FILE.
003020 4100-CHANGE-HOLD.
003030     PERFORM 5200-ACCEPT-HOLD-KEY THRU 5200-EXIT.
003040     IF WS-HOLD-KEY = SPACES
003050         GO TO 4100-EXIT
003060     END-IF.
003070     IF NOT WS-FOUND OR NOT WS-LGH-ACTIVE
003080         DISPLAY 'NO ACTIVE HOLD ' WS-HOLD-NAME
003090             ' - NO CHANGE MADE'
003100         GO TO 4100-EXIT
003110     END-IF.
003120     MOVE WS-LGH-REASON TO WS-OLD-REASON.
003130     MOVE WS-LGH-REQUESTER TO WS-OLD-REQUESTER.
003140     MOVE WS-LGH-RELEASE-DATE TO WS-OLD-RELEASE.
003150     DISPLAY 'CURRENT REASON: ' WS-LGH-REASON.
003160     DISPLAY 'CURRENT REQUESTER: ' WS-LGH-REQUESTER
003170         ' RELEASE: ' WS-LGH-RELEASE-DATE.
003180     DISPLAY 'NEW REASON (BLANK = KEEP): ' WITH NO ADVANCING.
003190     MOVE SPACES TO WS-REASON-REPLY.
003200     ACCEPT WS-REASON-REPLY.
003210     IF WS-REASON-REPLY = SPACES
003220         MOVE WS-OLD-REASON TO WS-REASON-REPLY
003230     END-IF.
003240     DISPLAY 'NEW REQUESTER (BLANK = KEEP): ' WITH NO ADVANCING.
003250     MOVE SPACES TO WS-REQUESTER-REPLY.
003260     ACCEPT WS-REQUESTER-REPLY.
003270     IF WS-REQUESTER-REPLY = SPACES
003280         MOVE WS-OLD-REQUESTER TO WS-REQUESTER-REPLY
003290     END-IF.
003300     PERFORM 5300-ACCEPT-RELEASE-DATE THRU 5300-EXIT.
003310     IF NOT WS-DATE-OK
003320         GO TO 4100-EXIT
003330     END-IF.
003340     IF WS-RELEASE-REPLY = SPACES
003350         MOVE WS-OLD-RELEASE TO WS-RELEASE-DATE
003360     END-IF.
003370     IF WS-REASON-REPLY = WS-OLD-REASON
003380         AND WS-REQUESTER-REPLY = WS-OLD-REQUESTER
003390         AND WS-RELEASE-DATE = WS-OLD-RELEASE
003400         DISPLAY 'NOTHING CHANGED - NO CHANGE MADE'
003410         GO TO 4100-EXIT
003420     END-IF.
003430     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
003440     MOVE SPACES TO LOG-RECORD.
003450     STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003460         ' CHANGED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
003470         ' RELEASE OLD=' WS-OLD-RELEASE ' NEW=' WS-RELEASE-DATE
003480         ' REQUESTER OLD=' WS-OLD-REQUESTER
003490         DELIMITED BY SIZE INTO LOG-RECORD.
003500     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
003510     IF NOT WS-AUDIT-OK
003520         GO TO 4100-EXIT
003530     END-IF.
003540* A NEW REQUESTER OR REASON GETS ITS OWN LINE SO NEITHER THE OLD
003550* NOR THE NEW VALUE IS CUT SHORT.
003560     IF WS-REQUESTER-REPLY NOT = WS-OLD-REQUESTER
003570         MOVE SPACES TO LOG-RECORD
003580         STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003590             ' CHANGED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
003600             ' REQUESTER NEW=' WS-REQUESTER-REPLY
003610             DELIMITED BY SIZE INTO LOG-RECORD
003620         PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT
003630         IF NOT WS-AUDIT-OK
003640             GO TO 4100-EXIT
003650         END-IF
003660     END-IF.
003670     IF WS-REASON-REPLY NOT = WS-OLD-REASON
003680         MOVE SPACES TO LOG-RECORD
003690         STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003700             ' CHANGED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
003710             ' REASON OLD=' WS-OLD-REASON
003720             DELIMITED BY SIZE INTO LOG-RECORD
003730         PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT
003740         IF NOT WS-AUDIT-OK
003750             GO TO 4100-EXIT
003760         END-IF
003770         MOVE SPACES TO LOG-RECORD
003780         STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
003790             ' CHANGED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
003800             ' REASON NEW=' WS-REASON-REPLY
003810             DELIMITED BY SIZE INTO LOG-RECORD
003820         PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT
003830         IF NOT WS-AUDIT-OK
003840             GO TO 4100-EXIT
003850         END-IF
003860     END-IF.
003870     MOVE WS-REASON-REPLY TO WS-LGH-REASON.
003880     MOVE WS-REQUESTER-REPLY TO WS-LGH-REQUESTER.
003890     MOVE WS-RELEASE-DATE TO WS-LGH-RELEASE-DATE.
003900     MOVE WS-RUN-DATE TO WS-LGH-CHANGED-DATE.
003910     MOVE WS-OPERATOR-INITIALS TO WS-LGH-CHANGED-BY.
003920     MOVE WS-LGH-RECORD TO LEGAL-HOLD-RECORD.
003930     REWRITE LEGAL-HOLD-RECORD
003940         INVALID KEY
003950             DISPLAY 'LGLHOLD REWRITE FAILED - STATUS='
003960                 WS-LG-HOLD-STATUS
003970             GO TO 4100-EXIT
003980     END-REWRITE.
003990     DISPLAY 'HOLD ' WS-HOLD-NAME ' CHANGED'.
004000 4100-EXIT.
004010     EXIT.
004020*
004030* OPTION 4 - RELEASES AN ACTIVE HOLD AS OF TODAY.  THE RECORD
004040* GOES BACK UNDER THE NORMAL PURGE AND MAINTENANCE RULES FROM
004050* THE NEXT RUN OF EACH JOB.
004060 4200-RELEASE-HOLD.
004070     PERFORM 5200-ACCEPT-HOLD-KEY THRU 5200-EXIT.
004080     IF WS-HOLD-KEY = SPACES
004090         GO TO 4200-EXIT
004100     END-IF.
004110     IF NOT WS-FOUND OR NOT WS-LGH-ACTIVE
004120         DISPLAY 'NO ACTIVE HOLD ' WS-HOLD-NAME
004130             ' - NO CHANGE MADE'
004140         GO TO 4200-EXIT
004150     END-IF.
004160     DISPLAY 'REQUESTER: ' WS-LGH-REQUESTER.
004170     DISPLAY 'REASON: ' WS-LGH-REASON.
004180     PERFORM 5000-ACCEPT-INITIALS THRU 5000-EXIT.
004190     MOVE SPACES TO LOG-RECORD.
004200     STRING 'HOLDUTIL ' WS-RUN-DATE ' ' WS-OPERATOR-INITIALS
004210         ' RELEASED HOLD ' WS-HOLD-NAME DELIMITED BY '  '
004220         ' PLACED=' WS-LGH-PLACED-DATE
004230         ' BY=' WS-LGH-PLACED-BY
004240         ' REQUESTER=' WS-LGH-REQUESTER
004250         DELIMITED BY SIZE INTO LOG-RECORD.
004260     PERFORM 5100-WRITE-AUDIT-LINE THRU 5100-EXIT.
004270     IF NOT WS-AUDIT-OK
004280         GO TO 4200-EXIT
004290     END-IF.
004300     SET WS-LGH-RELEASED TO TRUE.
004310     MOVE WS-RUN-DATE TO WS-LGH-RELEASE-DATE.
004320     MOVE WS-RUN-DATE TO WS-LGH-CHANGED-DATE.
004330     MOVE WS-OPERATOR-INITIALS TO WS-LGH-CHANGED-BY.
004340     MOVE WS-LGH-RECORD TO LEGAL-HOLD-RECORD.
004350     REWRITE LEGAL-HOLD-RECORD
004360         INVALID KEY
004370             DISPLAY 'LGLHOLD REWRITE FAILED - STATUS='
004380                 WS-LG-HOLD-STATUS
004390             GO TO 4200-EXIT
004400     END-REWRITE.
004410     DISPLAY 'HOLD ' WS-HOLD-NAME ' RELEASED'.
004420 4200-EXIT.
004430     EXIT.
004440*
004450 5000-ACCEPT-INITIALS.
004460     DISPLAY 'OPERATOR INITIALS: '
004470         WITH NO ADVANCING.
004480     ACCEPT WS-OPERATOR-INITIALS.
004490     IF WS-OPERATOR-INITIALS = SPACES
004500         MOVE '???' TO WS-OPERATOR-INITIALS
004510     END-IF.
004520 5000-EXIT.
004530     EXIT.
004540*
004550* EVERY CHANGE EXTENDS THE SAME AUDITLOG CTLUTIL WRITES ITS
004560* OVERRIDES TO.  A LOG THAT CANNOT BE WRITTEN LEAVES WS-AUDIT-OK
004570* OFF AND THE CALLER MAKES NO CHANGE.
004580 5100-WRITE-AUDIT-LINE.
004590     MOVE 'N' TO WS-AUDIT-OK-SW.
004600     OPEN EXTEND LOG-FILE.
004610     IF NOT WS-LOG-OK
004620         OPEN OUTPUT LOG-FILE
004630     END-IF.
004640     IF NOT WS-LOG-OK
004650         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS='
004660             WS-LOG-STATUS ' - NO CHANGE MADE'
004670         GO TO 5100-EXIT
004680     END-IF.
004690     WRITE LOG-RECORD.
004700     CLOSE LOG-FILE.
004710     SET WS-AUDIT-OK TO TRUE.
004720 5100-EXIT.
004730     EXIT.
004740*
004750* ASKS WHAT THE HOLD NAMES - A GENERATION AND SEQUENCE NUMBER OR
004760* A SOURCE KEY - AND LOOKS IT UP.  WS-HOLD-KEY IS LEFT BLANK ON A
004770* BAD REPLY; WS-FOUND IS SET AND WS-LGH-RECORD HOLDS THE HOLD
004780* WHEN ONE IS ON FILE.
004790 5200-ACCEPT-HOLD-KEY.
004800     MOVE 'N' TO WS-FOUND-SW.
004810     MOVE SPACES TO WS-HOLD-KEY.
004820     MOVE SPACES TO WS-HOLD-NAME.
004830     DISPLAY 'HOLD ON (S=GENERATION AND SEQUENCE, K=SOURCE KEY): '
004840         WITH NO ADVANCING.
004850     MOVE SPACE TO WS-KEY-TYPE-REPLY.
004860     ACCEPT WS-KEY-TYPE-REPLY.
004870     MOVE SPACES TO WS-LGH-RECORD.
004880     EVALUATE TRUE
004890         WHEN WS-KEY-TYPE-SEQUENCE
004900             DISPLAY 'GENERATION (3 DIGITS): ' WITH NO ADVANCING
004910             MOVE SPACES TO WS-GEN-REPLY
004920             ACCEPT WS-GEN-REPLY
004930             DISPLAY 'SEQUENCE NUMBER (5 DIGITS): '
004940                 WITH NO ADVANCING
004950             MOVE SPACES TO WS-SEQ-REPLY
004960             ACCEPT WS-SEQ-REPLY
004970             IF WS-GEN-REPLY NOT NUMERIC
004980                 OR WS-SEQ-REPLY NOT NUMERIC
004990                 OR WS-SEQ-REPLY = '00000'
005000                 DISPLAY 'GENERATION AND SEQUENCE MUST BE '
005010                     'NUMERIC - NO CHANGE MADE'
005020                 GO TO 5200-EXIT
005030             END-IF
005040             SET WS-LGH-BY-SEQUENCE TO TRUE
005050             MOVE WS-GEN-REPLY TO WS-LGH-GEN
005060             MOVE WS-SEQ-REPLY TO WS-LGH-SEQ
005070         WHEN WS-KEY-TYPE-SOURCE-KEY
005080             DISPLAY 'SOURCE KEY: ' WITH NO ADVANCING
005090             MOVE SPACES TO WS-SRC-KEY-REPLY
005100             ACCEPT WS-SRC-KEY-REPLY
005110             IF WS-SRC-KEY-REPLY = SPACES
005120                 DISPLAY 'NO SOURCE KEY GIVEN - NO CHANGE MADE'
005130                 GO TO 5200-EXIT
005140             END-IF
005150             SET WS-LGH-BY-SOURCE-KEY TO TRUE
005160             MOVE WS-SRC-KEY-REPLY TO WS-LGH-SRC-KEY
005170         WHEN OTHER
005180             DISPLAY 'HOLD MUST BE ON S OR K - NO CHANGE MADE'
005190             GO TO 5200-EXIT
005200     END-EVALUATE.
005210     MOVE WS-LGH-KEY TO WS-HOLD-KEY.
005220     PERFORM 5400-NAME-HOLD THRU 5400-EXIT.
005230     MOVE WS-HOLD-KEY TO LH-KEY.
005240     READ LEGAL-HOLD-FILE
005250         INVALID KEY
005260             GO TO 5200-EXIT
005270     END-READ.
005280     MOVE LEGAL-HOLD-RECORD TO WS-LGH-RECORD.
005290     SET WS-FOUND TO TRUE.
005300 5200-EXIT.
005310     EXIT.
005320*
005330* ASKS FOR THE RELEASE DATE.  BLANK MEANS UNTIL RELEASED HERE
005340* (ZERO); ANYTHING ELSE MUST BE A YYMMDD DATE AFTER TODAY.
005350 5300-ACCEPT-RELEASE-DATE.
005360     SET WS-DATE-OK TO TRUE.
005370     MOVE ZERO TO WS-RELEASE-DATE.
005380     DISPLAY 'RELEASE DATE YYMMDD (BLANK = UNTIL RELEASED): '
005390         WITH NO ADVANCING.
005400     MOVE SPACES TO WS-RELEASE-REPLY.
005410     ACCEPT WS-RELEASE-REPLY.
005420     IF WS-RELEASE-REPLY = SPACES
005430         GO TO 5300-EXIT
005440     END-IF.
005450     IF WS-RELEASE-REPLY NOT NUMERIC
005460         MOVE 'N' TO WS-DATE-OK-SW
005470     ELSE
005480         MOVE WS-RELEASE-REPLY TO WS-RELEASE-DATE
005490         IF WS-REL-MM < 1 OR WS-REL-MM > 12
005500             OR WS-REL-DD < 1 OR WS-REL-DD > 31
005510             OR WS-RELEASE-DATE NOT > WS-RUN-DATE
005520             MOVE 'N' TO WS-DATE-OK-SW
005530         END-IF
005540     END-IF.
005550     IF NOT WS-DATE-OK
005560         DISPLAY 'RELEASE DATE MUST BE A YYMMDD DATE AFTER '
005570             'TODAY - NO CHANGE MADE'
005580     END-IF.
005590 5300-EXIT.
005600     EXIT.
005610*
005620* BUILDS THE PRINTABLE NAME OF THE HOLD IN WS-LGH-KEY.
005630 5400-NAME-HOLD.
005640     MOVE SPACES TO WS-HOLD-NAME.
005650     IF WS-LGH-BY-SEQUENCE
005660         STRING 'GEN=' WS-LGH-GEN ' SEQ=' WS-LGH-SEQ
005670             DELIMITED BY SIZE INTO WS-HOLD-NAME
005680     ELSE
005690         STRING 'SRCKEY=' WS-LGH-SRC-KEY
005700             DELIMITED BY SIZE INTO WS-HOLD-NAME
005710     END-IF.
005720 5400-EXIT.
005730     EXIT.
