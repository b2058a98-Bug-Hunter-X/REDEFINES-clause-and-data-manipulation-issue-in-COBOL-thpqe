000352*                    START AND END RECORDS APPENDED TO JOBSTAT
000353*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000354*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000355*   10/15/26   JPD   CTLFILE NOW CARRIES THE BACKOUT JOB'S LAST
000356*                    BACK-OUT ANNOTATION; THE WRAP RESET STARTS
000357*                    THE NEW CYCLE WITH IT CLEARED.
000358*   10/15/26   JPD   DISPUTE AND LEGAL HOLDS - THE ACTIVE HOLDS
000359*                    ON LGLHOLD (SEE THE HOLDCHK COPY MEMBERS)
000360*                    ARE LOADED FIRST, A SOURCE-KEY HOLD
000361*                    RESOLVED THROUGH XREFFILE TO EVERY SEQUENCE
000362*                    NUMBER THE KEY WAS GIVEN (1100).  THE
000363*                    RETENTION PURGE SKIPS A HELD ENTRY (2400),
000364*                    AND THE WRAP RESET IS REFUSED WHILE A HELD
000365*                    ENTRY IS STILL ON IDXFILE (1200) - IDXFILE IS
000366*                    KEYED BY SEQUENCE ALONE, SO A HELD ENTRY
000367*                    COULD NOT SURVIVE THE RESTART.  EACH BLOCKED
000368*                    PURGE OR RESET GOES TO THE HOLDACT LOG FOR
000369*                    THE HOLDRPT REPORT.  HOLDS THAT CANNOT BE
000370*                    READ STOP THE RUN BEFORE ANYTHING IS
000371*                    ARCHIVED (JOBSTAT EXCPT, RETURN CODE 8).
000372*****************************************************************
000373*
000374 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000642     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000643         ORGANIZATION IS SEQUENTIAL
000644         FILE STATUS IS WS-JSTAT-STATUS.
000645*
000646     SELECT XREF-FILE ASSIGN TO 'XREFFILE'
000647         ORGANIZATION IS INDEXED
000648         ACCESS MODE IS DYNAMIC
000649         RECORD KEY IS XRF-KEY
000650         FILE STATUS IS WS-XREF-STATUS.
000651*
000652     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS LH-KEY
000656         FILE STATUS IS WS-LG-HOLD-STATUS.
000657*
000658     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
000659         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-LG-ACT-STATUS.
000661*
000662 DATA DIVISION.
000670 FILE SECTION.
000680*
000690 FD  INDEXED-FILE.
000890 01  CTL-RECORD.
000900     05  CTL-LAST-SEQ                PIC 9(05).
000901     05  CTL-GENERATION              PIC 9(03).
000902     05  CTL-BACKOUT-DATE            PIC X(06).
000903     05  CTL-BACKOUT-ACTION          PIC X(01).
000910     05  FILLER                      PIC X(05).
000920*
000930 FD  LOG-FILE.
000940 01  LOG-RECORD                      PIC X(132).
000950*
000960 FD  REPORT-FILE
000961     RECORD CONTAINS 132 CHARACTERS.
000962 01  REPORT-LINE                     PIC X(132).
000963*
000964 FD  JOB-STAT-FILE
000965     RECORD CONTAINS 50 CHARACTERS.
000966 01  JOB-STAT-RECORD                 PIC X(50).
000967*
000968* THE SOURCE-KEY CROSS-REFERENCE TRNBLD BUILDS - READ ONLY TO
000969* TURN A SOURCE-KEY HOLD INTO THE SEQUENCE NUMBERS IT COVERS.
000970 FD  XREF-FILE.
000971 01  XREF-RECORD.
000972     05  XRF-KEY.
000973         10  XRF-SRC-KEY             PIC X(05).
000974         10  XRF-RUN-DATE            PIC 9(06).
000975     05  XRF-SEQ                     PIC 9(05).
000976     05  XRF-GEN                     PIC 9(03).
000977     05  FILLER                      PIC X(01).
000978*
000979* THE DISPUTE AND LEGAL HOLD FILES - SEE THE HOLDCHK COPY
000980* MEMBERS.
000981 FD  LEGAL-HOLD-FILE
000982     RECORD CONTAINS 120 CHARACTERS.
000983 01  LEGAL-HOLD-RECORD.
000984     05  LH-KEY                      PIC X(09).
000985     05  FILLER                      PIC X(111).
000986*
000987 FD  HOLD-ACTION-FILE
000988     RECORD CONTAINS 80 CHARACTERS.
000989 01  HOLD-ACTION-RECORD              PIC X(80).
000990*
001000 WORKING-STORAGE SECTION.
001001*
001002     COPY JOBSTAT.
001004*
001006     COPY HOLDCHK.
001010*
001020 77  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
001030 77  WS-ARCHIVED-COUNT               PIC 9(07) COMP VALUE ZERO.
001130 77  WS-OLD-SEQ                      PIC 9(05) VALUE ZERO.
001131 77  WS-OLD-GEN                      PIC 9(03) VALUE ZERO.
001132 77  WS-NEW-GEN                      PIC 9(03) VALUE ZERO.
001133 77  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
001134 77  WS-BLOCKING-COUNT               PIC 9(05) COMP VALUE ZERO.
001135 77  WS-BLOCKING-COUNT-D             PIC 9(05).
001136 77  WS-KEY-HOLD-SUB                 PIC 9(03) COMP VALUE ZERO.
001137 77  WS-KEY-HOLD-LIMIT               PIC 9(03) COMP VALUE ZERO.
001140*
001150 01  WS-IDX-STATUS                   PIC X(02).
001160     88  WS-IDX-OK                   VALUE '00'.
001260     88  WS-LOG-OK                   VALUE '00'.
001270*
001280 01  WS-RPT-STATUS                   PIC X(02).
001281     88  WS-RPT-OK                   VALUE '00'.
001282*
001283 01  WS-XREF-STATUS                  PIC X(02).
001284     88  WS-XREF-OK                  VALUE '00'.
001285     88  WS-XREF-NOT-FOUND           VALUE '35'.
001286*
001287 01  WS-XSCAN-DONE-SW                PIC X(01) VALUE 'N'.
001288     88  WS-XSCAN-DONE               VALUE 'Y'.
001289*
001290* SET WHEN THE HOLDS CANNOT BE KNOWN OR A HELD ENTRY BLOCKS THE
001292* WRAP RESET - NOTHING IS ARCHIVED, PURGED OR RESET.
001294 01  WS-RUN-REFUSED-SW               PIC X(01) VALUE 'N'.
001296     88  WS-RUN-REFUSED              VALUE 'Y'.
001300*
001310 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
001320     88  WS-EOF-YES                  VALUE 'Y'.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
001800         UNTIL WS-EOF-YES.
001802     IF WS-MODE-WRAP-RESET
001804         IF NOT WS-RUN-REFUSED
001806             PERFORM 3000-RESTART-COUNTER THRU 3000-EXIT
001808         END-IF
001810     ELSE
001840         PERFORM 3500-CHECK-WRAP-MARGIN THRU 3500-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050         IF WS-PARM-REPLY NUMERIC
002060             AND WS-PARM-REPLY NOT = '000'
002070             MOVE WS-PARM-REPLY TO WS-RETENTION-DAYS
002071         END-IF
002072     END-IF.
002073     OPEN I-O INDEXED-FILE.
002074     IF NOT WS-IDX-OK
002075         DISPLAY 'IDXARCH - IDXFILE NOT AVAILABLE - STATUS='
002076             WS-IDX-STATUS
002077         SET WS-EOF-YES TO TRUE
002078     END-IF.
002079     OPEN OUTPUT ARCHIVE-FILE.
002080     OPEN OUTPUT REPORT-FILE.
002081     PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT.
002082 1000-EXIT.
002083     EXIT.
002084*
002085* LOADS THE ACTIVE DISPUTE AND LEGAL HOLDS BEFORE ANYTHING IS
002086* TOUCHED.  HOLDS THAT CANNOT BE KNOWN STOP THE RUN - A PURGE
002087* MUST NOT GO AHEAD ON A GUESS.  A WRAP RESET IS THEN CHECKED
002088* AGAINST THE HOLDS BEFORE THE FIRST ENTRY IS ARCHIVED.
002089 1100-LOAD-HOLDS.
002090     MOVE 'IDXARCH' TO WS-LG-PROGRAM.
002091     PERFORM 9600-LOAD-ACTIVE-HOLDS THRU 9600-EXIT.
002092     IF NOT WS-LG-FAILED
002093         PERFORM 1110-RESOLVE-KEY-HOLDS THRU 1110-EXIT
002094     END-IF.
002095     IF WS-LG-FAILED
002096         MOVE SPACES TO WS-MSG-LINE
002097         STRING 'RUN REFUSED - HOLDS ON LGLHOLD COULD NOT BE '
002098             'RESOLVED - NOTHING ARCHIVED, PURGED OR RESET'
002099             DELIMITED BY SIZE INTO WS-MSG-TEXT
002100         WRITE REPORT-LINE FROM WS-MSG-LINE
002101         DISPLAY WS-MSG-TEXT
002102         SET WS-RUN-REFUSED TO TRUE
002103         SET WS-EOF-YES TO TRUE
002104         GO TO 1100-EXIT
002105     END-IF.
002106     IF WS-MODE-WRAP-RESET AND WS-EOF-NO
002107         PERFORM 1200-CHECK-WRAP-HOLDS THRU 1200-EXIT
002108     END-IF.
002109 1100-EXIT.
002110     EXIT.
002111*
002112* A SOURCE-KEY HOLD COVERS EVERY SEQUENCE NUMBER THE KEY HAS
002113* BEEN GIVEN - EACH XREFFILE HISTORY ENTRY FOR THE KEY ADDS A
002114* SEQUENCE ENTRY TO THE TABLE UNDER THE SAME HOLD.  NO
002115* CROSS-REFERENCE FILE YET MEANS NO KEY HAS A NUMBER.
002116 1110-RESOLVE-KEY-HOLDS.
002117     MOVE WS-LG-COUNT TO WS-KEY-HOLD-LIMIT.
002118     IF WS-KEY-HOLD-LIMIT = ZERO
002119         GO TO 1110-EXIT
002120     END-IF.
002121     OPEN INPUT XREF-FILE.
002122     IF WS-XREF-NOT-FOUND
002123         GO TO 1110-EXIT
002124     END-IF.
002125     IF NOT WS-XREF-OK
002126         DISPLAY 'IDXARCH - XREFFILE NOT READABLE - STATUS='
002127             WS-XREF-STATUS
002128         SET WS-LG-FAILED TO TRUE
002129         GO TO 1110-EXIT
002130     END-IF.
002131     PERFORM 1120-RESOLVE-ONE-KEY-HOLD THRU 1120-EXIT
002132         VARYING WS-KEY-HOLD-SUB FROM 1 BY 1
002133         UNTIL WS-KEY-HOLD-SUB > WS-KEY-HOLD-LIMIT
002134            OR WS-LG-FAILED.
002135     CLOSE XREF-FILE.
002136 1110-EXIT.
002137     EXIT.
002138*
002139 1120-RESOLVE-ONE-KEY-HOLD.
002140     IF WS-LGT-MATCH-TYPE(WS-KEY-HOLD-SUB) NOT = 'K'
002141         GO TO 1120-EXIT
002142     END-IF.
002143     MOVE 'N' TO WS-XSCAN-DONE-SW.
002144     MOVE WS-LGT-SRC-KEY(WS-KEY-HOLD-SUB) TO XRF-SRC-KEY.
002145     MOVE ZERO TO XRF-RUN-DATE.
002146     START XREF-FILE KEY NOT < XRF-KEY
002147         INVALID KEY
002148             SET WS-XSCAN-DONE TO TRUE
002149     END-START.
002150     PERFORM 1130-ADD-ONE-ASSIGNMENT THRU 1130-EXIT
002151         UNTIL WS-XSCAN-DONE.
002152 1120-EXIT.
002153     EXIT.
002154*
002155 1130-ADD-ONE-ASSIGNMENT.
002156     READ XREF-FILE NEXT RECORD
002157         AT END
002158             SET WS-XSCAN-DONE TO TRUE
002159             GO TO 1130-EXIT
002160     END-READ.
002161     IF XRF-SRC-KEY NOT = WS-LGT-SRC-KEY(WS-KEY-HOLD-SUB)
002162         SET WS-XSCAN-DONE TO TRUE
002163         GO TO 1130-EXIT
002164     END-IF.
002165     IF XRF-SEQ NOT NUMERIC
002166         GO TO 1130-EXIT
002167     END-IF.
002168     IF WS-LG-COUNT >= WS-LG-MAX
002169         DISPLAY 'IDXARCH - MORE THAN ' WS-LG-MAX
002170             ' HELD ENTRIES - HOLDS NOT RESOLVED'
002171         SET WS-LG-FAILED TO TRUE
002172         SET WS-XSCAN-DONE TO TRUE
002173         GO TO 1130-EXIT
002174     END-IF.
002175     ADD 1 TO WS-LG-COUNT.
002176     MOVE WS-LGT-HOLD-KEY(WS-KEY-HOLD-SUB)
002177         TO WS-LGT-HOLD-KEY(WS-LG-COUNT).
002178     MOVE 'S' TO WS-LGT-MATCH-TYPE(WS-LG-COUNT).
002179     IF XRF-GEN NUMERIC
002180         MOVE XRF-GEN TO WS-LGT-GEN(WS-LG-COUNT)
002181     ELSE
002182         MOVE ZERO TO WS-LGT-GEN(WS-LG-COUNT)
002183     END-IF.
002184     MOVE XRF-SEQ TO WS-LGT-SEQ(WS-LG-COUNT).
002185     MOVE XRF-SRC-KEY TO WS-LGT-SRC-KEY(WS-LG-COUNT).
002186     MOVE ZERO TO WS-LGT-BLOCKED(WS-LG-COUNT).
002187 1130-EXIT.
002188     EXIT.
002189*
002190* THE WRAP RESET EMPTIES IDXFILE, AND IDXFILE IS KEYED BY
002191* SEQUENCE NUMBER ALONE, SO A HELD ENTRY STILL ON IT COULD NOT
002192* BE CARRIED ACROSS THE RESTART WITHOUT COLLIDING WITH THE NEW
002193* CYCLE'S NUMBERS.  EVERY HELD ENTRY STILL ON FILE IS LISTED AND
002194* LOGGED, AND THE RESET IS REFUSED UNTIL THE HOLDS ARE RELEASED
002195* (HOLDUTIL OPTION 4).  OTHERWISE THE FILE IS REPOSITIONED AT
002196* ITS FIRST ENTRY FOR THE ARCHIVE PASS.
002197 1200-CHECK-WRAP-HOLDS.
002198     MOVE ZERO TO WS-BLOCKING-COUNT.
002199     PERFORM 1210-CHECK-ONE-WRAP-HOLD THRU 1210-EXIT
002200         VARYING WS-KEY-HOLD-SUB FROM 1 BY 1
002201         UNTIL WS-KEY-HOLD-SUB > WS-LG-COUNT.
002202     IF WS-BLOCKING-COUNT > ZERO
002203         MOVE WS-BLOCKING-COUNT TO WS-BLOCKING-COUNT-D
002204         MOVE SPACES TO WS-MSG-LINE
002205         STRING 'WRAP RESET REFUSED - ' WS-BLOCKING-COUNT-D
002206             ' HELD ENTRIES STILL ON IDXFILE - RELEASE THE HOLDS '
002207             '(HOLDUTIL) BEFORE THE RESET'
002208             DELIMITED BY SIZE INTO WS-MSG-TEXT
002209         WRITE REPORT-LINE FROM WS-MSG-LINE
002210         DISPLAY WS-MSG-TEXT
002211         SET WS-RUN-REFUSED TO TRUE
002212         SET WS-EOF-YES TO TRUE
002213         GO TO 1200-EXIT
002214     END-IF.
002215     MOVE ZERO TO IDX-KEY.
002216     START INDEXED-FILE KEY IS NOT LESS THAN IDX-KEY
002217         INVALID KEY
002218             SET WS-EOF-YES TO TRUE
002219     END-START.
002220 1200-EXIT.
002221     EXIT.
002222*
002223 1210-CHECK-ONE-WRAP-HOLD.
002224     IF WS-LGT-MATCH-TYPE(WS-KEY-HOLD-SUB) NOT = 'S'
002225         GO TO 1210-EXIT
002226     END-IF.
002227     MOVE WS-LGT-SEQ(WS-KEY-HOLD-SUB) TO IDX-KEY.
002228     READ INDEXED-FILE
002229         INVALID KEY
002230             GO TO 1210-EXIT
002231     END-READ.
002232     IF IDX-GEN NOT NUMERIC
002233         OR IDX-GEN NOT = WS-LGT-GEN(WS-KEY-HOLD-SUB)
002234         GO TO 1210-EXIT
002235     END-IF.
002236     ADD 1 TO WS-BLOCKING-COUNT.
002237     MOVE WS-KEY-HOLD-SUB TO WS-LG-HIT-SUB.
002238     MOVE 'WRAP RESET REFUSED' TO WS-LG-ACTION.
002239     MOVE SPACES TO WS-LG-DETAIL.
002240     STRING 'GEN=' IDX-GEN ' SEQ=' IDX-KEY ' ON IDXFILE'
002241         DELIMITED BY SIZE INTO WS-LG-DETAIL.
002242     PERFORM 9640-LOG-BLOCKED-ACTION THRU 9640-EXIT.
002243     PERFORM 9650-NAME-HIT-HOLD THRU 9650-EXIT.
002244     MOVE SPACES TO WS-MSG-LINE.
002245     STRING 'HELD - BLOCKS WRAP RESET - GEN=' IDX-GEN
002246         ' SEQ=' IDX-KEY ' LOADED=' IDX-LOAD-DATE
002247         ' - HOLD ON ' WS-LG-HOLD-NAME
002248         DELIMITED BY SIZE INTO WS-MSG-TEXT.
002249     WRITE REPORT-LINE FROM WS-MSG-LINE.
002250 1210-EXIT.
002251     EXIT.
002252*
002253* WALKS IDXFILE FRONT TO BACK.  IN WRAP-RESET MODE EVERY ENTRY
002254* IS ARCHIVED (THE FILE ITSELF IS EMPTIED AFTERWARD BY 3000).
002255* IN RETENTION MODE AN ENTRY OLDER THAN THE WINDOW IS ARCHIVED
002256* AND DELETED UNLESS A HOLD NAMES IT; ANYTHING ELSE - INCLUDING
002257* AN ENTRY WITH AN UNREADABLE LOAD DATE - IS KEPT.
002260 2000-PROCESS-ONE-ENTRY.
002270     READ INDEXED-FILE NEXT RECORD
002280         AT END
002350         GO TO 2000-EXIT
002360     END-IF.
002370     PERFORM 2200-AGE-THIS-ENTRY THRU 2200-EXIT.
002371     IF WS-AGE-DAYS > WS-RETENTION-DAYS
002372         PERFORM 2400-CHECK-HOLD THRU 2400-EXIT
002373         IF WS-LG-HELD
002374             ADD 1 TO WS-HELD-COUNT
002375         ELSE
002376             PERFORM 2100-ARCHIVE-THIS-ENTRY THRU 2100-EXIT
002377             PERFORM 2300-DELETE-THIS-ENTRY THRU 2300-EXIT
002378         END-IF
002380     ELSE
002420         ADD 1 TO WS-KEPT-COUNT
002430     END-IF.
002440 2000-EXIT.
002780         INVALID KEY
002790             DISPLAY 'IDXARCH - DELETE FAILED FOR KEY ' IDX-KEY
002800                 ' - STATUS=' WS-IDX-STATUS
002801     END-DELETE.
002802 2300-EXIT.
002803     EXIT.
002804*
002805* AN ENTRY THE RETENTION WINDOW WOULD PURGE IS LOOKED UP AMONG
002806* THE HOLDS; A HELD ONE STAYS ON IDXFILE, IS NOT ARCHIVED, AND
002807* THE SKIPPED PURGE IS LOGGED AND PRINTED.
002808 2400-CHECK-HOLD.
002809     IF IDX-GEN NUMERIC
002810         MOVE IDX-GEN TO WS-LG-GEN
002811     ELSE
002812         MOVE ZERO TO WS-LG-GEN
002813     END-IF.
002814     MOVE IDX-KEY TO WS-LG-SEQ.
002815     PERFORM 9620-FIND-SEQUENCE-HOLD THRU 9620-EXIT.
002816     IF NOT WS-LG-HELD
002817         GO TO 2400-EXIT
002818     END-IF.
002819     MOVE 'RETENTION PURGE SKIPPED' TO WS-LG-ACTION.
002820     MOVE SPACES TO WS-LG-DETAIL.
002821     STRING 'GEN=' WS-LG-GEN ' SEQ=' WS-LG-SEQ
002822         ' LOADED=' IDX-LOAD-DATE
002823         DELIMITED BY SIZE INTO WS-LG-DETAIL.
002824     PERFORM 9640-LOG-BLOCKED-ACTION THRU 9640-EXIT.
002825     PERFORM 9650-NAME-HIT-HOLD THRU 9650-EXIT.
002826     MOVE SPACES TO WS-MSG-LINE.
002827     STRING 'HELD - NOT PURGED - GEN=' WS-LG-GEN
002828         ' SEQ=' WS-LG-SEQ ' LOADED=' IDX-LOAD-DATE
002829         ' - HOLD ON ' WS-LG-HOLD-NAME
002830         DELIMITED BY SIZE INTO WS-MSG-TEXT.
002832     WRITE REPORT-LINE FROM WS-MSG-LINE.
002834 2400-EXIT.
002836     EXIT.
002840*
002850* THE PLANNED WRAP RESET - EVERY ENTRY IS ALREADY ON THE
002860* ARCHIVE, SO THE LOOKUP FILE IS EMPTIED, THE CONTROL-FILE
003900     MOVE WS-ARCHIVED-COUNT TO WS-TOT-COUNT.
003910     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003920         AFTER ADVANCING 1 LINE.
003921     MOVE 'KEPT:' TO WS-TOT-LABEL.
003922     MOVE WS-KEPT-COUNT TO WS-TOT-COUNT.
003923     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003924         AFTER ADVANCING 1 LINE.
003925     MOVE 'HELD - NOT PURGED:' TO WS-TOT-LABEL.
003926     MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
003927     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003928         AFTER ADVANCING 1 LINE.
003929     MOVE 'ACTIONS BLOCKED BY HOLDS:' TO WS-TOT-LABEL.
003930     MOVE WS-LG-BLOCK-COUNT TO WS-TOT-COUNT.
003940     WRITE REPORT-LINE FROM WS-TOTAL-LINE
003950         AFTER ADVANCING 1 LINE.
003960     PERFORM 9690-CLOSE-HOLD-LOG THRU 9690-EXIT.
003970     IF WS-MODE-WRAP-RESET AND NOT WS-RUN-REFUSED
003980         CONTINUE
003990     ELSE
004000         CLOSE INDEXED-FILE
004030           REPORT-FILE.
004031     MOVE WS-READ-COUNT TO WS-JS-IN-COUNT.
004032     MOVE WS-ARCHIVED-COUNT TO WS-JS-OUT-COUNT.
004033* A RUN THE HOLDS STOPPED DID NOT DO WHAT IT WAS ASKED - THE
004034* SCHEDULER SEES RETURN CODE 8.
004035     IF WS-RUN-REFUSED
004036         MOVE 'EXCPT' TO WS-JS-STATUS
004037         MOVE 8 TO RETURN-CODE
004038     ELSE
004039         MOVE 'OK' TO WS-JS-STATUS
004040     END-IF.
004041     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
004042 9000-EXIT.
004050     EXIT.
004060*
004063     COPY HOLDCHKP.
004066*
004070     COPY JOBSTATP.
