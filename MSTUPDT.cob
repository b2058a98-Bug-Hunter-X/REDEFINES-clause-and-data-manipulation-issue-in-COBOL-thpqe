000160* ALREADY ON THE MASTER IS FLAGGED ON THE UPDATE REPORT AND
000170* LEFT AS IT WAS, NEVER SILENTLY REPLACED.  MONTH-END AND
000180* DISPUTE RESEARCH CAN THEN LOOK ACROSS DAYS FROM ONE FILE.
000181*
000182* THE CHANGES AND CANCELS TRNBLD 2250 APPLIES TO EXISTING
000183* ENTRIES REACH THE MASTER THROUGH THE LOAD JOURNAL (LOADJRNL,
000184* TRNBLD 2490).  AFTER THE DAY'S ADDS, EVERY JOURNAL ENTRY NOT
000185* YET APPLIED - MSTJCTL HOLDS HOW FAR INTO THE CUMULATIVE
000186* JOURNAL THE LAST RUN GOT - IS CARRIED TO ITS MASTER ENTRY:
000187* THE AFTER TEXT AND STATUS ('D' FOR A CANCEL) REPLACE WHAT
000188* WAS THERE, THE AMENDMENT COUNT GOES UP BY ONE AND THE
000189* AMENDMENT DATE IS SET.  A CHANGE OR CANCEL THE BACKOUT JOB
000190* HAS SINCE TAKEN BACK OUT (A LATER 'B' MARKER FOR ITS DATE
000191* AND SOURCE) IS PASSED OVER.  THE BEFORE IMAGES STAY ON THE
000192* JOURNAL FOR THE JRNLRPT AUDIT REPORT.
000193*
000200*   MODIFICATION HISTORY
000210*   -------------------------------------------------------------
000220*   DATE       INIT  DESCRIPTION
000249*                    START AND END RECORDS APPENDED TO JOBSTAT
000250*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000251*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000252*   10/15/26   JPD   CHANGES AND CANCELS NOW CARRIED TO THE
000253*                    MASTER FROM THE LOAD JOURNAL (3000), WITH
000254*                    THE POSITION REACHED KEPT ON MSTJCTL.  THE
000255*                    MASTER ENTRY GAINS MST-STATUS, AN AMENDMENT
000256*                    COUNT AND THE LAST AMENDMENT DATE (130
000257*                    BYTES, WAS 120) - AN EXISTING MASTER MUST
000258*                    BE RELOADED UNDER THE NEW LAYOUT BEFORE
000259*                    THIS VERSION RUNS AGAINST IT.
000260*   10/15/26   JPD   RUN-ONCE PROTECTION - BEFORE ANYTHING IS
000261*                    OPENED, TRANSOUT IS BALANCED TO ITS NEW
000262*                    TRAILER, RUNHIST IS CHECKED FOR AN ABORTED
000263*                    TRNBLD RUN ON THE BUSINESS DATE, AND RUNCTL
000264*                    FOR A DATE THIS JOB HAS ALREADY LOADED (SEE
000265*                    THE RUNCTL/RUNCTLP COPY MEMBERS).  A REFUSED
000266*                    RUN ENDS WITH STATUS REFSD, RC 8, UNLESS
000267*                    THE OPERATOR OVERRIDES IT - THE JOURNAL IS
000268*                    THEN PICKED UP BY THE NEXT RUN THAT GOES
000269*                    AHEAD.  THE 'HDR'/'TRL' CONTROL RECORDS ARE
000270*                    NOT LOADED OR COUNTED.
000271*   10/15/26   JPD   3400 NOW TESTS THE MASTER REWRITE - A FAILED
000272*                    REWRITE IS REPORTED, COUNTED AS SKIPPED
000273*                    AND ENDS THE RUN IN EXCEPTION (RC 8).
000274*****************************************************************
000275*
000276 ENVIRONMENT DIVISION.
000277 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300*
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.
000451*
000452     SELECT LOAD-JOURNAL-FILE ASSIGN TO 'LOADJRNL'
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS WS-JRNL-STATUS.
000455*
000456     SELECT JOURNAL-CONTROL-FILE ASSIGN TO 'MSTJCTL'
000457         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS WS-JCTL-STATUS.
000459*
000460     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000461         ORGANIZATION IS SEQUENTIAL
000462         FILE STATUS IS WS-JSTAT-STATUS.
000463*
000464     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
000465         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS WS-RC-CTL-STATUS.
000467*
000468     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000469         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RC-HIST-STATUS.
000471*
000472     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000473         ORGANIZATION IS SEQUENTIAL
000474         FILE STATUS IS WS-RC-LOG-STATUS.
000475*
000476 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  WORK-FILE
000521     05  WR-IMAGE                    PIC X(100).
000522     05  WR-SOURCE                   PIC X(08).
000523     05  WR-GEN                      PIC 9(03).
000524*
000525* TRNBLD OPENS TRANSOUT WITH AN 'HDR' RECORD CARRYING THE
000526* BUSINESS DATE AND CLOSES IT WITH A 'TRL' RECORD CARRYING THE
000527* DATA RECORD COUNT AND KEY HASH.  NEITHER IS A DATA RECORD.
000528 01  WORK-HEADER-RECORD.
000529     05  WH-RECORD-TYPE              PIC X(03).
000530     05  FILLER                      PIC X(02).
000531     05  WH-ORIGIN                   PIC X(08).
000532     05  WH-BUSINESS-DATE            PIC 9(06).
000533     05  FILLER                      PIC X(92).
000534*
000535 01  WORK-TRAILER-RECORD.
000536     05  WT-RECORD-TYPE              PIC X(03).
000537     05  FILLER                      PIC X(02).
000538     05  WT-RECORD-COUNT             PIC 9(07).
000539     05  WT-HASH-TOTAL               PIC 9(10).
000540     05  WT-BUSINESS-DATE            PIC 9(06).
000541     05  FILLER                      PIC X(83).
000542*
000543* MSTRFILE IS THE PERMANENT KEYED MASTER - THE WRAP-CYCLE
000550* GENERATION AND SEQUENCE NUMBER AS BUILT, THE TEXT, AND THE
000551* DATE THE ENTRY WAS LOADED, SO A QUESTION OLDER THAN TODAY NO
000552* LONGER MEANS RESTORING FILES.  THE GENERATION LEADS THE KEY
000553* SO A SEQUENCE NUMBER REISSUED AFTER A PLANNED WRAP FILES
000554* BESIDE ITS PRE-WRAP NAMESAKE INSTEAD OF COLLIDING WITH IT.
000555* MST-STATUS, MST-AMEND-COUNT AND MST-AMEND-DATE ARE KEPT BY
000556* 3000 FROM THE LOAD JOURNAL - THE LOAD DATE STAYS THE DATE THE
000557* ENTRY WAS FIRST BUILT.
000570 FD  MASTER-FILE.
000580 01  MASTER-RECORD.
000590     05  MST-KEY.
000610     05  MST-LOAD-DATE               PIC 9(06).
000611     05  MST-SOURCE                  PIC X(08).
000612     05  MST-DUP-FLAG                PIC X(01).
000613     05  MST-STATUS                  PIC X(01).
000614         88  MST-ACTIVE              VALUE ' '.
000615         88  MST-CANCELLED           VALUE 'D'.
000616     05  MST-AMEND-COUNT             PIC 9(03).
000617     05  MST-AMEND-DATE              PIC 9(06).
000620     05  FILLER                      PIC X(02).
000630*
000631* THE LOAD JOURNAL AS TRNBLD WRITES IT AND BACKOUT MARKS IT -
000632* SEE TRNBLD 2480/2490 AND THE BACKOUT JOB.
000633 FD  LOAD-JOURNAL-FILE
000634     RECORD CONTAINS 230 CHARACTERS.
000635 01  JRNL-RECORD.
000636     05  LJ-RUN-DATE                 PIC 9(06).
000637     05  LJ-SOURCE                   PIC X(08).
000638     05  LJ-SRC-KEY                  PIC X(05).
000639     05  LJ-TRAN-CODE                PIC X(01).
000640         88  LJ-ADD                  VALUE 'A'.
000641         88  LJ-CHANGE               VALUE 'C'.
000642         88  LJ-CANCEL               VALUE 'X'.
000643         88  LJ-BACKOUT-MARKER       VALUE 'B'.
000644     05  LJ-GEN                      PIC 9(03).
000645     05  LJ-SEQ                      PIC 9(05).
000646     05  LJ-BEFORE-TEXT              PIC X(95).
000647     05  LJ-BEFORE-LOAD-DATE         PIC 9(06).
000648     05  LJ-BEFORE-STATUS            PIC X(01).
000649     05  LJ-AFTER-TEXT               PIC X(95).
000650     05  LJ-AFTER-STATUS             PIC X(01).
000651     05  FILLER                      PIC X(04).
000652*
000653* ONE RECORD - THE NUMBER OF LOADJRNL RECORDS ALREADY CARRIED
000654* TO THE MASTER AND THE DATE OF THE RUN THAT GOT THAT FAR.
000655 FD  JOURNAL-CONTROL-FILE
000656     RECORD CONTAINS 30 CHARACTERS.
000657 01  JCTL-RECORD.
000658     05  MJ-RECORDS-APPLIED          PIC 9(09).
000659     05  MJ-LAST-RUN-DATE            PIC 9(06).
000660     05  FILLER                      PIC X(15).
000661*
000662 FD  REPORT-FILE
000663     RECORD CONTAINS 132 CHARACTERS.
000664 01  REPORT-LINE                     PIC X(132).
000665*
000666 FD  JOB-STAT-FILE
000667     RECORD CONTAINS 50 CHARACTERS.
000668 01  JOB-STAT-RECORD                 PIC X(50).
000669*
000670* THE RUN-ONCE PROTECTION FILES - SEE THE RUNCTL COPY MEMBERS.
000671 FD  RUN-CONTROL-FILE
000672     RECORD CONTAINS 200 CHARACTERS.
000673 01  RUN-CONTROL-RECORD              PIC X(200).
000674*
000675 FD  RUN-HISTORY-FILE
000676     RECORD CONTAINS 60 CHARACTERS.
000677 01  RUN-HISTORY-RECORD              PIC X(60).
000678*
000679 FD  LOG-FILE
000680     RECORD CONTAINS 132 CHARACTERS.
000681 01  LOG-RECORD                      PIC X(132).
000682*
000683 WORKING-STORAGE SECTION.
000690*
000700     COPY WSAREA1.
000701*
000702     COPY JOBSTAT.
000704*
000706     COPY RUNCTL.
000710*
000720 77  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
000730 77  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
000740 77  WS-FLAGGED-COUNT                PIC 9(07) COMP VALUE ZERO.
000741 77  WS-JRNL-REC-NO                  PIC 9(09) COMP VALUE ZERO.
000742 77  WS-JRNL-APPLIED                 PIC 9(09) COMP VALUE ZERO.
000743 77  WS-JRNL-NEW-COUNT               PIC 9(07) COMP VALUE ZERO.
000744 77  WS-AMENDED-COUNT                PIC 9(07) COMP VALUE ZERO.
000745 77  WS-CANCELLED-COUNT              PIC 9(07) COMP VALUE ZERO.
000746 77  WS-BACKED-OUT-COUNT             PIC 9(07) COMP VALUE ZERO.
000747 77  WS-NOT-ON-MST-COUNT             PIC 9(07) COMP VALUE ZERO.
000748 77  WS-REWRITE-FAIL-COUNT           PIC 9(07) COMP VALUE ZERO.
000749 77  WS-MARKER-COUNT                 PIC 9(03) COMP VALUE ZERO.
000750 77  WS-MARKER-MAX                   PIC 9(03) COMP VALUE 100.
000751 77  WS-MARKER-SUB                   PIC 9(03) COMP VALUE ZERO.
000752 77  WS-REC-NO-D                     PIC 9(09).
000753*
000760 01  WS-WORK-STATUS                  PIC X(02).
000770     88  WS-WORK-OK                  VALUE '00'.
000780*
000790 01  WS-MST-STATUS                   PIC X(02).
000800     88  WS-MST-OK                   VALUE '00'.
000810     88  WS-MST-NOT-FOUND            VALUE '35'.
000811*
000812 01  WS-JRNL-STATUS                  PIC X(02).
000813     88  WS-JRNL-OK                  VALUE '00'.
000814*
000815 01  WS-JCTL-STATUS                  PIC X(02).
000816     88  WS-JCTL-OK                  VALUE '00'.
000820*
000830 01  WS-RPT-STATUS                   PIC X(02).
000840     88  WS-RPT-OK                   VALUE '00'.
000860 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
000870     88  WS-EOF-YES                  VALUE 'Y'.
000880     88  WS-EOF-NO                   VALUE 'N'.
000881*
000882 01  WS-MST-AVAIL-SW                 PIC X(01) VALUE 'Y'.
000883     88  WS-MST-AVAILABLE            VALUE 'Y'.
000884     88  WS-MST-UNAVAILABLE          VALUE 'N'.
000885*
000886 01  WS-JRNL-EOF-SW                  PIC X(01) VALUE 'N'.
000887     88  WS-JRNL-EOF                 VALUE 'Y'.
000888*
000889 01  WS-BACKED-OUT-SW                PIC X(01) VALUE 'N'.
000890     88  WS-BACKED-OUT               VALUE 'Y'.
000891*
000892 01  WS-JRNL-EXCEPTION-SW            PIC X(01) VALUE 'N'.
000893     88  WS-JRNL-EXCEPTION           VALUE 'Y'.
000894*
000895* THE BACK-OUT MARKERS FOUND IN THE PART OF THE JOURNAL NOT YET
000896* APPLIED - RECORD POSITION, BUSINESS DATE AND SOURCE (BLANK
000897* WHEN THE WHOLE DAY WAS BACKED OUT).
000898 01  WS-MARKER-TABLE.
000899     05  WS-MARKER-ENTRY  OCCURS 100 TIMES.
000900         10  WS-MK-REC-NO            PIC 9(09) COMP.
000901         10  WS-MK-DATE              PIC 9(06).
000902         10  WS-MK-SOURCE            PIC X(08).
000904*
000906 01  WS-RUN-DATE                     PIC 9(06).
000910*
000920 01  WS-DETAIL-LINE.
000930     05  FILLER                      PIC X(01) VALUE SPACE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001110         UNTIL WS-EOF-YES.
001111     PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT.
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001130     STOP RUN.
001140*
001170* AN EMPTY ONE AND REOPENS IT - THE SAME CREATE-THEN-REOPEN
001180* SEQUENCE TRNBLD 1030 USES FOR A FRESH IDXFILE.
001190 1000-INITIALIZE.
001220     ACCEPT WS-RUN-DATE FROM DATE.
001221     MOVE 'MSTUPDT' TO WS-JS-JOB-NAME.
001222     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
001223     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
001224* A REFUSED TRANSOUT STOPS THE RUN BEFORE THE MASTER OR MSTRRPT
001225* IS OPENED, SO A DAY ALREADY LOADED IS NOT LOADED TWICE.
001226     PERFORM 9700-CHECK-TRANSOUT THRU 9700-EXIT.
001227     IF WS-RC-REFUSED
001228         PERFORM 9790-REFUSE-RUN THRU 9790-EXIT
001229     END-IF.
001231     OPEN INPUT WORK-FILE.
001233     OPEN OUTPUT REPORT-FILE.
001235     OPEN I-O MASTER-FILE.
001240     IF WS-MST-NOT-FOUND
001250         OPEN OUTPUT MASTER-FILE
001260         CLOSE MASTER-FILE
001300         DISPLAY 'MSTUPDT - MSTRFILE NOT AVAILABLE - STATUS='
001310             WS-MST-STATUS
001320         SET WS-EOF-YES TO TRUE
001321         SET WS-MST-UNAVAILABLE TO TRUE
001330     END-IF.
001340 1000-EXIT.
001350     EXIT.
001440             SET WS-EOF-YES TO TRUE
001450             GO TO 2000-EXIT
001460     END-READ.
001461     IF WH-RECORD-TYPE = 'HDR'
001462         OR WT-RECORD-TYPE = 'TRL'
001463         GO TO 2000-EXIT
001464     END-IF.
001470     ADD 1 TO WS-READ-COUNT.
001480     MOVE WR-IMAGE TO WS-AREA-1.
001490     MOVE SPACES TO MASTER-RECORD.
001510     MOVE WS-SUB-AREA-2 TO MST-TEXT.
001520     MOVE WS-RUN-DATE TO MST-LOAD-DATE.
001521     MOVE WR-SOURCE TO MST-SOURCE.
001522     SET MST-ACTIVE TO TRUE.
001523     MOVE ZERO TO MST-AMEND-COUNT.
001524     MOVE ZERO TO MST-AMEND-DATE.
001530     WRITE MASTER-RECORD
001540         INVALID KEY
001550             PERFORM 2100-FLAG-EXISTING-KEY THRU 2100-EXIT
001780     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
001790 2100-EXIT.
001800     EXIT.
001801*
001802* CARRIES THE LOAD JOURNAL ENTRIES WRITTEN SINCE THE LAST RUN TO
001803* THE MASTER.  PASS 1 COLLECTS THE BACK-OUT MARKERS IN THAT PART
001804* OF THE JOURNAL; PASS 2 APPLIES EVERY CHANGE AND CANCEL NOT
001805* TAKEN BACK OUT BY A LATER MARKER.  ADDS REACH THE MASTER FROM
001806* TRANSOUT (2000), SO THEIR JOURNAL ENTRIES ARE ONLY COUNTED.
001807* NO MASTER MEANS NO JOURNAL - THE POSITION IS NOT MOVED, SO
001808* NOTHING IS MISSED WHEN THE MASTER IS BACK.
001809 3000-APPLY-JOURNAL.
001810     IF WS-MST-UNAVAILABLE
001811         GO TO 3000-EXIT
001812     END-IF.
001813     PERFORM 3100-READ-JOURNAL-CONTROL THRU 3100-EXIT.
001814     OPEN INPUT LOAD-JOURNAL-FILE.
001815     IF NOT WS-JRNL-OK
001816         DISPLAY 'MSTUPDT - LOADJRNL NOT AVAILABLE - STATUS='
001817             WS-JRNL-STATUS ' - NO AMENDMENTS APPLIED'
001818         GO TO 3000-EXIT
001819     END-IF.
001820     MOVE ZERO TO WS-JRNL-REC-NO.
001821     MOVE 'N' TO WS-JRNL-EOF-SW.
001822     PERFORM 3200-COLLECT-ONE-MARKER THRU 3200-EXIT
001823         UNTIL WS-JRNL-EOF.
001824     CLOSE LOAD-JOURNAL-FILE.
001825* A JOURNAL SHORTER THAN THE POSITION ALREADY APPLIED HAS BEEN
001826* REPLACED OR RESTORED FROM AN OLDER COPY - NOTHING ON IT CAN
001827* BE PLACED, SO NOTHING IS APPLIED UNTIL MSTJCTL IS PUT RIGHT.
001828     IF WS-JRNL-REC-NO < WS-JRNL-APPLIED
001829         MOVE WS-JRNL-APPLIED TO WS-REC-NO-D
001830         MOVE ZERO TO WS-DTL-KEY
001831         MOVE SPACES TO WS-DTL-TAG
001832         STRING 'LOADJRNL SHORTER THAN MSTJCTL ' WS-REC-NO-D
001833             DELIMITED BY SIZE INTO WS-DTL-TAG
001834         WRITE REPORT-LINE FROM WS-DETAIL-LINE
001835         DISPLAY 'MSTUPDT - ' WS-DTL-TAG
001844             ' - NO AMENDMENTS APPLIED'
001845         SET WS-JRNL-EXCEPTION TO TRUE
001846         GO TO 3000-EXIT
001847     END-IF.
001848     IF WS-MARKER-COUNT > WS-MARKER-MAX
001849         MOVE ZERO TO WS-DTL-KEY
001850         MOVE 'TOO MANY BACK-OUT MARKERS - NONE APPLIED'
001851             TO WS-DTL-TAG
001852         WRITE REPORT-LINE FROM WS-DETAIL-LINE
001853         DISPLAY 'MSTUPDT - ' WS-DTL-TAG
001854         SET WS-JRNL-EXCEPTION TO TRUE
001855         GO TO 3000-EXIT
001856     END-IF.
001857     OPEN INPUT LOAD-JOURNAL-FILE.
001858     MOVE ZERO TO WS-JRNL-REC-NO.
001859     MOVE 'N' TO WS-JRNL-EOF-SW.
001860     PERFORM 3300-APPLY-ONE-ENTRY THRU 3300-EXIT
001861         UNTIL WS-JRNL-EOF.
001862     CLOSE LOAD-JOURNAL-FILE.
001863     PERFORM 3500-WRITE-JOURNAL-CONTROL THRU 3500-EXIT.
001864 3000-EXIT.
001865     EXIT.
001866*
001867* NO MSTJCTL YET (THE FIRST RUN OF THIS VERSION) STARTS FROM THE
001868* FRONT OF THE JOURNAL, SO A RELOADED MASTER PICKS UP EVERY
001869* AMENDMENT EVER JOURNALED.
001870 3100-READ-JOURNAL-CONTROL.
001871     MOVE ZERO TO WS-JRNL-APPLIED.
001872     OPEN INPUT JOURNAL-CONTROL-FILE.
001873     IF NOT WS-JCTL-OK
001874         GO TO 3100-EXIT
001875     END-IF.
001876     READ JOURNAL-CONTROL-FILE
001877         AT END
001878             MOVE ZERO TO MJ-RECORDS-APPLIED
001879     END-READ.
001880     IF MJ-RECORDS-APPLIED NUMERIC
001881         MOVE MJ-RECORDS-APPLIED TO WS-JRNL-APPLIED
001882     END-IF.
001883     CLOSE JOURNAL-CONTROL-FILE.
001884 3100-EXIT.
001885     EXIT.
001886*
001887 3200-COLLECT-ONE-MARKER.
001888     READ LOAD-JOURNAL-FILE
001889         AT END
001890             SET WS-JRNL-EOF TO TRUE
001891             GO TO 3200-EXIT
001892     END-READ.
001893     ADD 1 TO WS-JRNL-REC-NO.
001894     IF WS-JRNL-REC-NO NOT > WS-JRNL-APPLIED
001895         OR NOT LJ-BACKOUT-MARKER
001896         GO TO 3200-EXIT
001897     END-IF.
001898     ADD 1 TO WS-MARKER-COUNT.
001899     IF WS-MARKER-COUNT > WS-MARKER-MAX
001900         GO TO 3200-EXIT
001901     END-IF.
001902     MOVE WS-JRNL-REC-NO TO WS-MK-REC-NO(WS-MARKER-COUNT).
001903     MOVE LJ-RUN-DATE TO WS-MK-DATE(WS-MARKER-COUNT).
001904     MOVE LJ-SOURCE TO WS-MK-SOURCE(WS-MARKER-COUNT).
001905 3200-EXIT.
001906     EXIT.
001907*
001908 3300-APPLY-ONE-ENTRY.
001909     READ LOAD-JOURNAL-FILE
001910         AT END
001911             SET WS-JRNL-EOF TO TRUE
001912             GO TO 3300-EXIT
001913     END-READ.
001914     ADD 1 TO WS-JRNL-REC-NO.
001915     IF WS-JRNL-REC-NO NOT > WS-JRNL-APPLIED
001916         GO TO 3300-EXIT
001917     END-IF.
001918     ADD 1 TO WS-JRNL-NEW-COUNT.
001919     IF NOT LJ-CHANGE AND NOT LJ-CANCEL
001920         GO TO 3300-EXIT
001921     END-IF.
001922     MOVE 'N' TO WS-BACKED-OUT-SW.
001923     IF WS-MARKER-COUNT > ZERO
001924         PERFORM 3310-TEST-ONE-MARKER THRU 3310-EXIT
001925             VARYING WS-MARKER-SUB FROM 1 BY 1
001926             UNTIL WS-MARKER-SUB > WS-MARKER-COUNT
001927                OR WS-BACKED-OUT
001928     END-IF.
001929     IF WS-BACKED-OUT
001930         ADD 1 TO WS-BACKED-OUT-COUNT
001931         GO TO 3300-EXIT
001932     END-IF.
001933     PERFORM 3400-AMEND-MASTER THRU 3400-EXIT.
001934 3300-EXIT.
001935     EXIT.
001936*
001937* A MARKER LATER IN THE JOURNAL FOR THE ENTRY'S BUSINESS DATE -
001938* AND ITS SOURCE, OR THE WHOLE DAY - MEANS THE ENTRY WAS TAKEN
001939* BACK OUT BEFORE IT EVER REACHED THE MASTER.
001940 3310-TEST-ONE-MARKER.
001941     IF WS-MK-REC-NO(WS-MARKER-SUB) > WS-JRNL-REC-NO
001942         AND WS-MK-DATE(WS-MARKER-SUB) = LJ-RUN-DATE
001943         AND (WS-MK-SOURCE(WS-MARKER-SUB) = SPACES
001944              OR WS-MK-SOURCE(WS-MARKER-SUB) = LJ-SOURCE)
001945         SET WS-BACKED-OUT TO TRUE
001946     END-IF.
001947 3310-EXIT.
001948     EXIT.
001949*
001950 3400-AMEND-MASTER.
001951     MOVE LJ-GEN TO MST-GEN.
001952     MOVE LJ-SEQ TO MST-SEQ.
001953     READ MASTER-FILE
001954         INVALID KEY
001955             ADD 1 TO WS-NOT-ON-MST-COUNT
001956             MOVE LJ-SEQ TO WS-DTL-KEY
001957             MOVE SPACES TO WS-DTL-TAG
001958             STRING 'JOURNAL ' LJ-TRAN-CODE ' OF ' LJ-RUN-DATE
001959                 ' - NOT ON MASTER'
001960                 DELIMITED BY SIZE INTO WS-DTL-TAG
001961             WRITE REPORT-LINE FROM WS-DETAIL-LINE
001962             GO TO 3400-EXIT
001963     END-READ.
001964     MOVE LJ-AFTER-TEXT TO MST-TEXT.
001965     MOVE LJ-AFTER-STATUS TO MST-STATUS.
001966     IF MST-AMEND-COUNT NOT NUMERIC
001967         MOVE ZERO TO MST-AMEND-COUNT
001968     END-IF.
001969     IF MST-AMEND-COUNT < 999
001970         ADD 1 TO MST-AMEND-COUNT
001971     END-IF.
001972     MOVE LJ-RUN-DATE TO MST-AMEND-DATE.
001982     REWRITE MASTER-RECORD
001992         INVALID KEY
002002             CONTINUE
002012     END-REWRITE.
002022* A REWRITE THAT FAILS LEAVES THE MASTER AS IT WAS - THE ENTRY
002032* IS REPORTED AND THE RUN ENDS IN EXCEPTION SO IT IS PUT RIGHT
002042* BY HAND BEFORE THE MASTER IS TRUSTED.
002052     IF NOT WS-MST-OK
002062         ADD 1 TO WS-REWRITE-FAIL-COUNT
002072         MOVE LJ-SEQ TO WS-DTL-KEY
002082         MOVE SPACES TO WS-DTL-TAG
002092         STRING 'JOURNAL ' LJ-TRAN-CODE ' OF ' LJ-RUN-DATE
002102             ' - REWRITE FAILED ' WS-MST-STATUS
002112             DELIMITED BY SIZE INTO WS-DTL-TAG
002122         WRITE REPORT-LINE FROM WS-DETAIL-LINE
002132         DISPLAY 'MSTUPDT - ' WS-DTL-TAG ' - KEY ' LJ-SEQ
002142         SET WS-JRNL-EXCEPTION TO TRUE
002152         GO TO 3400-EXIT
002162     END-IF.
002172     IF LJ-CANCEL
002182         ADD 1 TO WS-CANCELLED-COUNT
002192     ELSE
002202         ADD 1 TO WS-AMENDED-COUNT
002212     END-IF.
002222 3400-EXIT.
002232     EXIT.
002242*
002252 3500-WRITE-JOURNAL-CONTROL.
002262     OPEN OUTPUT JOURNAL-CONTROL-FILE.
002272     IF NOT WS-JCTL-OK
002282         DISPLAY 'MSTUPDT - MSTJCTL NOT WRITABLE - STATUS='
002292             WS-JCTL-STATUS ' - JOURNAL WILL BE REAPPLIED'
002302         SET WS-JRNL-EXCEPTION TO TRUE
002312         GO TO 3500-EXIT
002322     END-IF.
002332     MOVE SPACES TO JCTL-RECORD.
002342     MOVE WS-JRNL-REC-NO TO MJ-RECORDS-APPLIED.
002352     MOVE WS-RUN-DATE TO MJ-LAST-RUN-DATE.
002362     WRITE JCTL-RECORD.
002372     CLOSE JOURNAL-CONTROL-FILE.
002382 3500-EXIT.
002392     EXIT.
002402*
002412 9000-TERMINATE.
002422     MOVE 'TRANSOUT RECORDS READ:' TO WS-TOT-LABEL.
002432     MOVE WS-READ-COUNT TO WS-TOT-COUNT.
002442     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002452         AFTER ADVANCING 2 LINES.
002462     MOVE 'ADDED TO MASTER:' TO WS-TOT-LABEL.
002472     MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
002482     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002492         AFTER ADVANCING 1 LINE.
002502     MOVE 'FLAGGED ALREADY PRESENT:' TO WS-TOT-LABEL.
002512     MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT.
002522     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002532         AFTER ADVANCING 1 LINE.
002542     MOVE 'NEW JOURNAL ENTRIES READ:' TO WS-TOT-LABEL.
002552     MOVE WS-JRNL-NEW-COUNT TO WS-TOT-COUNT.
002562     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002572         AFTER ADVANCING 2 LINES.
002582     MOVE 'CHANGES APPLIED:' TO WS-TOT-LABEL.
002592     MOVE WS-AMENDED-COUNT TO WS-TOT-COUNT.
002602     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002612         AFTER ADVANCING 1 LINE.
002622     MOVE 'CANCELS APPLIED:' TO WS-TOT-LABEL.
002632     MOVE WS-CANCELLED-COUNT TO WS-TOT-COUNT.
002642     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002652         AFTER ADVANCING 1 LINE.
002662     MOVE 'BACKED OUT - NOT APPLIED:' TO WS-TOT-LABEL.
002672     MOVE WS-BACKED-OUT-COUNT TO WS-TOT-COUNT.
002682     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002692         AFTER ADVANCING 1 LINE.
002702     MOVE 'NOT ON MASTER - SKIPPED:' TO WS-TOT-LABEL.
002712     MOVE WS-NOT-ON-MST-COUNT TO WS-TOT-COUNT.
002722     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002732         AFTER ADVANCING 1 LINE.
002742     MOVE 'REWRITE FAILED - SKIPPED:' TO WS-TOT-LABEL.
002752     MOVE WS-REWRITE-FAIL-COUNT TO WS-TOT-COUNT.
002762     WRITE REPORT-LINE FROM WS-TOTAL-LINE
002772         AFTER ADVANCING 1 LINE.
002782     CLOSE WORK-FILE
002792           MASTER-FILE
002802           REPORT-FILE.
002812* A RUN THAT COULD NOT OPEN THE MASTER LOADED NOTHING, SO THE
002822* BUSINESS DATE STAYS OPEN FOR THE RERUN.
002832     IF WS-MST-AVAILABLE
002842         PERFORM 9750-RECORD-CONSUMED THRU 9750-EXIT
002852     END-IF.
002862     MOVE WS-READ-COUNT TO WS-JS-IN-COUNT.
002872     MOVE WS-ADDED-COUNT TO WS-JS-OUT-COUNT.
002882     IF WS-JRNL-EXCEPTION
002892         MOVE 8 TO RETURN-CODE
002902         MOVE 'EXCPT' TO WS-JS-STATUS
002912     ELSE
002922         MOVE 'OK' TO WS-JS-STATUS
002932     END-IF.
002942     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
002952 9000-EXIT.
002962     EXIT.
002972*
002982     COPY RUNCTLP.
002992*
003002     COPY JOBSTATP.
