000224*                    START AND END RECORDS APPENDED TO JOBSTAT
000225*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000226*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000227*   10/15/26   JPD   RUN-ONCE PROTECTION - BEFORE THE EXTRACT IS
000228*                    OPENED, TRANSOUT IS BALANCED TO ITS NEW
000229*                    TRAILER, RUNHIST IS CHECKED FOR AN ABORTED
000230*                    TRNBLD RUN ON THE BUSINESS DATE, AND RUNCTL
000231*                    FOR A DATE THIS JOB HAS ALREADY EXPORTED
000232*                    (SEE THE RUNCTL/RUNCTLP COPY MEMBERS).  A
000233*                    REFUSED RUN ENDS WITH STATUS REFSD, RC 8,
000234*                    UNLESS THE OPERATOR OVERRIDES IT.  THE HDR
000235*                    ROW AND EXPCTL NOW CARRY THE BUSINESS DATE
000236*                    FROM THE TRANSOUT HEADER INSTEAD OF THE RUN
000237*                    DATE, AND THE TRANSOUT CONTROL RECORDS ARE
000238*                    NOT EXPORTED.
000239*****************************************************************
000240*
000241 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000376     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000377         ORGANIZATION IS SEQUENTIAL
000378         FILE STATUS IS WS-JSTAT-STATUS.
000379*
000380     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
000381         ORGANIZATION IS SEQUENTIAL
000382         FILE STATUS IS WS-RC-CTL-STATUS.
000383*
000384     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000385         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-RC-HIST-STATUS.
000387*
000388     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000389         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RC-LOG-STATUS.
000391*
000392 DATA DIVISION.
000400 FILE SECTION.
000410*
000420 FD  WORK-FILE
000441     05  WR-IMAGE                    PIC X(100).
000442     05  WR-SOURCE                   PIC X(08).
000443     05  WR-GEN                      PIC 9(03).
000444*
000445* TRNBLD OPENS TRANSOUT WITH AN 'HDR' RECORD CARRYING THE
000446* BUSINESS DATE AND CLOSES IT WITH A 'TRL' RECORD CARRYING THE
000447* DATA RECORD COUNT AND KEY HASH.  NEITHER IS A DATA RECORD.
000448 01  WORK-HEADER-RECORD.
000449     05  WH-RECORD-TYPE              PIC X(03).
000450     05  FILLER                      PIC X(02).
000451     05  WH-ORIGIN                   PIC X(08).
000452     05  WH-BUSINESS-DATE            PIC 9(06).
000453     05  FILLER                      PIC X(92).
000454*
000455 01  WORK-TRAILER-RECORD.
000456     05  WT-RECORD-TYPE              PIC X(03).
000457     05  FILLER                      PIC X(02).
000458     05  WT-RECORD-COUNT             PIC 9(07).
000459     05  WT-HASH-TOTAL               PIC 9(10).
000460     05  WT-BUSINESS-DATE            PIC 9(06).
000461     05  FILLER                      PIC X(83).
000462*
000463 FD  CSV-FILE.
000470 01  CSV-RECORD                      PIC X(110).
000471*
000472* THE ONE-RECORD EXTRACT-CONTROL FILE KEPT ON THIS SIDE OF THE
000484     RECORD CONTAINS 50 CHARACTERS.
000485 01  JOB-STAT-RECORD                 PIC X(50).
000486*
000487* THE RUN-ONCE PROTECTION FILES - SEE THE RUNCTL COPY MEMBERS.
000488 FD  RUN-CONTROL-FILE
000489     RECORD CONTAINS 200 CHARACTERS.
000490 01  RUN-CONTROL-RECORD              PIC X(200).
000491*
000492 FD  RUN-HISTORY-FILE
000493     RECORD CONTAINS 60 CHARACTERS.
000494 01  RUN-HISTORY-RECORD              PIC X(60).
000495*
000496 FD  LOG-FILE
000497     RECORD CONTAINS 132 CHARACTERS.
000498 01  LOG-RECORD                      PIC X(132).
000499*
000500 WORKING-STORAGE SECTION.
000501*
000510     COPY WSAREA1.
000511*
000512     COPY JOBSTAT.
000514*
000516     COPY RUNCTL.
000520*
000530 77  WS-EXPORT-COUNT                 PIC 9(07) COMP VALUE ZERO.
000531 77  WS-EXPORT-COUNT-D               PIC 9(07).
000792     MOVE 'CSVEXP' TO WS-JS-JOB-NAME.
000793     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
000794     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
000795* A REFUSED TRANSOUT STOPS THE RUN BEFORE CSVEXTR AND EXPCTL
000796* ARE TOUCHED, SO THE LAST GOOD EXTRACT IS NOT SENT TWICE.
000797     PERFORM 9700-CHECK-TRANSOUT THRU 9700-EXIT.
000798     IF WS-RC-REFUSED
000799         PERFORM 9790-REFUSE-RUN THRU 9790-EXIT
000802     END-IF.
000805     OPEN INPUT WORK-FILE.
000810     OPEN OUTPUT CSV-FILE.
000811* THE EXTRACT OPENS WITH AN HDR CONTROL ROW CARRYING THE
000812* BUSINESS DATE - THE TRL ROW IS WRITTEN AT END-OF-JOB BY 9000.
000813     MOVE SPACES TO CSV-RECORD.
000814     STRING 'HDR,' WS-RC-BUSINESS-DATE
000815         DELIMITED BY SIZE INTO CSV-RECORD.
000816     WRITE CSV-RECORD.
000820 1000-EXIT.
000880             SET WS-EOF-YES TO TRUE
000890             GO TO 2000-EXIT
000900     END-READ.
000901     IF WH-RECORD-TYPE = 'HDR'
000902         OR WT-RECORD-TYPE = 'TRL'
000903         GO TO 2000-EXIT
000904     END-IF.
000910     MOVE WR-IMAGE TO WS-AREA-1.
000920     MOVE WS-SUB-AREA-1 TO WS-CSV-KEY.
000930     MOVE WS-SUB-AREA-2 TO WS-CSV-TEXT.
001005         DELIMITED BY SIZE INTO CSV-RECORD.
001006     WRITE CSV-RECORD.
001010     CLOSE WORK-FILE
001015           CSV-FILE.
001020     PERFORM 9750-RECORD-CONSUMED THRU 9750-EXIT.
001021* THE SAME CONTROLS STAY ON THIS SIDE OF THE TRANSFER IN THE
001022* ONE-RECORD EXPCTL FILE - REWRITTEN EVERY RUN, THE SAME
001023* TRUNCATE-ON-OUTPUT TECHNIQUE TRNBLD 9010 USES FOR CTLFILE -
001024* SO CSVBAL CAN BALANCE TOMORROW'S ACKNOWLEDGMENT WITHOUT
001025* REACHING ACROSS TO THE TRANSFER SHARE.
001026     MOVE SPACES TO EXP-CTL-RECORD.
001027     MOVE WS-RC-BUSINESS-DATE TO EC-BUSINESS-DATE.
001028     MOVE WS-EXPORT-COUNT TO EC-ROW-COUNT.
001029     MOVE WS-KEY-HASH TO EC-KEY-HASH.
001030     OPEN OUTPUT EXPORT-CONTROL-FILE.
001040 9000-EXIT.
001050     EXIT.
001060*
001063     COPY RUNCTLP.
001066*
001070     COPY JOBSTATP.
