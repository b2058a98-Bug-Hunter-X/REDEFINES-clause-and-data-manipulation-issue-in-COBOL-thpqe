000219*                    START AND END RECORDS APPENDED TO JOBSTAT
000220*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000221*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000222*   10/15/26   JPD   RUN-ONCE PROTECTION - BEFORE ANYTHING IS
000223*                    OPENED, TRANSOUT IS BALANCED TO ITS NEW
000224*                    TRAILER, RUNHIST IS CHECKED FOR AN ABORTED
000225*                    TRNBLD RUN ON THE BUSINESS DATE, AND RUNCTL
000226*                    FOR A DATE THIS JOB HAS ALREADY REPORTED
000227*                    (SEE THE RUNCTL/RUNCTLP COPY MEMBERS).  A
000228*                    REFUSED RUN ENDS WITH STATUS REFSD, RC 8,
000229*                    UNLESS THE OPERATOR OVERRIDES IT.  THE
000230*                    'HDR'/'TRL' CONTROL RECORDS ARE NOT PRINTED.
000231*****************************************************************
000232*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000372     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000373         ORGANIZATION IS SEQUENTIAL
000374         FILE STATUS IS WS-JSTAT-STATUS.
000375*
000376     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
000377         ORGANIZATION IS SEQUENTIAL
000378         FILE STATUS IS WS-RC-CTL-STATUS.
000379*
000380     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000381         ORGANIZATION IS SEQUENTIAL
000382         FILE STATUS IS WS-RC-HIST-STATUS.
000383*
000384     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000385         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-RC-LOG-STATUS.
000387*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
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
000463 FD  REPORT-FILE
000470     RECORD CONTAINS 132 CHARACTERS.
000480 01  REPORT-LINE                     PIC X(132).
000481*
000482 FD  JOB-STAT-FILE
000483     RECORD CONTAINS 50 CHARACTERS.
000484 01  JOB-STAT-RECORD                 PIC X(50).
000485*
000486* THE RUN-ONCE PROTECTION FILES - SEE THE RUNCTL COPY MEMBERS.
000487 FD  RUN-CONTROL-FILE
000488     RECORD CONTAINS 200 CHARACTERS.
000489 01  RUN-CONTROL-RECORD              PIC X(200).
000490*
000491 FD  RUN-HISTORY-FILE
000492     RECORD CONTAINS 60 CHARACTERS.
000493 01  RUN-HISTORY-RECORD              PIC X(60).
000494*
000495 FD  LOG-FILE
000496     RECORD CONTAINS 132 CHARACTERS.
000497 01  LOG-RECORD                      PIC X(132).
000498*
000500 WORKING-STORAGE SECTION.
000510*
000520     COPY WSAREA1.
000521*
000522     COPY JOBSTAT.
000524*
000526     COPY RUNCTL.
000530*
000540 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
000550 77  WS-PAGE-COUNT                   PIC 9(05) COMP VALUE ZERO.
001230     STOP RUN.
001240*
001250 1000-INITIALIZE.
001280     ACCEPT WS-RUN-DATE FROM DATE.
001281     MOVE 'DLYRPT' TO WS-JS-JOB-NAME.
001282     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
001283     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
001284* A REFUSED TRANSOUT STOPS THE RUN BEFORE RPTFILE IS OPENED, SO
001285* THE LAST GOOD REPORT IS LEFT STANDING.
001286     PERFORM 9700-CHECK-TRANSOUT THRU 9700-EXIT.
001287     IF WS-RC-REFUSED
001288         PERFORM 9790-REFUSE-RUN THRU 9790-EXIT
001289     END-IF.
001291     OPEN INPUT WORK-FILE.
001293     OPEN OUTPUT REPORT-FILE.
001295 1000-EXIT.
001300     EXIT.
001310*
001320 2000-PROCESS-RECORDS.
001350             SET WS-EOF-YES TO TRUE
001360             GO TO 2000-EXIT
001370     END-READ.
001371     IF WH-RECORD-TYPE = 'HDR'
001372         OR WT-RECORD-TYPE = 'TRL'
001373         GO TO 2000-EXIT
001374     END-IF.
001380     MOVE WR-IMAGE TO WS-AREA-1.
001390     IF WS-LINE-COUNT = ZERO
001400         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
001760     WRITE REPORT-LINE FROM WS-FOOTING-LINE
001770         AFTER ADVANCING 2 LINES.
001780     CLOSE WORK-FILE
001785           REPORT-FILE.
001790     PERFORM 9750-RECORD-CONSUMED THRU 9750-EXIT.
001791     MOVE WS-DETAIL-COUNT TO WS-JS-IN-COUNT.
001792     MOVE WS-DETAIL-COUNT TO WS-JS-OUT-COUNT.
001793     MOVE 'OK' TO WS-JS-STATUS.
001800 9000-EXIT.
001810     EXIT.
001820*
001823     COPY RUNCTLP.
001826*
001830     COPY JOBSTATP.
