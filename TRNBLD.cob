000530*   08/08/26   JPD   BLOCKED OUTPUT-FILE AND ADDED THE CHECKPOINT
000540*                    FILE SO A RESTARTED RUN REPOSITIONS PAST
000550*                    ALREADY-PROCESSED TRANSACTION-FILE RECORDS
000551*                    INSTEAD OF REPROCESSING THEM FROM SCRATCH.
000552*   08/08/26   JPD   ADDED RECORD VALIDATION AND THE SUSPENSE
000553*                    FILE - A RECORD WITH A NON-NUMERIC KEY OR A
000554*                    SHORT PHYSICAL RECORD NO LONGER CONSUMES A
000555*                    WS-SUB-AREA-1 SEQUENCE NUMBER OR GOES
000556*                    THROUGH WS-SUB-AREA-2; IT IS ROUTED TO
000557*                    SUSPFILE UNDER THE WS-AREA-3 ERROR LAYOUT
000558*                    WITH A REASON CODE.
000559*   08/21/26   JPD   STAMPED EACH SUSPFILE RECORD WITH THE RUN
000560*                    DATE SO THE SUSPENSE ACTIVITY REPORT
000561*                    (SUSPRPT) CAN AGE UNRESOLVED ITEMS.
000562*   08/21/26   JPD   ADDED THE SOURCE-KEY CROSS-REFERENCE FILE
000563*                    (XREFFILE) KEYED ON TR-KEY, LOADED BY 2450
000564*                    WITH THE ASSIGNED WS-SUB-AREA-1 VALUE AND
000565*                    RUN DATE, WITH A SAME-DAY DUPLICATE SOURCE
000566*                    KEY FLAGGED ON THE EXCEPTIONS REPORT (A
000567*                    DOUBLE-SENT EXTRACT) AND THE FIRST ENTRY
000568*                    KEPT.  SEE XREFINQ FOR THE INQUIRY PATH.
000569*   08/21/26   JPD   MULTI-SOURCE PROCESSING - THE CONCATENATED
000570*                    FEED NOW CARRIES ONE HDR/TRL BATCH PER
000571*                    REGIONAL SOURCE; THE HEADER'S SOURCE SYSTEM
000572*                    IS CARRIED ON EVERY OUTPUT AND SUSPENSE
000573*                    RECORD AND RECORDS READ/WRITTEN/SUSPENDED
000574*                    ARE TOTALED PER SOURCE (8050), WITH THE
000575*                    SOURCE TABLE RIDING THE CHECKPOINT SO A
000576*                    RESTART KEEPS THE SPLITS RIGHT.
000577*   08/21/26   JPD   STAMPED EACH IDXFILE RECORD WITH ITS LOAD
000578*                    DATE FOR THE IDXARCH RETENTION JOB, ADDED
000579*                    THE NEAR-WRAP WARNING AT SEED TIME (1010)
000580*                    AND THE HARD STOP IN 8100 WHEN WS-SUB-AREA-1
000581*                    WOULD WRAP PAST 99999 - THE COUNTER IS
000582*                    RESTARTED CLEAN BY THE IDXARCH WRAP RESET,
000583*                    NEVER BY A SILENT OVERWRITE OF LIVE LOOKUP
000584*                    DATA.
000585*   08/21/26   JPD   EVERY RUN NOW APPENDS A STATISTICS RECORD
000586*                    (DATES, SEQUENCE RANGE, COUNTS, RESTARTS,
000587*                    RECONCILE VERDICT) TO THE PERMANENT RUN
000588*                    HISTORY FILE RUNHIST - SEE 9030 AND THE
000589*                    RUNTRND TREND REPORT.
000590*   08/21/26   JPD   ADDED BATCH HEADER/TRAILER CONTROL-RECORD
000591*                    VALIDATION ON TRANSIN - THE HEADER BUSINESS
000592*                    DATE MUST MATCH THE RUN DATE AND THE
000593*                    TRAILER COUNT AND TR-KEY HASH TOTAL MUST
000594*                    BALANCE TO WHAT WAS READ; AN OUT-OF-BALANCE
000595*                    FEED STOPS THE JOB (SEE 2700/2710/2900)
000596*                    INSTEAD OF LOADING A PARTIAL DAY.  THE
000597*                    RUNNING FEED TOTALS RIDE THE CHECKPOINT
000598*                    RECORD SO A RESTART STILL BALANCES.
000599*   09/02/26   JPD   AMENDMENT AND CANCELLATION TRANSACTION
000600*                    TYPES - EACH TRANSIN DATA RECORD NOW
000601*                    CARRIES A TRANSACTION CODE IN COLUMN 6
000602*                    (A/BLANK=ADD, C=CHANGE, X=CANCEL, RECORD
000603*                    LENGTH NOW 101).  A CHANGE OR CANCEL IS
000604*                    RESOLVED BACK TO ITS ORIGINAL SEQUENCE
000605*                    NUMBER THROUGH XREFFILE AND APPLIED TO THE
000606*                    IDXFILE ENTRY IN PLACE (SEE 2250) INSTEAD
000607*                    OF CONSUMING A NEW SEQUENCE NUMBER; A
000608*                    CANCEL MARKS THE ENTRY LOGICALLY DELETED
000609*                    (IDX-STATUS 'D') RATHER THAN REMOVING IT.
000610*                    A CHANGE OR CANCEL FOR A KEY NEVER
000611*                    ASSIGNED GOES TO SUSPFILE UNDER REASON
000612*                    'NX' (NO CROSS-REFERENCE) OR 'NI' (NOT ON
000613*                    THE LIVE INDEX), AND AN UNRECOGNIZED CODE
000614*                    UNDER 'TC'.  PER-TYPE COUNTS ARE REPORTED
000615*                    BY 8070 ALONGSIDE THE 8050 SOURCE TOTALS.
000616*   09/02/26   JPD   IDXFILE AND XREFFILE NOW ALWAYS OPEN I-O
000617*                    (STATUS-35 CREATE-THEN-REOPEN FOR A
000618*                    FIRST-EVER RUN) INSTEAD OF BEING RECREATED
000619*                    EVERY NON-RESTART RUN - CHANGE/CANCEL
000620*                    RESOLUTION AND THE MULTI-DAY ASSIGNMENT
000621*                    HISTORY BOTH NEED YESTERDAY'S ENTRIES.
000622*                    2250/2280 NOW ALSO CARRY AND CHECK THE
000623*                    WRAP-CYCLE GENERATION, SO A STALE PRE-WRAP
000624*                    CROSS-REFERENCE ENTRY SUSPENDS THE
000625*                    MAINTENANCE INSTEAD OF REWRITING THE
000626*                    NEW-GENERATION RECORD THAT NOW OWNS THE
000627*                    SEQUENCE NUMBER.
000628*   09/02/26   JPD   JOINED THE COMMON JOB-STATISTICS FILE -
000629*                    START AND END RECORDS APPENDED TO JOBSTAT
000630*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS AND
000631*                    THE BATWRPT BATCH-WINDOW REPORT), WITH THE
000632*                    ABORT PATH (2900) WRITING ITS END RECORD
000633*                    UNDER STATUS ABORT.
000634*   09/02/26   JPD   STAMPED EVERY AUDITLOG LINE THIS PROGRAM
000635*                    WRITES (8150 GUARD MISMATCHES AND 2900
000636*                    FEED ABORTS) WITH THE PROGRAM NAME AND RUN
000637*                    DATE, THE SAME WAY CTLUTIL STAMPS ITS
000638*                    OVERRIDE LINES, SO THE AUDRPT AUDIT REPORT
000639*                    CAN CLASSIFY AND DATE-SELECT THEM.
000640*   09/02/26   JPD   MULTI-DAY ASSIGNMENT HISTORY ON XREFFILE -
000641*                    THE CROSS-REFERENCE KEY IS NOW THE SOURCE
000642*                    KEY PLUS THE RUN DATE, SO A REGION REUSING
000643*                    A KEY ON A LATER BUSINESS DAY GETS A NEW
000644*                    HISTORY ENTRY INSTEAD OF A FALSE DUPLICATE
000645*                    - 2450/2460 NOW FLAG ONLY A SAME-DAY
000646*                    DOUBLE-SEND, AND A CHANGE OR CANCEL (2250)
000647*                    RESOLVES THROUGH THE LATEST ENTRY FOR THE
000648*                    KEY (2270).  SEE XREFINQ FOR THE FULL
000649*                    HISTORY DISPLAY.  AN EXISTING XREFFILE
000650*                    MUST BE RELOADED UNDER THE NEW KEY BEFORE
000651*                    THIS VERSION RUNS AGAINST IT.
000652*   09/02/26   JPD   SEQUENCE GENERATION NUMBER - THE CTLFILE
000661*                    RECORD NOW CARRIES THE WRAP-CYCLE
000662*                    GENERATION THE IDXARCH WRAP RESET BUMPS,
000663*                    AND EVERY IDXFILE, XREFFILE AND TRANSOUT
000665*                    NUMBER IS ALWAYS INTERPRETED WITHIN ITS
000666*                    GENERATION AND THE CUMULATIVE MASTER
000667*                    SURVIVES A PLANNED WRAP (SEE MSTUPDT).
000668*   10/15/26   JPD   BATCH QUARANTINE - A REGIONAL BATCH THAT
000669*                    FAILS ITS HEADER DATE, ITS TRAILER COUNT
000670*                    OR HASH, OR ENDS WITH NO TRAILER NO LONGER
000671*                    STOPS THE WHOLE RUN.  1050 PRE-SCANS
000672*                    TRANSIN AND BALANCES EVERY BATCH BEFORE
000673*                    ANYTHING IS LOADED; A FAILING BATCH IS
000674*                    COPIED WHOLE TO THE BATHOLD HOLD FILE WITH
000675*                    ITS REASON CODE (2750/2760) AND THE OTHER
000676*                    SOURCES LOAD AS NORMAL.  THE RUN VERDICT IS
000677*                    'HELD' AND RUNHIST (NOW 60 BYTES) CARRIES
000678*                    THE HELD BATCH COUNT AND FIRST HELD SOURCE;
000679*                    8050 SHOWS THE HELD BATCHES PER SOURCE.
000680*                    THE BATREL JOB RELEASES OR DISCARDS A HELD
000681*                    BATCH.  AN EXISTING RUNHIST MUST BE
000682*                    CONVERTED TO THE 60-BYTE LAYOUT BEFORE THIS
000683*                    VERSION APPENDS TO IT.
000684*   10/15/26   JPD   LOAD JOURNAL - EVERY ADD BUILT (2480) AND
000685*                    EVERY CHANGE OR CANCEL APPLIED (2490) IS
000686*                    APPENDED TO THE CUMULATIVE LOADJRNL FILE
000687*                    WITH THE RUN DATE, SOURCE, SOURCE KEY,
000688*                    GENERATION AND SEQUENCE, AND THE IDXFILE
000689*                    BEFORE AND AFTER IMAGES, SO THE BACKOUT JOB
000690*                    CAN REVERSE A BAD BUSINESS DAY.  THE BACK-
000691*                    OUT ANNOTATION BACKOUT LEAVES ON CTLFILE IS
000692*                    CARRIED THROUGH 9010 UNCHANGED.
000693*   10/15/26   JPD   SOURCE-SYSTEM REGISTRY - EVERY BATCH HEADER
000694*                    SOURCE IS LOOKED UP ON THE SRCREG REGISTRY
000695*                    (MAINTAINED BY SRCUTIL) WHEN ITS PER-SOURCE
000696*                    ENTRY IS OPENED (2730).  THE DATA RECORDS OF
000697*                    A BATCH FROM A SOURCE THAT IS NOT REGISTERED
000698*                    OR IS INACTIVE GO TO SUSPFILE UNDER REASON
000699*                    'UA' INSTEAD OF LOADING, AND THE REFUSAL IS
000700*                    LOGGED TO AUDITLOG.  SUSPFIX RESUBMISSIONS
000701*                    ARE ALWAYS ACCEPTED.  THE PER-SOURCE TABLE
000702*                    AND ITS CHECKPOINT IMAGE NOW HOLD 99 SOURCES
000703*                    (WAS 10) - A CHECKPOINT LEFT BY THE PRIOR
000704*                    VERSION MUST BE CLEARED (CTLUTIL OPTION 2)
000705*                    BEFORE THIS VERSION RESTARTS FROM IT.
000706*   10/15/26   JPD   TRANSOUT CONTROL RECORDS - TRANSOUT NOW
000707*                    OPENS WITH AN 'HDR' RECORD CARRYING THE
000708*                    BUSINESS DATE (1035) AND CLOSES WITH A
000709*                    'TRL' RECORD CARRYING THE DATA RECORD COUNT
000710*                    AND A HASH TOTAL OF THE SEQUENCE KEYS
000711*                    WRITTEN (9005), SO THE DOWNSTREAM JOBS CAN
000712*                    PROVE THE FILE COMPLETE AND REFUSE A DAY
000713*                    THEY HAVE ALREADY CONSUMED (SEE THE RUNCTL
000714*                    COPY MEMBERS).  AN ABORTED RUN LEAVES NO
000715*                    TRAILER.  THE RUNNING HASH RIDES THE
000716*                    CHECKPOINT (NOW 3033 BYTES) - A CHECKPOINT
000717*                    LEFT BY THE PRIOR VERSION MUST BE CLEARED
000718*                    (CTLUTIL OPTION 2) BEFORE THIS VERSION
000719*                    RESTARTS FROM IT.
000720*   10/15/26   JPD   DISPUTE AND LEGAL HOLDS - THE ACTIVE HOLDS ON
000721*                    LGLHOLD ARE LOADED AT START (SEE THE HOLDCHK
000722*                    COPY MEMBERS; AN UNREADABLE HOLD FILE ABORTS
000723*                    THE FEED).  A CHANGE OR CANCEL AGAINST A
000724*                    HELD ENTRY (2250) IS NOT APPLIED - IT GOES TO
000725*                    SUSPENSE UNDER REASON 'LH' AND THE BLOCKED
000726*                    ACTION IS WRITTEN TO THE HOLDACT LOG.
000727*   10/15/26   JPD   PARALLEL REGIONAL STREAMS - ANSWERED WITH A
000728*                    STREAM NUMBER (1-4) ON THE CONSOLE, THE RUN
000729*                    BUILDS ONE STREAM OF A DAY SPLIT BY TRNSPLT.
000730*                    ITS TRANSIN, TRANSOUT, CHKPTFIL, SUSPFILE AND
000731*                    EXCPRPT ARE THE STREAM'S OWN DATASETS; ITS
000732*                    SEQUENCE NUMBERS COME FROM THE BLOCK TRNSPLT
000733*                    RESERVED FOR IT ON SEQBLK (1015), NOT FROM
000734*                    CTLFILE, WHICH IT LEAVES ALONE, AND IT STOPS
000735*                    RATHER THAN RUN PAST THE END OF THE BLOCK
000736*                    (8100).  THE CHECKPOINT CARRIES THE STREAM,
000737*                    SO ONE STREAM RESTARTS WITHOUT TOUCHING THE
000738*                    OTHERS (1020).  AT END OF JOB THE STREAM'S
000739*                    RESULTS GO TO ITS SEQBLK ENTRY (9040) AND
000740*                    TRNMRG WRITES THE DAY'S TRANSOUT, THE
000741*                    COMBINED RECONCILIATION AND THE RUNHIST
000742*                    ENTRY.  A BLANK REPLY IS THE SINGLE RUN,
000743*                    UNCHANGED.  RUNHIST NOW CARRIES THE COUNT OF
000744*                    RESERVED NUMBERS LEFT UNUSED (ZERO HERE).
000745*   10/15/26   JPD   STREAM RUNS - A STREAM'S AUDITLOG, LOADJRNL,
000746*                    BATHOLD, HOLDACT AND JOBSTAT ARE NOW ITS OWN
000747*                    DATASETS TOO, APPENDED TO THE CUMULATIVE
000748*                    FILES BY TRNMRG, SO NO TWO STREAMS EVER
000749*                    EXTEND THE SAME FILE.  A STREAM TAKES ITS
000750*                    BUSINESS DATE FROM ITS SEQBLK BLOCK (1015)
000751*                    AND A RESTART FROM ITS CHECKPOINT (1020), SO
000752*                    A RESTART AFTER MIDNIGHT STILL BUILDS THE
000753*                    RESERVED DAY.  A STREAM THAT ABORTS MARKS ITS
000754*                    SEQBLK ENTRY (9045) INSTEAD OF WRITING A
000755*                    DAY-WIDE RUNHIST 'ABORT' - TRNMRG WRITES THE
000756*                    DAY'S VERDICT.
000757*   10/15/26   JPD   A CHANGE OR CANCEL WHOSE IDXFILE REWRITE
000758*                    FAILS IS NOW WRITTEN TO THE EXCEPTIONS REPORT
000759*                    WITH THE STATUS AND COUNTED AS NOT APPLIED
000760*                    (RC 4).  A STREAM IS MARKED ON SEQBLK BEFORE
000761*                    ITS TRAILER IS WRITTEN; ONE THAT CANNOT BE
000762*                    MARKED KEEPS A CHECKPOINT AT END OF FILE SO
000763*                    ITS RERUN REBUILDS NOTHING.  REGISTRY LAYOUT
000764*                    NAMES THE SR-STREAM BYTE SRCUTIL SETS.
000765*****************************************************************
000766*
000767 ENVIRONMENT DIVISION.
000768 CONFIGURATION SECTION.
000769 SOURCE-COMPUTER. IBM-370.
000770 OBJECT-COMPUTER. IBM-370.
000771*
000772 INPUT-OUTPUT SECTION.
000773 FILE-CONTROL.
000774     SELECT TRANSACTION-FILE ASSIGN TO 'TRANSIN'
000775         ORGANIZATION IS SEQUENTIAL
000776         FILE STATUS IS WS-TRANS-STATUS.
000777*
000778     SELECT OUTPUT-FILE ASSIGN TO 'TRANSOUT'
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-OUTPUT-STATUS.
000800*
001056     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
001057         ORGANIZATION IS SEQUENTIAL
001058         FILE STATUS IS WS-JSTAT-STATUS.
001059*
001060     SELECT BATCH-HOLD-FILE ASSIGN TO 'BATHOLD'
001061         ORGANIZATION IS SEQUENTIAL
001062         FILE STATUS IS WS-HOLD-STATUS.
001063*
001064     SELECT LOAD-JOURNAL-FILE ASSIGN TO 'LOADJRNL'
001065         ORGANIZATION IS SEQUENTIAL
001066         FILE STATUS IS WS-JRNL-STATUS.
001067*
001068     SELECT SOURCE-REGISTRY-FILE ASSIGN TO 'SRCREG'
001069         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001071         RECORD KEY IS SR-SOURCE
001072         FILE STATUS IS WS-REG-STATUS.
001073*
001074     SELECT LEGAL-HOLD-FILE ASSIGN TO 'LGLHOLD'
001075         ORGANIZATION IS INDEXED
001076         ACCESS MODE IS DYNAMIC
001077         RECORD KEY IS LH-KEY
001078         FILE STATUS IS WS-LG-HOLD-STATUS.
001079*
001080     SELECT HOLD-ACTION-FILE ASSIGN TO 'HOLDACT'
001081         ORGANIZATION IS SEQUENTIAL
001082         FILE STATUS IS WS-LG-ACT-STATUS.
001083*
001084     SELECT SEQUENCE-BLOCK-FILE ASSIGN TO 'SEQBLK'
001085         ORGANIZATION IS INDEXED
001086         ACCESS MODE IS RANDOM
001087         RECORD KEY IS SB-STREAM
001088         FILE STATUS IS WS-BLK-STATUS.
001089*
001090 DATA DIVISION.
001091 FILE SECTION.
001092*
001100* TRANSACTION-FILE CARRIES 101-BYTE RECORDS - A 5-DIGIT KEY, A
001110* ONE-BYTE TRANSACTION CODE (A OR BLANK FOR ADD, C FOR CHANGE,
001120* X FOR CANCEL), AND THE 95 BYTES OF DATA THAT MATCH THE
001180 FD  TRANSACTION-FILE
001190     RECORD CONTAINS 101 CHARACTERS.
001200 01  TRANS-RECORD.
001201     05  TR-KEY                      PIC X(05).
001202     05  TR-KEY-NUM  REDEFINES TR-KEY
001203                                     PIC 9(05).
001204     05  TR-TRAN-CODE                PIC X(01).
001205         88  TR-CODE-ADD             VALUE 'A' ' '.
001206         88  TR-CODE-CHANGE          VALUE 'C'.
001207         88  TR-CODE-CANCEL          VALUE 'X'.
001208     05  TR-DATA                     PIC X(95).
001211*
001212* THE FEED NOW CARRIES A BATCH HEADER AND TRAILER AROUND THE
001213* DATA RECORDS.  BOTH ARE FLAGGED BY A RECORD TYPE IN COLUMNS
001229     05  TT-HASH-TOTAL               PIC 9(10).
001230     05  FILLER                      PIC X(79).
001231*
001232* EACH OUTPUT RECORD CARRIES THE WS-AREA-1 IMAGE FOLLOWED BY
001233* THE SOURCE SYSTEM FROM THE BATCH HEADER IT ARRIVED UNDER AND
001234* THE SEQUENCE GENERATION IT WAS BUILT IN, SO DOWNSTREAM
001235* PROGRAMS CAN TELL THE REGIONS - AND THE WRAP CYCLES - APART.
001240 FD  OUTPUT-FILE
001241     BLOCK CONTAINS 10 RECORDS
001250     RECORD CONTAINS 111 CHARACTERS.
001261     05  OUT-IMAGE                   PIC X(100).
001262     05  OUT-SOURCE                  PIC X(08).
001263     05  OUT-GEN                     PIC 9(03).
001264*
001265* THE FIRST AND LAST RECORDS OF TRANSOUT ARE CONTROL RECORDS,
001266* FLAGGED THE SAME WAY AS THE TRANSIN BATCH HEADER AND TRAILER
001267* - THE HEADER CARRIES THE BUSINESS DATE, THE TRAILER THE DATA
001268* RECORD COUNT AND A HASH TOTAL OF THE WS-SUB-AREA-1 KEYS.
001269 01  OUT-HEADER-RECORD.
001270     05  OH-RECORD-TYPE              PIC X(03).
001271     05  FILLER                      PIC X(02).
001272     05  OH-ORIGIN                   PIC X(08).
001273     05  OH-BUSINESS-DATE            PIC 9(06).
001274     05  FILLER                      PIC X(92).
001275*
001276 01  OUT-TRAILER-RECORD.
001277     05  OT-RECORD-TYPE              PIC X(03).
001278     05  FILLER                      PIC X(02).
001279     05  OT-RECORD-COUNT             PIC 9(07).
001280     05  OT-HASH-TOTAL               PIC 9(10).
001281     05  OT-BUSINESS-DATE            PIC 9(06).
001282     05  FILLER                      PIC X(83).
001284*
001286* CONTROL-FILE HOLDS A SINGLE RECORD - THE LAST SEQUENCE
001290* NUMBER HANDED OUT BY THE PREVIOUS RUN AND THE WRAP-CYCLE
001291* GENERATION IT WAS HANDED OUT IN.  THE GENERATION IS BUMPED
001292* ONLY BY THE IDXARCH WRAP RESET; THIS JOB CARRIES IT THROUGH
001293* UNCHANGED AND STAMPS IT ON EVERYTHING IT WRITES.  THE LAST
001294* BACK-OUT ANNOTATION (BUSINESS DATE BACKED OUT, AND WHETHER
001295* THE SEED WAS REWOUND OR THE RANGE LEFT AS GAPS) IS WRITTEN
001296* BY THE BACKOUT JOB AND CARRIED THROUGH HERE UNCHANGED.
001300 FD  CONTROL-FILE.
001310 01  CTL-RECORD.
001320     05  CTL-LAST-SEQ                PIC 9(05).
001321     05  CTL-GENERATION              PIC 9(03).
001322     05  CTL-BACKOUT-DATE            PIC X(06).
001323     05  CTL-BACKOUT-ACTION          PIC X(01).
001330     05  FILLER                      PIC X(05).
001340*
001350* CHECKPOINT-FILE CARRIES ONE RECORD EVERY WS-CHECKPOINT-INTERVAL
001360* TRANSACTION-FILE RECORDS - THE LAST WS-SUB-AREA-1 KEY BUILT,
001420* THE RUNNING FEED-CONTROL TOTALS (DATA RECORDS AND TR-KEY HASH
001421* SINCE THE LAST HEADER, AND WHETHER A BATCH IS OPEN) RIDE THE
001422* CHECKPOINT SO A RESTARTED RUN CAN STILL BALANCE THE TRAILER.
001423* SO DOES THE TRANSOUT KEY HASH, FOR THE 9005 TRAILER.
001425* THE LAST BYTE NAMES THE STREAM THAT WROTE THE CHECKPOINT
001427* (BLANK FOR THE SINGLE RUN).
001430 FD  CHECKPOINT-FILE.
001431 01  CHKPT-RECORD.
001440     05  CHKPT-LAST-KEY              PIC 9(05).
001466         10  CHKPT-CURRENT-SOURCE    PIC X(08).
001467         10  CHKPT-CURRENT-SRC-SUB   PIC 9(02).
001468         10  CHKPT-SOURCE-COUNT      PIC 9(02).
001469         10  CHKPT-SRC-ENTRY  OCCURS 99 TIMES.
001470             15  CHKPT-SRC-CODE      PIC X(08).
001471             15  CHKPT-SRC-READ      PIC 9(07).
001472             15  CHKPT-SRC-WRITTEN   PIC 9(07).
001473             15  CHKPT-SRC-SUSP      PIC 9(07).
001474             15  CHKPT-SRC-AUTH      PIC X(01).
001475     05  CHKPT-OUT-HASH              PIC 9(10).
001476     05  CHKPT-STREAM                PIC X(01).
001478     05  CHKPT-BUSINESS-DATE         PIC 9(06).
001480*
001490 FD  EXCEPTION-FILE.
001500 01  EXCP-RECORD                     PIC X(100).
001560 FD  INDEXED-FILE.
001570 01  IDX-RECORD.
001580     05  IDX-KEY                     PIC 9(05).
001581     05  IDX-TEXT                    PIC X(95).
001582     05  IDX-LOAD-DATE               PIC 9(06).
001583     05  IDX-STATUS                  PIC X(01).
001584         88  IDX-ACTIVE              VALUE ' '.
001585         88  IDX-CANCELLED           VALUE 'D'.
001586     05  IDX-GEN                     PIC 9(03).
001587*
001588* XREF-FILE IS THE SOURCE-KEY CROSS-REFERENCE, KEYED ON THE
001589* ORIGINAL TR-KEY FROM THE EXTRACT PLUS THE RUN DATE IT WAS
001590* ASSIGNED, AND CARRYING THE SEQUENCE NUMBER ASSIGNED THAT
001591* DAY - ONE HISTORY ENTRY PER KEY PER BUSINESS DATE, SINCE THE
001592* REGIONS RECYCLE THEIR KEYS MONTHLY.  AN UPSTREAM "WHAT DID
001593* YOU DO WITH OUR KEY" QUESTION IS A KEYED LOOKUP (SEE XREFINQ
001594* FOR THE FULL HISTORY) INSTEAD OF A SCAN OF TRANSOUT TEXT.
001595 FD  XREF-FILE.
001596 01  XREF-RECORD.
001597     05  XRF-KEY.
001598         10  XRF-SRC-KEY             PIC X(05).
001599         10  XRF-RUN-DATE            PIC 9(06).
001600     05  XRF-SEQ                     PIC 9(05).
001601     05  XRF-GEN                     PIC 9(03).
001602     05  FILLER                      PIC X(01).
001603*
001604 FD  LOG-FILE.
001605 01  LOG-RECORD                      PIC X(132).
001606*
001607* RUN-HISTORY-FILE IS THE PERMANENT END-OF-JOB STATISTICS LOG -
001608* ONE RECORD APPENDED PER RUN BY 9030 (VERDICT 'ABORT' WHEN A
001609* FEED-CONTROL FAILURE STOPPED THE JOB, 'HELD' WHEN A REGIONAL
001610* BATCH WAS SET ASIDE TO BATHOLD) SO A "DID THAT DAY BALANCE"
001611* QUESTION IS ANSWERED FROM A FILE, NOT FROM SYSOUT.  THE HELD
001612* BATCH COUNT AND THE FIRST SOURCE HELD RIDE ALONG.
001613* SO DOES THE COUNT OF RESERVED SEQUENCE NUMBERS LEFT UNUSED -
001614* ALWAYS ZERO HERE; TRNMRG FILLS IT FOR A DAY RUN IN STREAMS.
001615 FD  RUN-HISTORY-FILE
001616     RECORD CONTAINS 60 CHARACTERS.
001617 01  HIST-RECORD.
001618     05  RH-RUN-DATE                 PIC 9(06).
001619     05  RH-START-SEQ                PIC 9(05).
001620     05  RH-END-SEQ                  PIC 9(05).
001621     05  RH-RECORDS-READ             PIC 9(07).
001622     05  RH-RECORDS-WRITTEN          PIC 9(07).
001623     05  RH-RECORDS-SUSPENDED        PIC 9(07).
001624     05  RH-RESTARTS                 PIC 9(03).
001625     05  RH-VERDICT                  PIC X(05).
001626     05  RH-HELD-BATCHES             PIC 9(02).
001627     05  RH-HELD-SOURCE              PIC X(08).
001628     05  RH-GAP-COUNT                PIC 9(05).
001630*
001632* SUSPENSE-FILE CARRIES THE 100-BYTE WS-AREA-3 ERROR IMAGE
001634* FOLLOWED BY THE RUN DATE THE RECORD WAS SUSPENDED (FOR THE
001636* SUSPRPT AGING) AND THE SOURCE SYSTEM IT ARRIVED FROM, SO A
001638* BAD FEED CAN BE TAKEN BACK TO THE REGION THAT SENT IT.
001640* JOB-STAT-FILE IS THE SUITE-WIDE JOB-STATISTICS LOG - SEE THE
001641* JOBSTAT COPY MEMBER FOR THE RECORD IMAGE AND BATWRPT FOR THE
001642* BATCH-WINDOW REPORT BUILT FROM IT.
001653     05  SUSP-SOURCE                 PIC X(08).
001654     05  SUSP-TRAN-CODE              PIC X(01).
001655     05  FILLER                      PIC X(01).
001656*
001657* BATCH-HOLD-FILE CARRIES EVERY PHYSICAL RECORD OF A BATCH SET
001658* ASIDE BY 2750 - HEADER, DATA AND TRAILER (WHEN THERE IS ONE)
001659* IN THEIR ORIGINAL 101-BYTE TRANSIN IMAGES - BEHIND THE DATE
001660* IT WAS HELD, THE SOURCE SYSTEM, THE BATCH'S POSITION ON THAT
001661* DAY'S TRANSIN, THE HOLD REASON AND THE RECORD'S POSITION ON
001662* TRANSIN (SO BATREL CAN DROP THE COPIES A RESTART RE-HOLDS).
001663* THE FILE IS CUMULATIVE UNTIL BATREL RELEASES OR DISCARDS THE
001664* BATCH.
001665 FD  BATCH-HOLD-FILE
001666     RECORD CONTAINS 128 CHARACTERS.
001667 01  HOLD-RECORD.
001668     05  HB-HOLD-DATE                PIC 9(06).
001669     05  HB-SOURCE                   PIC X(08).
001670     05  HB-BATCH-NO                 PIC 9(03).
001671     05  HB-REASON                   PIC X(02).
001672     05  HB-REC-NO                   PIC 9(07).
001673     05  HB-IMAGE                    PIC X(101).
001674     05  FILLER                      PIC X(01).
001675*
001676* LOAD-JOURNAL-FILE IS THE CUMULATIVE RECORD OF WHAT EACH RUN
001677* DID TO THE KEYED FILES - ONE ENTRY PER ADD BUILT AND PER
001678* CHANGE OR CANCEL APPLIED, WITH THE IDXFILE ENTRY AS IT STOOD
001679* BEFORE (MAINTENANCE ONLY) AND AFTER.  IT IS WHAT THE BACKOUT
001680* JOB READS TO REVERSE A BAD BUSINESS DAY.
001681 FD  LOAD-JOURNAL-FILE
001682     RECORD CONTAINS 230 CHARACTERS.
001683 01  JRNL-RECORD.
001684     05  LJ-RUN-DATE                 PIC 9(06).
001685     05  LJ-SOURCE                   PIC X(08).
001686     05  LJ-SRC-KEY                  PIC X(05).
001687     05  LJ-TRAN-CODE                PIC X(01).
001688     05  LJ-GEN                      PIC 9(03).
001689     05  LJ-SEQ                      PIC 9(05).
001690     05  LJ-BEFORE-TEXT              PIC X(95).
001691     05  LJ-BEFORE-LOAD-DATE         PIC 9(06).
001692     05  LJ-BEFORE-STATUS            PIC X(01).
001693     05  LJ-AFTER-TEXT               PIC X(95).
001694     05  LJ-AFTER-STATUS             PIC X(01).
001695     05  FILLER                      PIC X(04).
001696*
001697* SOURCE-REGISTRY-FILE IS THE REGISTRY OF AUTHORIZED SOURCE
001698* SYSTEMS MAINTAINED BY SRCUTIL - STATUS, THE WEEKDAYS THE
001699* SOURCE IS EXPECTED TO SEND (MONDAY FIRST, 'Y' WHEN DUE; SEE
001700* FEEDCHK) AND THE REGION'S CONTACT.  ONLY THE STATUS IS USED
001701* HERE.
001702 FD  SOURCE-REGISTRY-FILE.
001703 01  REG-RECORD.
001704     05  SR-SOURCE                   PIC X(08).
001705     05  SR-STATUS                   PIC X(01).
001706         88  SR-ACTIVE               VALUE 'A'.
001707         88  SR-INACTIVE             VALUE 'I'.
001708     05  SR-EXPECTED-DAYS.
001709         10  SR-DAY-FLAG  OCCURS 7 TIMES
001710                                     PIC X(01).
001711     05  SR-CONTACT                  PIC X(30).
001712     05  SR-ADDED-DATE               PIC 9(06).
001713     05  SR-CHANGED-DATE             PIC 9(06).
001714     05  SR-CHANGED-BY               PIC X(03).
001715     05  SR-STREAM                   PIC X(01).
001716     05  FILLER                      PIC X(18).
001717*
001718* THE DISPUTE AND LEGAL HOLD FILES - SEE THE HOLDCHK COPY
001719* MEMBERS.  A HELD ENTRY TAKES NO MAINTENANCE.
001720 FD  LEGAL-HOLD-FILE
001721     RECORD CONTAINS 120 CHARACTERS.
001722 01  LEGAL-HOLD-RECORD.
001723     05  LH-KEY                      PIC X(09).
001724     05  FILLER                      PIC X(111).
001725*
001726 FD  HOLD-ACTION-FILE
001727     RECORD CONTAINS 80 CHARACTERS.
001728 01  HOLD-ACTION-RECORD              PIC X(80).
001729*
001730* SEQUENCE-BLOCK-FILE - ONE ENTRY PER STREAM FOR THE LATEST
001731* TRNSPLT RESERVATION: THE BLOCK (THE LAST NUMBER BEFORE IT AND
001732* THE LAST NUMBER IN IT), WHAT THE SPLIT SENT THE STREAM, AND THE
001733* STREAM'S RESULTS ONCE IT HAS RUN.  READ AND UPDATED ONLY BY A
001734* STREAM RUN.  THE LAYOUT IS SHARED WITH TRNSPLT AND TRNMRG.
001735 FD  SEQUENCE-BLOCK-FILE
001736     RECORD CONTAINS 100 CHARACTERS.
001737 01  BLK-RECORD.
001738     05  SB-STREAM                   PIC X(01).
001739     05  SB-RUN-DATE                 PIC 9(06).
001740     05  SB-GENERATION               PIC 9(03).
001741     05  SB-STATUS                   PIC X(01).
001742         88  SB-RESERVED             VALUE 'R'.
001743         88  SB-COMPLETE             VALUE 'C'.
001744         88  SB-MERGED               VALUE 'M'.
001745         88  SB-WRITTEN-OFF          VALUE 'W'.
001746     05  SB-BLOCK-START              PIC 9(05).
001747     05  SB-BLOCK-END                PIC 9(05).
001748     05  SB-BATCHES                  PIC 9(03).
001749     05  SB-FEED-RECORDS             PIC 9(07).
001750     05  SB-LAST-SEQ                 PIC 9(05).
001751     05  SB-RECORDS-READ             PIC 9(07).
001752     05  SB-RECORDS-WRITTEN          PIC 9(07).
001753     05  SB-RECORDS-SUSPENDED        PIC 9(07).
001754     05  SB-RESTARTS                 PIC 9(01).
001755     05  SB-VERDICT                  PIC X(05).
001756     05  SB-HELD-BATCHES             PIC 9(02).
001757     05  SB-HELD-SOURCE              PIC X(08).
001758     05  SB-COMPLETED-DATE           PIC 9(06).
001759     05  FILLER                      PIC X(21).
001760*
001761 WORKING-STORAGE SECTION.
001762*
001763     COPY WSAREA1.
001764*
001765     COPY JOBSTAT.
001766*
001767     COPY HOLDCHK.
001768*
001769 77  WS-TRANS-LEN                    PIC 9(03) COMP.
001770 77  WS-DATA-LEN                     PIC 9(03) COMP.
001771 77  WS-DATA-LEN-D                   PIC 9(03).
001772 77  WS-OUTPUT-COUNT                 PIC 9(07) COMP VALUE ZERO.
001773 77  WS-OUTPUT-COUNT-D               PIC 9(07).
001774 77  WS-OUTPUT-HASH                  PIC 9(10) COMP VALUE ZERO.
001775 77  WS-RECONCILE-LINE               PIC X(100).
001776 77  WS-NEW-TEXT                     PIC X(95).
001780 77  WS-GUARD-PARA                   PIC X(30).
001781 77  WS-RECORD-COUNT                 PIC 9(07) COMP VALUE ZERO.
001782 77  WS-SKIP-COUNT                   PIC 9(07) COMP VALUE ZERO.
001783 77  WS-CHECKPOINT-INTERVAL          PIC 9(03) VALUE 50.
001784 77  WS-DUMMY-QUOTIENT               PIC 9(07) COMP.
001785 77  WS-CHECKPOINT-REMAINDER         PIC 9(03) COMP.
001786 77  WS-LAST-CHKPT-KEY               PIC 9(05) VALUE ZERO.
001787 77  WS-LAST-CHKPT-COUNT             PIC 9(07) VALUE ZERO.
001788 77  WS-LAST-CHKPT-GOOD-COUNT        PIC 9(07) VALUE ZERO.
001789 77  WS-SUSPENSE-COUNT               PIC 9(07) COMP VALUE ZERO.
001790 77  WS-SUSPENSE-COUNT-D             PIC 9(07).
001791*
001792* WS-STARTING-SEQ CAPTURES WS-SUB-AREA-1 AS SEEDED FROM
001793* CTL-LAST-SEQ (SEE 1010), BEFORE ANY SAME-DAY CHECKPOINT
001794* RESTART OVERRIDES IT, SO 8000-RECONCILE CAN COMPARE HOW MANY
001795* SEQUENCE NUMBERS THIS CALENDAR DAY'S JOB HAS HANDED OUT
001796* (ACROSS ANY RESTARTS) AGAINST WS-OUTPUT-COUNT, INSTEAD OF
001797* COMPARING THE RAW CROSS-DAY CUMULATIVE COUNTER TO A COUNT
001798* THAT RESETS EVERY DAY.
001799 77  WS-STARTING-SEQ                 PIC 9(05) VALUE ZERO.
001800*
001801* THE STREAM THIS RUN BUILDS, ANSWERED ON THE CONSOLE - BLANK FOR
001802* THE SINGLE RUN OVER THE WHOLE TRANSIN.  A STREAM RUN HANDS OUT
001803* NUMBERS ONLY UP TO WS-BLOCK-END, THE LAST NUMBER OF THE BLOCK
001804* TRNSPLT RESERVED FOR IT; WHAT IT LEAVES UNUSED IS A GAP.
001805 01  WS-STREAM-ID                    PIC X(01) VALUE SPACE.
001806     88  WS-SINGLE-RUN               VALUE SPACE.
001807     88  WS-STREAM-RUN               VALUE '1' THRU '4'.
001808 77  WS-BLOCK-END                    PIC 9(05) VALUE ZERO.
001809 77  WS-GAP-COUNT                    PIC 9(05) VALUE ZERO.
001810 77  WS-LAST-CHKPT-STREAM            PIC X(01) VALUE SPACE.
001811 77  WS-LAST-CHKPT-BUS-DATE          PIC 9(06) VALUE ZERO.
001812*
001813* THE WRAP-CYCLE GENERATION READ FROM CTLFILE AT SEED TIME AND
001814* STAMPED ON EVERY IDXFILE, XREFFILE AND TRANSOUT RECORD THIS
001815* RUN WRITES.  A CONTROL RECORD FROM BEFORE THE GENERATION WAS
001816* CARRIED (BLANK IN THE FIELD) READS AS GENERATION ZERO.
001817 77  WS-GENERATION                   PIC 9(03) VALUE ZERO.
001818*
001819* THE BACK-OUT ANNOTATION READ FROM CTLFILE AT SEED TIME, SO
001820* 9010 CAN WRITE IT BACK UNCHANGED.
001821 77  WS-CTL-BACKOUT-DATE             PIC X(06) VALUE SPACES.
001822 77  WS-CTL-BACKOUT-ACTION           PIC X(01) VALUE SPACE.
001823 77  WS-RECONCILE-COUNT              PIC 9(07) COMP VALUE ZERO.
001824 77  WS-RECONCILE-COUNT-D            PIC 9(07).
001825 77  WS-BAD-CHAR-COUNT               PIC 9(03) COMP VALUE ZERO.
001826*
001827 01  WS-RUN-DATE                     PIC 9(06).
001828*
001829* FEED-CONTROL ACCUMULATORS - DATA RECORDS READ AND THE HASH
001830* TOTAL OF THEIR TR-KEY VALUES SINCE THE LAST BATCH HEADER,
001831* BALANCED AGAINST THE TRAILER BY 2710-VERIFY-TRAILER.
001832 77  WS-FEED-COUNT                   PIC 9(07) COMP VALUE ZERO.
001833 77  WS-FEED-HASH                    PIC 9(10) COMP VALUE ZERO.
001834 77  WS-FEED-COUNT-D                 PIC 9(07).
001835 77  WS-FEED-HASH-D                  PIC 9(10).
001836 77  WS-HEADER-COUNT                 PIC 9(03) COMP VALUE ZERO.
001837 77  WS-XREF-DUP-COUNT               PIC 9(07) COMP VALUE ZERO.
001838*
001839* PER-TRANSACTION-TYPE COUNTS - ADDS BUILT, CHANGES AND CANCELS
001840* APPLIED TO IDXFILE IN PLACE - REPORTED BY 8070 ALONGSIDE THE
001841* 8050 PER-SOURCE TOTALS.
001842 77  WS-ADD-COUNT                    PIC 9(07) COMP VALUE ZERO.
001843 77  WS-CHANGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
001844 77  WS-CANCEL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001845 77  WS-ADD-COUNT-D                  PIC 9(07).
001846 77  WS-CHANGE-COUNT-D               PIC 9(07).
001847 77  WS-CANCEL-COUNT-D               PIC 9(07).
001848*
001849* CHANGES AND CANCELS THAT RESOLVED TO AN ENTRY BUT WHOSE REWRITE
001850* FAILED - EACH IS ON THE EXCEPTIONS REPORT WITH ITS STATUS.
001851 77  WS-MAINT-FAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001852 77  WS-MAINT-FAIL-COUNT-D           PIC 9(07).
001853 77  WS-TYPE-LINE                    PIC X(100).
001854*
001855* THE SEQUENCE NUMBER AND WRAP-CYCLE GENERATION OF THE LATEST
001856* XREFFILE HISTORY ENTRY FOR THE SOURCE KEY IN HAND, LEFT BY
001857* THE 2270 SCAN FOR THE CHANGE/CANCEL RESOLUTION IN 2250 - THE
001858* GENERATION MUST MATCH THE CURRENT ONE BEFORE THE SEQUENCE
001859* NUMBER MAY BE TRUSTED AGAINST THE LIVE INDEX.
001860 77  WS-LATEST-SEQ                   PIC 9(05) VALUE ZERO.
001861 77  WS-LATEST-GEN                   PIC 9(03) VALUE ZERO.
001862*
001863* THE IDXFILE ENTRY AS 2250 FOUND IT, BEFORE THE CHANGE OR
001864* CANCEL WAS APPLIED - THE BEFORE IMAGE 2490 JOURNALS.
001865 77  WS-BEFORE-TEXT                  PIC X(95).
001866 77  WS-BEFORE-LOAD-DATE             PIC 9(06).
001867 77  WS-BEFORE-STATUS                PIC X(01).
001868 77  WS-RECONCILE-VERDICT            PIC X(05) VALUE SPACES.
001869 77  WS-WRAP-WARN-SEQ                PIC 9(05) VALUE 95000.
001870*
001871* PER-SOURCE CONTROL TOTALS - ONE ENTRY PER BATCH HEADER SOURCE
001872* SEEN THIS RUN, REPORTED BY 8050 ALONGSIDE 8000-RECONCILE.
001873* THE WHOLE GROUP RIDES THE CHECKPOINT (CHKPT-SOURCE-DATA) AS
001874* ONE IMAGE SO A RESTART KEEPS THE PER-SOURCE SPLITS.
001875 77  WS-SOURCE-SUB                   PIC 9(02) COMP VALUE ZERO.
001876 77  WS-SOURCE-MAX                   PIC 9(02) VALUE 99.
001877 77  WS-SOURCE-LINE                  PIC X(100).
001878 77  WS-LAST-CHKPT-SOURCE-DATA       PIC X(2982) VALUE SPACES.
001879*
001880 01  WS-SOURCE-DATA.
001881     05  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.
001882     05  WS-CURRENT-SRC-SUB          PIC 9(02) VALUE ZERO.
001883     05  WS-SOURCE-COUNT             PIC 9(02) VALUE ZERO.
001884     05  WS-SRC-ENTRY  OCCURS 99 TIMES.
001885         10  WS-SRC-CODE             PIC X(08).
001886         10  WS-SRC-READ             PIC 9(07).
001887         10  WS-SRC-WRITTEN          PIC 9(07).
001888         10  WS-SRC-SUSP             PIC 9(07).
001889         10  WS-SRC-AUTH             PIC X(01).
001890             88  WS-SRC-AUTHORIZED   VALUE 'Y'.
001891             88  WS-SRC-UNREGISTERED VALUE 'U'.
001892             88  WS-SRC-INACTIVE     VALUE 'I'.
001893*
001894* RESUBMISSIONS CUT BY SUSPFIX ARRIVE UNDER THIS SOURCE NAME AND
001895* ARE THE SHOP'S OWN REPAIRS - THEY NEED NO REGISTRY ENTRY.
001896 77  WS-INTERNAL-SOURCE              PIC X(08) VALUE 'SUSPFIX'.
001897 77  WS-ABORT-LINE                   PIC X(120).
001898 77  WS-LAST-CHKPT-FEED-COUNT        PIC 9(07) VALUE ZERO.
001899 77  WS-LAST-CHKPT-FEED-HASH         PIC 9(10) VALUE ZERO.
001900 77  WS-LAST-CHKPT-BATCH-SW          PIC X(01) VALUE 'N'.
001901 77  WS-LAST-CHKPT-HDR-COUNT         PIC 9(03) VALUE ZERO.
001902 77  WS-LAST-CHKPT-OUT-HASH          PIC 9(10) VALUE ZERO.
001903*
001904* BATCH PRE-SCAN (1050) - ONE ENTRY PER BATCH HEADER ON TRANSIN
001905* IN FILE ORDER, SO THE MAIN PASS KNOWS BEFORE IT LOADS A SINGLE
001906* RECORD WHETHER THE BATCH WILL BALANCE.  THE ENTRY FOR THE
001907* BATCH IN HAND IS WS-BAT-ENTRY(WS-HEADER-COUNT).  THE TABLE IS
001908* REBUILT FROM THE SAME FILE ON A RESTART, SO IT NEEDS NO ROOM
001909* ON THE CHECKPOINT.  A BLANK HOLD REASON LOADS THE BATCH.
001910 77  WS-BATCH-MAX                    PIC 9(03) VALUE 500.
001911 77  WS-BATCH-SUB                    PIC 9(03) COMP VALUE ZERO.
001912 77  WS-SCAN-BATCH-COUNT             PIC 9(03) COMP VALUE ZERO.
001913 77  WS-SCAN-COUNT                   PIC 9(07) COMP VALUE ZERO.
001914 77  WS-SCAN-HASH                    PIC 9(10) COMP VALUE ZERO.
001915 77  WS-HELD-BATCH-COUNT             PIC 9(03) COMP VALUE ZERO.
001916 77  WS-HELD-BATCH-COUNT-D           PIC 9(03).
001917 77  WS-FIRST-HELD-SOURCE            PIC X(08) VALUE SPACES.
001918 77  WS-SRC-HELD-BATCHES             PIC 9(03) COMP VALUE ZERO.
001919 77  WS-SRC-HELD-BATCHES-D           PIC 9(03).
001920 77  WS-SRC-HELD-RECORDS             PIC 9(07) COMP VALUE ZERO.
001921 77  WS-SRC-HELD-RECORDS-D           PIC 9(07).
001922 77  WS-BAT-RECORDS-D                PIC 9(07).
001923 77  WS-HOLD-REASON-TEXT             PIC X(24).
001924*
001925 01  WS-BATCH-TABLE.
001926     05  WS-BAT-ENTRY  OCCURS 500 TIMES.
001927         10  WS-BAT-SOURCE           PIC X(08).
001928         10  WS-BAT-HOLD-REASON      PIC X(02).
001929         10  WS-BAT-RECORDS          PIC 9(07).
001930*
001931* BATCH HOLD REASON CODES, CARRIED ON BATHOLD (HB-REASON).
001932 01  WS-HOLD-REASON                  PIC X(02).
001933     88  WS-HOLD-DATE-MISMATCH       VALUE 'DT'.
001934     88  WS-HOLD-OUT-OF-BALANCE      VALUE 'OB'.
001935     88  WS-HOLD-NO-TRAILER          VALUE 'NT'.
001936*
001937 01  WS-SCAN-EOF-SW                  PIC X(01) VALUE 'N'.
001938     88  WS-SCAN-EOF                 VALUE 'Y'.
001939*
001940 01  WS-SCAN-BATCH-SW                PIC X(01) VALUE 'N'.
001941     88  WS-SCAN-BATCH-OPEN          VALUE 'Y'.
001942     88  WS-SCAN-BATCH-CLOSED        VALUE 'N'.
001943*
001944* SET WHILE THE BATCH IN HAND IS ONE THE PRE-SCAN FAILED - ITS
001945* RECORDS GO TO BATHOLD INSTEAD OF THROUGH VALIDATION.
001946 01  WS-BATCH-HELD-SW                PIC X(01) VALUE 'N'.
001947     88  WS-BATCH-HELD               VALUE 'Y'.
001948     88  WS-BATCH-LOADING            VALUE 'N'.
001949*
001950 01  WS-TRANS-STATUS                 PIC X(02).
001951     88  WS-TRANS-OK                 VALUE '00'.
001952     88  WS-TRANS-SHORT              VALUE '04'.
001953*
001954 01  WS-OUTPUT-STATUS                PIC X(02).
001955     88  WS-OUTPUT-OK                VALUE '00'.
001956*
001957 01  WS-CTL-STATUS                   PIC X(02).
001960     88  WS-CTL-OK                   VALUE '00'.
001970*
001980 01  WS-EXCP-STATUS                  PIC X(02).
002031 01  WS-XREF-STATUS                  PIC X(02).
002032     88  WS-XREF-OK                  VALUE '00'.
002033     88  WS-XREF-NOT-FOUND           VALUE '35'.
002036*
002040 01  WS-LOG-STATUS                   PIC X(02).
002050     88  WS-LOG-OK                   VALUE '00'.
002060*
002111*
002112 01  WS-HIST-STATUS                  PIC X(02).
002113     88  WS-HIST-OK                  VALUE '00'.
002114*
002115 01  WS-HOLD-STATUS                  PIC X(02).
002116     88  WS-HOLD-OK                  VALUE '00'.
002117*
002118 01  WS-JRNL-STATUS                  PIC X(02).
002119     88  WS-JRNL-OK                  VALUE '00'.
002120*
002121 01  WS-REG-STATUS                   PIC X(02).
002122     88  WS-REG-OK                   VALUE '00'.
002123*
002124 01  WS-BLK-STATUS                   PIC X(02).
002125     88  WS-BLK-OK                   VALUE '00'.
002126*
002127 01  WS-STREAM-UNMARKED-SW           PIC X(01) VALUE 'N'.
002128     88  WS-STREAM-UNMARKED          VALUE 'Y'.
002129*
002130 01  WS-EOF-SW                       PIC X(01) VALUE 'N'.
002140     88  WS-EOF-YES                  VALUE 'Y'.
002150     88  WS-EOF-NO                   VALUE 'N'.
002260*
002270 01  WS-SUSP-REASON                  PIC X(02).
002280     88  WS-REASON-SHORT-RECORD      VALUE 'SL'.
002282     88  WS-REASON-NONNUMERIC-KEY    VALUE 'NK'.
002284     88  WS-REASON-BAD-CHARS         VALUE 'BC'.
002286     88  WS-REASON-BAD-TRAN-CODE     VALUE 'TC'.
002288     88  WS-REASON-NO-XREF           VALUE 'NX'.
002290     88  WS-REASON-NOT-ON-INDEX      VALUE 'NI'.
002292     88  WS-REASON-UNAUTH-SOURCE     VALUE 'UA'.
002294     88  WS-REASON-ON-HOLD           VALUE 'LH'.
002296*
002297 01  WS-BATCH-OPEN-SW                PIC X(01) VALUE 'N'.
002298     88  WS-BATCH-OPEN               VALUE 'Y'.
002305 01  WS-XREF-HIT-SW                  PIC X(01) VALUE 'N'.
002306     88  WS-XREF-HIT                 VALUE 'Y'.
002307     88  WS-XREF-NOHIT               VALUE 'N'.
002308*
002310 PROCEDURE DIVISION.
002320*
002330 0000-MAINLINE.
002350     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
002360         UNTIL WS-EOF-YES.
002361     PERFORM 2800-VERIFY-FEED-COMPLETE THRU 2800-EXIT.
002362     PERFORM 8080-COUNT-HELD-BATCHES THRU 8080-EXIT.
002370     PERFORM 8000-RECONCILE THRU 8000-EXIT.
002371     PERFORM 8050-REPORT-SOURCE-TOTALS THRU 8050-EXIT.
002372     PERFORM 8070-REPORT-TYPE-TOTALS THRU 8070-EXIT.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400*
002401 1000-INITIALIZE.
002402     ACCEPT WS-RUN-DATE FROM DATE.
002403     DISPLAY 'TRNBLD STREAM (1-4, BLANK FOR THE SINGLE RUN): '
002404         WITH NO ADVANCING.
002405     MOVE SPACE TO WS-STREAM-ID.
002406     ACCEPT WS-STREAM-ID.
002407     MOVE 'TRNBLD' TO WS-JS-JOB-NAME.
002412     MOVE WS-STREAM-ID TO WS-JS-JOB-NAME(7:1).
002413     MOVE WS-RUN-DATE TO WS-JS-RUN-DATE.
002414     PERFORM 9800-WRITE-JOB-START THRU 9800-EXIT.
002415     IF NOT WS-SINGLE-RUN AND NOT WS-STREAM-RUN
002416         MOVE SPACES TO WS-ABORT-LINE
002417         STRING 'UNRECOGNIZED STREAM ' WS-STREAM-ID
002418             ' - ANSWER 1 THRU 4, OR BLANK FOR THE SINGLE RUN'
002419             DELIMITED BY SIZE INTO WS-ABORT-LINE
002420         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002421     END-IF.
002422     PERFORM 1010-READ-CONTROL-FILE THRU 1010-EXIT.
002430     PERFORM 1020-READ-CHECKPOINT-FILE THRU 1020-EXIT.
002440     PERFORM 1030-OPEN-WORK-FILES THRU 1030-EXIT.
002450     IF WS-SKIP-COUNT > ZERO
002500*
002510* SEEDS WS-SUB-AREA-1 FROM THE LAST SEQUENCE NUMBER LEFT BY
002520* THE PREVIOUS RUN.  A MISSING CONTROL FILE (FIRST-EVER RUN)
002523* LEAVES THE COUNTER AT ZERO.
002526* A STREAM RUN STILL TAKES THE GENERATION FROM HERE, BUT SEEDS
002530* FROM THE START OF ITS OWN BLOCK (1015).
002540 1010-READ-CONTROL-FILE.
002550     MOVE ZERO TO WS-SUB-AREA-1.
002560     OPEN INPUT CONTROL-FILE.
002623         ELSE
002624             MOVE ZERO TO WS-GENERATION
002625         END-IF
002626         MOVE CTL-BACKOUT-DATE TO WS-CTL-BACKOUT-DATE
002627         MOVE CTL-BACKOUT-ACTION TO WS-CTL-BACKOUT-ACTION
002630         CLOSE CONTROL-FILE
002632     END-IF.
002634     IF WS-STREAM-RUN
002636         PERFORM 1015-LOAD-STREAM-BLOCK THRU 1015-EXIT
002638     END-IF.
002641     MOVE WS-SUB-AREA-1 TO WS-STARTING-SEQ.
002642* THE SEQUENCE COUNTER IS CUMULATIVE AND PIC 9(05) - ONCE THE
002643* SEED IS WITHIN WS-WRAP-WARN-MARGIN OF 99999 THE IDXARCH WRAP
002648             ' - SCHEDULE THE IDXARCH WRAP RESET'
002649     END-IF.
002650 1010-EXIT.
002651     EXIT.
002652*
002653* PICKS UP THE BLOCK TRNSPLT RESERVED FOR THIS STREAM.  THE BLOCK
002654* MUST BE IN THE CURRENT GENERATION (A WRAP RESET SINCE THE SPLIT
002655* VOIDS IT) AND STILL WAITING TO BE BUILT.  A STREAM THE SPLIT
002656* SENT NO BATCHES IS ALREADY COMPLETE AND ENDS CLEAN.  ANYTHING
002657* ELSE IS REFUSED BEFORE A FILE IS OPENED.  THE BLOCK'S BUSINESS
002658* DATE BECOMES THE RUN DATE, NOT THE CLOCK'S, SO A STREAM STARTED
002659* OR RESTARTED AFTER MIDNIGHT STILL BUILDS THE DAY IT WAS
002660* RESERVED FOR (1020 HOLDS A RESTART TO THE SAME DAY).
002661 1015-LOAD-STREAM-BLOCK.
002662     OPEN INPUT SEQUENCE-BLOCK-FILE.
002663     IF NOT WS-BLK-OK
002664         MOVE SPACES TO WS-ABORT-LINE
002665         STRING 'SEQUENCE BLOCK FILE SEQBLK NOT AVAILABLE - '
002666             'STATUS=' WS-BLK-STATUS ' - RUN TRNSPLT FIRST'
002667             DELIMITED BY SIZE INTO WS-ABORT-LINE
002668         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002669     END-IF.
002670     MOVE WS-STREAM-ID TO SB-STREAM.
002671     READ SEQUENCE-BLOCK-FILE
002672         INVALID KEY
002673             MOVE SPACE TO SB-STATUS
002674     END-READ.
002675     CLOSE SEQUENCE-BLOCK-FILE.
002676     IF NOT SB-RESERVED AND NOT SB-COMPLETE
002677         MOVE SPACES TO WS-ABORT-LINE
002678         STRING 'NO SEQUENCE BLOCK OUTSTANDING FOR STREAM '
002679             WS-STREAM-ID ' - RUN TRNSPLT FIRST'
002680             DELIMITED BY SIZE INTO WS-ABORT-LINE
002681         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002682     END-IF.
002683     MOVE SB-RUN-DATE TO WS-RUN-DATE.
002684     IF SB-GENERATION NOT = WS-GENERATION
002685         MOVE SPACES TO WS-ABORT-LINE
002686         STRING 'SEQUENCE GENERATION CHANGED SINCE THE BLOCK FOR'
002687             ' STREAM ' WS-STREAM-ID ' WAS RESERVED'
002688             DELIMITED BY SIZE INTO WS-ABORT-LINE
002689         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002690     END-IF.
002691     IF SB-COMPLETE AND SB-BATCHES = ZERO
002692         DISPLAY 'STREAM ' WS-STREAM-ID
002693             ' HAS NO BATCHES TODAY - NOTHING TO BUILD'
002694         MOVE ZERO TO WS-JS-IN-COUNT
002695         MOVE ZERO TO WS-JS-OUT-COUNT
002696         MOVE 'OK' TO WS-JS-STATUS
002697         PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT
002698         STOP RUN
002699     END-IF.
002700     IF SB-COMPLETE
002701         MOVE SPACES TO WS-ABORT-LINE
002702         STRING 'STREAM ' WS-STREAM-ID ' HAS ALREADY COMPLETED '
002703             'FOR ' SB-RUN-DATE ' - RUN TRNMRG'
002704             DELIMITED BY SIZE INTO WS-ABORT-LINE
002705         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002706     END-IF.
002707     MOVE SB-BLOCK-START TO WS-SUB-AREA-1.
002708     MOVE SB-BLOCK-END TO WS-BLOCK-END.
002709 1015-EXIT.
002710     EXIT.
002711*
002712* LOOKS FOR A CHECKPOINT LEFT BY A RUN THAT DID NOT REACH
002713* END-OF-JOB.  WHEN ONE IS FOUND, ITS LAST KEY AND RECORD COUNT
002714* OVERRIDE THE CONTROL-FILE SEED SO THE RESTARTED RUN PICKS UP
002715* THE SEQUENCE COUNTER EXACTLY WHERE THE CHECKPOINT LEFT OFF
002720* RATHER THAN WHERE THE PRIOR COMPLETED RUN LEFT OFF.
002730* WS-OUTPUT-COUNT IS SEEDED FROM THE SAME CHECKPOINT SO
002740* 8000-RECONCILE COMPARES THE FULL-JOB TOTALS INSTEAD OF JUST
002780     IF WS-CHKPT-OK
002790         PERFORM 1021-READ-NEXT-CHKPT THRU 1021-EXIT
002800             UNTIL WS-CHKPT-EOF
002801         CLOSE CHECKPOINT-FILE
002802     END-IF.
002803* A CHECKPOINT WRITTEN BY ANOTHER STREAM (OR BY THE SINGLE RUN)
002804* IS NOT THIS RUN'S TO RESUME - IT IS LEFT IN PLACE FOR ITS OWN.
002805     IF WS-FOUND-CHKPT
002806         AND WS-LAST-CHKPT-STREAM NOT = WS-STREAM-ID
002807         MOVE SPACES TO WS-ABORT-LINE
002808         STRING 'CHKPTFIL HOLDS THE CHECKPOINT OF STREAM '
002809             WS-LAST-CHKPT-STREAM ' (BLANK = SINGLE RUN), NOT '
002810             WS-STREAM-ID ' - CHECKPOINT LEFT IN PLACE'
002811             DELIMITED BY SIZE INTO WS-ABORT-LINE
002812         PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002813     END-IF.
002814* A RESTART RESUMES THE BUSINESS DAY ITS CHECKPOINT WAS TAKEN FOR,
002815* WHATEVER THE CLOCK SAYS.  A STREAM'S CHECKPOINT MUST BE FOR THE
002816* SAME DAY AS ITS BLOCK - ONE LEFT FROM AN EARLIER RESERVATION IS
002817* NOT RESUMED INTO TODAY'S.  A CHECKPOINT WRITTEN BEFORE THE DATE
002818* WAS CARRIED HAS NONE, AND THE RUN DATE STANDS.
002819     IF WS-FOUND-CHKPT
002820         AND WS-LAST-CHKPT-BUS-DATE NUMERIC
002821         AND WS-LAST-CHKPT-BUS-DATE > ZERO
002822         IF WS-STREAM-RUN
002823             AND WS-LAST-CHKPT-BUS-DATE NOT = WS-RUN-DATE
002824             MOVE SPACES TO WS-ABORT-LINE
002825             STRING 'CHECKPOINT OF STREAM ' WS-STREAM-ID
002826                 ' IS FOR BUSINESS DATE ' WS-LAST-CHKPT-BUS-DATE
002827                 ' BUT ITS SEQUENCE BLOCK IS FOR ' WS-RUN-DATE
002828                 ' - CHECKPOINT LEFT IN PLACE'
002829                 DELIMITED BY SIZE INTO WS-ABORT-LINE
002830             PERFORM 1090-REFUSE-RUN THRU 1090-EXIT
002832         END-IF
002834         MOVE WS-LAST-CHKPT-BUS-DATE TO WS-RUN-DATE
002836     END-IF.
002838     IF WS-FOUND-CHKPT
002840         MOVE WS-LAST-CHKPT-COUNT TO WS-SKIP-COUNT
002850         MOVE WS-LAST-CHKPT-GOOD-COUNT TO WS-OUTPUT-COUNT
002860         MOVE WS-LAST-CHKPT-KEY TO WS-SUB-AREA-1
002863         MOVE WS-LAST-CHKPT-BATCH-SW TO WS-BATCH-OPEN-SW
002864         MOVE WS-LAST-CHKPT-HDR-COUNT TO WS-HEADER-COUNT
002865         MOVE WS-LAST-CHKPT-SOURCE-DATA TO WS-SOURCE-DATA
002866         MOVE WS-LAST-CHKPT-OUT-HASH TO WS-OUTPUT-HASH
002870     END-IF.
002880 1020-EXIT.
002890     EXIT.
003003     MOVE CHKPT-BATCH-SW TO WS-LAST-CHKPT-BATCH-SW.
003004     MOVE CHKPT-HDR-COUNT TO WS-LAST-CHKPT-HDR-COUNT.
003005     MOVE CHKPT-SOURCE-DATA TO WS-LAST-CHKPT-SOURCE-DATA.
003006     MOVE CHKPT-OUT-HASH TO WS-LAST-CHKPT-OUT-HASH.
003007     MOVE CHKPT-STREAM TO WS-LAST-CHKPT-STREAM.
003008     MOVE CHKPT-BUSINESS-DATE TO WS-LAST-CHKPT-BUS-DATE.
003010 1021-EXIT.
003011     EXIT.
003012*
003013* A RUN THAT CANNOT START - NOTHING IS OPEN AND NOTHING HAS BEEN
003014* BUILT.  THE JOB ENDS WITH AN END RECORD UNDER STATUS REFSD AND
003015* RETURN CODE 8, THE SAME AS A RUN-ONCE REFUSAL.
003016 1090-REFUSE-RUN.
003017     DISPLAY WS-ABORT-LINE.
003018     DISPLAY 'TRNBLD - RUN REFUSED - NOTHING BUILT'.
003019     MOVE ZERO TO WS-JS-IN-COUNT.
003020     MOVE ZERO TO WS-JS-OUT-COUNT.
003021     MOVE 'REFSD' TO WS-JS-STATUS.
003022     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
003023     MOVE 8 TO RETURN-CODE.
003024     STOP RUN.
003025 1090-EXIT.
003026     EXIT.
003030*
003040* OPENS THE WORK FILES.  FOR THE SEQUENTIAL DAILY FILES, A
003050* RESTART (WS-SKIP-COUNT > ZERO) EXTENDS WHAT A PRIOR,
003065* BEING THERE - SO THEY ALWAYS OPEN I-O, WITH A STATUS-35
003066* CREATE-THEN-REOPEN FOR THE FIRST-EVER RUN, THE SAME SEQUENCE
003067* MSTUPDT 1000 USES FOR A FRESH MASTER.  ONLY THE IDXARCH WRAP
003068* RESET EVER EMPTIES IDXFILE.  THE BATCH HOLD FILE IS CUMULATIVE
003069* UNTIL BATREL WORKS IT OFF, AND THE LOAD JOURNAL IS CUMULATIVE
003070* OUTRIGHT, SO BOTH ALWAYS EXTEND, AND TRANSIN IS PRE-SCANNED
003071* (1050) ONCE EVERYTHING IS OPEN.
003072* A STREAM RUN'S AUDITLOG, LOADJRNL, BATHOLD, HOLDACT AND JOBSTAT
003073* ARE ITS OWN DATASETS (AUDITLG1-4, LOADJRN1-4, BATHOLD1-4,
003074* HOLDACT1-4 AND JOBSTAT1-4), AS ITS SUSPFILE, EXCPRPT AND
003075* CHKPTFIL (CHKPT1-4) ARE, SO NO TWO STREAMS EVER EXTEND THE SAME
003076* FILE.  TRNMRG APPENDS THEM TO THE CUMULATIVE FILES IN STREAM
003077* ORDER AND EMPTIES THEM, SO A STREAM ALWAYS EXTENDS ITS AUDITLOG
003078* - THE LINES OF AN ABORTED RUN ARE KEPT FOR THE MERGE.
003079 1030-OPEN-WORK-FILES.
003080     OPEN INPUT TRANSACTION-FILE.
003090     IF WS-SKIP-COUNT > ZERO
003100         OPEN EXTEND OUTPUT-FILE
003140         OPEN EXTEND SUSPENSE-FILE
003160     ELSE
003170         OPEN OUTPUT OUTPUT-FILE
003171         PERFORM 1035-WRITE-TRANSOUT-HEADER THRU 1035-EXIT
003180         OPEN OUTPUT EXCEPTION-FILE
003181         IF WS-STREAM-RUN
003182             OPEN EXTEND LOG-FILE
003183             IF NOT WS-LOG-OK
003184                 OPEN OUTPUT LOG-FILE
003185             END-IF
003186         ELSE
003187             OPEN OUTPUT LOG-FILE
003190         END-IF
003200         OPEN OUTPUT CHECKPOINT-FILE
003210         OPEN OUTPUT SUSPENSE-FILE
003211     END-IF.
003212     OPEN I-O INDEXED-FILE.
003213     IF WS-IDX-NOT-FOUND
003214         OPEN OUTPUT INDEXED-FILE
003215         CLOSE INDEXED-FILE
003216         OPEN I-O INDEXED-FILE
003217     END-IF.
003218     OPEN I-O XREF-FILE.
003219     IF WS-XREF-NOT-FOUND
003220         OPEN OUTPUT XREF-FILE
003221         CLOSE XREF-FILE
003222         OPEN I-O XREF-FILE
003223     END-IF.
003224     OPEN EXTEND BATCH-HOLD-FILE.
003225     IF NOT WS-HOLD-OK
003226         OPEN OUTPUT BATCH-HOLD-FILE
003227     END-IF.
003228     OPEN EXTEND LOAD-JOURNAL-FILE.
003229     IF NOT WS-JRNL-OK
003230         OPEN OUTPUT LOAD-JOURNAL-FILE
003231     END-IF.
003232* WITHOUT THE REGISTRY NO BATCH CAN BE AUTHORIZED - THE RUN
003233* STOPS RATHER THAN SUSPENDING THE WHOLE DAY.
003234     OPEN INPUT SOURCE-REGISTRY-FILE.
003235     IF NOT WS-REG-OK
003236         MOVE SPACES TO WS-ABORT-LINE
003237         STRING 'FEED ERROR - SOURCE REGISTRY SRCREG NOT '
003238             'AVAILABLE - STATUS=' WS-REG-STATUS
003239             DELIMITED BY SIZE INTO WS-ABORT-LINE
003240         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
003241     END-IF.
003242* NOR CAN MAINTENANCE BE APPLIED WITHOUT KNOWING THE HOLDS.
003243     MOVE 'TRNBLD' TO WS-LG-PROGRAM.
003244     PERFORM 9600-LOAD-ACTIVE-HOLDS THRU 9600-EXIT.
003245     IF WS-LG-FAILED
003246         MOVE SPACES TO WS-ABORT-LINE
003247         STRING 'FEED ERROR - HOLD FILE LGLHOLD NOT READABLE - '
003248             'STATUS=' WS-LG-HOLD-STATUS
003249             DELIMITED BY SIZE INTO WS-ABORT-LINE
003250         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
003251     END-IF.
003252     PERFORM 1050-PRESCAN-FEED THRU 1050-EXIT.
003253 1030-EXIT.
003254     EXIT.
003255*
003256* A FRESH TRANSOUT STARTS WITH ITS HEADER; A RESTART EXTENDS A
003257* FILE THAT ALREADY HAS ONE.
003258* A STREAM'S PART NAMES ITS STREAM IN THE ORIGIN ('TRNBLD1'
003259* AND SO ON) FOR THE TRNMRG CHECK.
003260 1035-WRITE-TRANSOUT-HEADER.
003261     MOVE SPACES TO OUT-HEADER-RECORD.
003262     MOVE 'HDR' TO OH-RECORD-TYPE.
003263     MOVE 'TRNBLD' TO OH-ORIGIN.
003264     MOVE WS-STREAM-ID TO OH-ORIGIN(7:1).
003265     MOVE WS-RUN-DATE TO OH-BUSINESS-DATE.
003266     WRITE OUT-HEADER-RECORD.
003267 1035-EXIT.
003268     EXIT.
003271*
003272* READS TRANSIN FRONT TO BACK ONCE BEFORE ANYTHING IS LOADED AND
003273* BALANCES EVERY BATCH THE SAME WAY 2700/2710 DO, TABLING A HOLD
003274* REASON FOR EACH ONE THAT FAILS - 'DT' FOR A HEADER BUSINESS
003275* DATE THAT IS NOT THE RUN DATE, 'OB' FOR A TRAILER COUNT OR
003276* HASH THAT DOES NOT BALANCE, 'NT' FOR A BATCH THAT NEVER GETS
003277* A TRAILER (THE NEXT HEADER OR END OF FILE ARRIVES FIRST).  THE
003278* FILE IS THEN REOPENED FOR THE MAIN PASS.  ON A RESTART THE
003279* BATCH IN HAND (RESTORED FROM THE CHECKPOINT) PICKS UP ITS HELD
003280* STATE FROM THE TABLE.
003281 1050-PRESCAN-FEED.
003282     PERFORM 1051-PRESCAN-ONE-RECORD THRU 1051-EXIT
003283         UNTIL WS-SCAN-EOF.
003284     IF WS-SCAN-BATCH-OPEN
003285         AND WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT) = SPACES
003286         SET WS-HOLD-NO-TRAILER TO TRUE
003287         MOVE WS-HOLD-REASON
003288             TO WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT)
003289     END-IF.
003290     CLOSE TRANSACTION-FILE.
003291     OPEN INPUT TRANSACTION-FILE.
003292     IF WS-BATCH-OPEN
003293         AND WS-HEADER-COUNT > ZERO
003294         AND WS-HEADER-COUNT NOT > WS-SCAN-BATCH-COUNT
003295         IF WS-BAT-HOLD-REASON(WS-HEADER-COUNT) NOT = SPACES
003296             SET WS-BATCH-HELD TO TRUE
003297         END-IF
003298     END-IF.
003299 1050-EXIT.
003300     EXIT.
003301*
003302 1051-PRESCAN-ONE-RECORD.
003303     MOVE SPACES TO TRANS-RECORD.
003304     READ TRANSACTION-FILE
003305         AT END
003306             SET WS-SCAN-EOF TO TRUE
003307             GO TO 1051-EXIT
003308     END-READ.
003309     IF TH-RECORD-TYPE = 'HDR'
003310         PERFORM 1052-PRESCAN-HEADER THRU 1052-EXIT
003311         GO TO 1051-EXIT
003312     END-IF.
003313     IF TT-RECORD-TYPE = 'TRL'
003314         PERFORM 1053-PRESCAN-TRAILER THRU 1053-EXIT
003315         GO TO 1051-EXIT
003316     END-IF.
003317* A DATA RECORD OUTSIDE ANY BATCH IS LEFT FOR THE MAIN PASS TO
003318* STOP ON - IT BELONGS TO NO REGION THAT COULD BE HELD.
003319     IF WS-SCAN-BATCH-CLOSED
003320         GO TO 1051-EXIT
003321     END-IF.
003322     ADD 1 TO WS-SCAN-COUNT.
003323     ADD 1 TO WS-BAT-RECORDS(WS-SCAN-BATCH-COUNT).
003324     IF TR-KEY NUMERIC
003325         ADD TR-KEY-NUM TO WS-SCAN-HASH
003326     END-IF.
003327 1051-EXIT.
003328     EXIT.
003329*
003330* OPENS A NEW TABLE ENTRY.  A HEADER ARRIVING WHILE THE PRIOR
003331* BATCH IS STILL OPEN MEANS THAT BATCH LOST ITS TRAILER.
003332 1052-PRESCAN-HEADER.
003333     IF WS-SCAN-BATCH-OPEN
003334         AND WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT) = SPACES
003335         SET WS-HOLD-NO-TRAILER TO TRUE
003336         MOVE WS-HOLD-REASON
003337             TO WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT)
003338     END-IF.
003339     IF WS-SCAN-BATCH-COUNT >= WS-BATCH-MAX
003340         MOVE SPACES TO WS-ABORT-LINE
003341         STRING 'FEED ERROR - MORE THAN 500 BATCHES ON TRANSIN'
003342             DELIMITED BY SIZE INTO WS-ABORT-LINE
003343         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
003344     END-IF.
003345     ADD 1 TO WS-SCAN-BATCH-COUNT.
003346     MOVE TH-SOURCE-SYSTEM TO WS-BAT-SOURCE(WS-SCAN-BATCH-COUNT).
003347     MOVE SPACES TO WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT).
003348     MOVE ZERO TO WS-BAT-RECORDS(WS-SCAN-BATCH-COUNT).
003349     IF TH-BUSINESS-DATE NOT NUMERIC
003350         OR TH-BUSINESS-DATE NOT = WS-RUN-DATE
003351         SET WS-HOLD-DATE-MISMATCH TO TRUE
003352         MOVE WS-HOLD-REASON
003353             TO WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT)
003354     END-IF.
003355     SET WS-SCAN-BATCH-OPEN TO TRUE.
003356     MOVE ZERO TO WS-SCAN-COUNT.
003357     MOVE ZERO TO WS-SCAN-HASH.
003358 1052-EXIT.
003359     EXIT.
003360*
003361* A TRAILER WITH NO OPEN BATCH IS LEFT FOR THE MAIN PASS TO STOP
003362* ON.  A BATCH ALREADY FAILED ON ITS HEADER KEEPS THAT REASON.
003363 1053-PRESCAN-TRAILER.
003364     IF WS-SCAN-BATCH-CLOSED
003365         GO TO 1053-EXIT
003366     END-IF.
003367     IF WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT) = SPACES
003368         IF TT-RECORD-COUNT NOT NUMERIC
003369             OR TT-HASH-TOTAL NOT NUMERIC
003370             OR TT-RECORD-COUNT NOT = WS-SCAN-COUNT
003371             OR TT-HASH-TOTAL NOT = WS-SCAN-HASH
003372             SET WS-HOLD-OUT-OF-BALANCE TO TRUE
003373             MOVE WS-HOLD-REASON
003374                 TO WS-BAT-HOLD-REASON(WS-SCAN-BATCH-COUNT)
003375         END-IF
003376     END-IF.
003377     SET WS-SCAN-BATCH-CLOSED TO TRUE.
003378 1053-EXIT.
003379     EXIT.
003380*
003381* SKIPS PAST THE TRANSACTION-FILE RECORDS A PRIOR RUN ALREADY
003382* BUILT AND WROTE, SO A RESTART DOES NOT DUPLICATE OUTPUT OR
003383* RENUMBER RECORDS THAT ALREADY WENT OUT UNDER AN EARLIER KEY.
003384 1040-SKIP-PROCESSED-RECORDS.
003385     PERFORM 1041-SKIP-ONE-RECORD THRU 1041-EXIT
003386         WITH TEST AFTER
003387         VARYING WS-RECORD-COUNT FROM 1 BY 1
003388         UNTIL WS-RECORD-COUNT >= WS-SKIP-COUNT
003389             OR WS-EOF-YES.
003390 1040-EXIT.
003391     EXIT.
003400*
003410 1041-SKIP-ONE-RECORD.
003420     MOVE SPACES TO TRANS-RECORD.
003588             DELIMITED BY SIZE INTO WS-ABORT-LINE
003589         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
003590     END-IF.
003591* A DATA RECORD OF A BATCH THE PRE-SCAN FAILED IS SET ASIDE
003592* WHOLE - IT IS NOT VALIDATED, COUNTED AS READ FOR THE SOURCE,
003593* OR GIVEN A SEQUENCE NUMBER.
003594     IF WS-BATCH-HELD
003595         PERFORM 2760-HOLD-ONE-RECORD THRU 2760-EXIT
003596         GO TO 2000-CHECKPOINT
003597     END-IF.
003598     ADD 1 TO WS-FEED-COUNT.
003599     ADD 1 TO WS-SRC-READ(WS-CURRENT-SRC-SUB).
003600     IF TR-KEY NUMERIC
003601         ADD TR-KEY-NUM TO WS-FEED-HASH
003602     END-IF.
003603* A BATCH FROM A SOURCE THE REGISTRY DOES NOT AUTHORIZE STILL
003604* BALANCES TO ITS TRAILER, BUT EVERY DATA RECORD GOES TO
003605* SUSPENSE UNDER 'UA' WITHOUT VALIDATION OR A SEQUENCE NUMBER.
003606     IF NOT WS-SRC-AUTHORIZED(WS-CURRENT-SRC-SUB)
003607         SET WS-REASON-UNAUTH-SOURCE TO TRUE
003608         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
003609         GO TO 2000-CHECKPOINT
003610     END-IF.
003611     PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
003612     IF WS-VALID-NO
003613         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
003614     ELSE
003615         IF TR-CODE-CHANGE OR TR-CODE-CANCEL
003616             PERFORM 2250-APPLY-MAINTENANCE THRU 2250-EXIT
003617         ELSE
003620             PERFORM 2200-BUILD-OUTPUT-RECORD THRU 2200-EXIT
003625         END-IF
003630     END-IF.
003819             SET WS-REASON-BAD-TRAN-CODE TO TRUE
003820         END-IF
003821     END-IF.
003825 2100-EXIT.
003830     EXIT.
003840*
003850* BUILDS AND WRITES WS-AREA-1/WS-AREA-2 FOR A RECORD THAT
003991     MOVE WS-CURRENT-SOURCE TO OUT-SOURCE.
003992     MOVE WS-GENERATION TO OUT-GEN.
004000     WRITE OUT-RECORD.
004005     ADD 1 TO WS-OUTPUT-COUNT.
004010     ADD WS-SUB-AREA-1 TO WS-OUTPUT-HASH.
004011     ADD 1 TO WS-SRC-WRITTEN(WS-CURRENT-SRC-SUB).
004012     ADD 1 TO WS-ADD-COUNT.
004020     PERFORM 2400-WRITE-INDEX-RECORD THRU 2400-EXIT.
004030     PERFORM 2450-WRITE-XREF-RECORD THRU 2450-EXIT.
004031     PERFORM 2480-JOURNAL-ADD THRU 2480-EXIT.
004040 2200-EXIT.
004050     EXIT.
004060*
004320 2400-EXIT.
004330     EXIT.
004340*
004341 2410-REWRITE-INDEX-RECORD.
004342     REWRITE IDX-RECORD
004343         INVALID KEY
004344             CONTINUE
004345     END-REWRITE.
004346 2410-EXIT.
004347     EXIT.
004348*
004349* APPLIES A CHANGE OR CANCEL TO THE ITEM THE SOURCE KEY WAS
004350* ORIGINALLY ASSIGNED - THE KEY IS RESOLVED THROUGH XREFFILE TO
004351* THE SEQUENCE NUMBER THIS SHOP HANDED OUT, AND THE LIVE IDXFILE
004352* ENTRY IS REWRITTEN IN PLACE (NEW TEXT AND LOAD DATE FOR A
004353* CHANGE, IDX-STATUS 'D' FOR A CANCEL - LOGICALLY DELETED, NEVER
004354* PHYSICALLY REMOVED, SO THE INQUIRY TRAIL SURVIVES).  NO NEW
004355* SEQUENCE NUMBER, OUTPUT RECORD OR CROSS-REFERENCE ENTRY IS
004356* CONSUMED.  A KEY WE NEVER ASSIGNED, OR ONE WHOSE ENTRY IS NO
004357* LONGER ON THE LIVE INDEX, GOES TO SUSPENSE WITH ITS OWN
004358* REASON CODE SO THE REGION HEARS ABOUT IT.  SO DOES ONE AGAINST
004359* AN ENTRY UNDER A DISPUTE OR LEGAL HOLD (REASON 'LH').
004360 2250-APPLY-MAINTENANCE.
004361     PERFORM 2270-FIND-LATEST-XREF THRU 2270-EXIT.
004362     IF WS-XREF-NOHIT
004363         SET WS-REASON-NO-XREF TO TRUE
004364         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
004365         GO TO 2250-EXIT
004366     END-IF.
004367* A LATEST ENTRY FROM BEFORE THE LAST WRAP RESET POINTS AT A
004368* SEQUENCE NUMBER THAT NOW BELONGS TO A NEW-GENERATION RECORD
004369* ON THE LIVE INDEX - THE ENTRY THE REGION MEANS WAS ARCHIVED
004370* BY THE RESET, SO THE MAINTENANCE GOES TO SUSPENSE RATHER
004371* THAN REWRITING SOMEBODY ELSE'S RECORD.
004372     IF WS-LATEST-GEN NOT = WS-GENERATION
004373         SET WS-REASON-NO-XREF TO TRUE
004374         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
004375         GO TO 2250-EXIT
004376     END-IF.
004377     MOVE WS-LATEST-SEQ TO IDX-KEY.
004378     READ INDEXED-FILE
004379         INVALID KEY
004380             SET WS-REASON-NOT-ON-INDEX TO TRUE
004381             PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
004382             GO TO 2250-EXIT
004383     END-READ.
004384* THE SAME GUARD ON THE INDEX SIDE - THE ENTRY FOUND AT THAT
004385* SEQUENCE NUMBER MUST CARRY THE CURRENT GENERATION TOO.
004386     IF IDX-GEN NOT NUMERIC
004387         OR IDX-GEN NOT = WS-GENERATION
004388         SET WS-REASON-NOT-ON-INDEX TO TRUE
004389         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
004390         GO TO 2250-EXIT
004391     END-IF.
004392* A HELD ENTRY - BY SEQUENCE NUMBER OR BY SOURCE KEY - IS LEFT
004393* EXACTLY AS IT IS.
004394     MOVE WS-GENERATION TO WS-LG-GEN.
004395     MOVE WS-LATEST-SEQ TO WS-LG-SEQ.
004396     PERFORM 9620-FIND-SEQUENCE-HOLD THRU 9620-EXIT.
004397     IF NOT WS-LG-HELD
004398         MOVE TR-KEY TO WS-LG-SRC-KEY
004399         PERFORM 9630-FIND-SOURCE-KEY-HOLD THRU 9630-EXIT
004400     END-IF.
004401     IF WS-LG-HELD
004402         SET WS-REASON-ON-HOLD TO TRUE
004403         PERFORM 2600-WRITE-SUSPENSE-RECORD THRU 2600-EXIT
004404         IF TR-CODE-CANCEL
004405             MOVE 'CANCEL SUSPENDED (LH)' TO WS-LG-ACTION
004406         ELSE
004407             MOVE 'CHANGE SUSPENDED (LH)' TO WS-LG-ACTION
004408         END-IF
004409         MOVE SPACES TO WS-LG-DETAIL
004410         STRING 'KEY=' TR-KEY ' SEQ=' WS-LATEST-SEQ
004411             DELIMITED BY SIZE INTO WS-LG-DETAIL
004412         PERFORM 9640-LOG-BLOCKED-ACTION THRU 9640-EXIT
004413         GO TO 2250-EXIT
004414     END-IF.
004415     MOVE IDX-TEXT TO WS-BEFORE-TEXT.
004416     MOVE IDX-LOAD-DATE TO WS-BEFORE-LOAD-DATE.
004417     MOVE IDX-STATUS TO WS-BEFORE-STATUS.
004418     IF TR-CODE-CANCEL
004419         SET IDX-CANCELLED TO TRUE
004420     ELSE
004421         MOVE TR-DATA TO IDX-TEXT
004422         MOVE WS-RUN-DATE TO IDX-LOAD-DATE
004423         SET IDX-ACTIVE TO TRUE
004424     END-IF.
004425     REWRITE IDX-RECORD
004426         INVALID KEY
004427             CONTINUE
004428     END-REWRITE.
004429* A REWRITE THAT FAILS LEAVES THE ENTRY AS IT WAS - THE CHANGE OR
004430* CANCEL GOES ON THE EXCEPTIONS REPORT WITH THE STATUS, SO IT CAN
004431* BE RESUBMITTED, AND IS NOT JOURNALED OR COUNTED AS APPLIED.
004432     IF NOT WS-IDX-OK
004433         MOVE SPACES TO EXCP-RECORD
004434         STRING 'MAINTENANCE NOT APPLIED - KEY=' TR-KEY
004435             ' CODE=' TR-TRAN-CODE ' SEQ=' WS-LATEST-SEQ
004436             ' REWRITE STATUS=' WS-IDX-STATUS
004437             ' SOURCE=' WS-CURRENT-SOURCE
004438             DELIMITED BY SIZE INTO EXCP-RECORD
004439         WRITE EXCP-RECORD
004440         ADD 1 TO WS-MAINT-FAIL-COUNT
004441         GO TO 2250-EXIT
004442     END-IF.
004443     PERFORM 2490-JOURNAL-MAINTENANCE THRU 2490-EXIT.
004444     IF TR-CODE-CANCEL
004449         ADD 1 TO WS-CANCEL-COUNT
004450     ELSE
004451         ADD 1 TO WS-CHANGE-COUNT
004488         MOVE ZERO TO WS-LATEST-GEN
004489     END-IF.
004490     SET WS-XREF-HIT TO TRUE.
004491 2280-EXIT.
004492     EXIT.
004493*
004494* LOADS THE SOURCE-KEY CROSS-REFERENCE WITH THE ORIGINAL TR-KEY,
004495* THE RUN DATE, AND THE SEQUENCE NUMBER JUST ASSIGNED.  THE KEY
004496* IS THE SOURCE KEY PLUS THE RUN DATE, SO A KEY THE REGION
004497* LEGITIMATELY REUSES ON A LATER BUSINESS DAY FILES AS A NEW
004498* HISTORY ENTRY - A KEY ALREADY ON FILE UNDER TODAY'S DATE
004499* MEANS THE EXTRACT SENT THE SAME SOURCE KEY TWICE TODAY, AND
004500* THE FIRST ENTRY IS KEPT WITH THE DUPLICATE FLAGGED ON THE
004501* EXCEPTIONS REPORT BY 2460.
004502 2450-WRITE-XREF-RECORD.
004503     MOVE SPACES TO XREF-RECORD.
004504     MOVE TR-KEY TO XRF-SRC-KEY.
004505     MOVE WS-RUN-DATE TO XRF-RUN-DATE.
004506     MOVE WS-SUB-AREA-1 TO XRF-SEQ.
004507     MOVE WS-GENERATION TO XRF-GEN.
004508     WRITE XREF-RECORD
004509         INVALID KEY
004510             PERFORM 2460-REPORT-DUPLICATE-KEY THRU 2460-EXIT
004511     END-WRITE.
004512 2450-EXIT.
004513     EXIT.
004514*
004515* READS BACK THE SAME-DAY ENTRY ALREADY ON FILE SO THE EXCEPTION
004516* LINE SHOWS BOTH THE SEQUENCE NUMBER THE KEY GOT FIRST TODAY
004517* AND THE ONE THE DOUBLE-SENT COPY JUST CONSUMED.
004518 2460-REPORT-DUPLICATE-KEY.
004519     MOVE TR-KEY TO XRF-SRC-KEY.
004520     MOVE WS-RUN-DATE TO XRF-RUN-DATE.
004521     READ XREF-FILE
004522         INVALID KEY
004523             MOVE ZERO TO XRF-SEQ
004524     END-READ.
004525     MOVE SPACES TO EXCP-RECORD.
004526     STRING 'DUPLICATE SOURCE KEY=' TR-KEY
004527         ' FIRST SEQ=' XRF-SEQ
004528         ' DUPLICATE SEQ=' WS-SUB-AREA-1
004529         ' - SAME-DAY DOUBLE SEND - FIRST ENTRY KEPT'
004530         DELIMITED BY SIZE INTO EXCP-RECORD.
004531     WRITE EXCP-RECORD.
004532     ADD 1 TO WS-XREF-DUP-COUNT.
004533 2460-EXIT.
004534     EXIT.
004535*
004536* JOURNALS AN ADD JUST BUILT - THE SEQUENCE NUMBER AND
004537* GENERATION IT WAS GIVEN AND THE TEXT LOADED TO IDXFILE.  AN
004538* ADD HAS NO BEFORE IMAGE.
004539 2480-JOURNAL-ADD.
004540     MOVE SPACES TO JRNL-RECORD.
004541     MOVE WS-RUN-DATE TO LJ-RUN-DATE.
004542     MOVE WS-CURRENT-SOURCE TO LJ-SOURCE.
004543     MOVE TR-KEY TO LJ-SRC-KEY.
004544     MOVE 'A' TO LJ-TRAN-CODE.
004545     MOVE WS-GENERATION TO LJ-GEN.
004546     MOVE WS-SUB-AREA-1 TO LJ-SEQ.
004547     MOVE ZERO TO LJ-BEFORE-LOAD-DATE.
004548     MOVE WS-SUB-AREA-2 TO LJ-AFTER-TEXT.
004549     MOVE SPACE TO LJ-AFTER-STATUS.
004550     WRITE JRNL-RECORD.
004551 2480-EXIT.
004552     EXIT.
004553*
004554* JOURNALS A CHANGE OR CANCEL JUST APPLIED BY 2250 - THE ENTRY
004555* IT RESOLVED TO, THE IDXFILE IMAGE BEFORE (SAVED BY 2250) AND
004556* THE IMAGE NOW ON FILE.
004557 2490-JOURNAL-MAINTENANCE.
004558     MOVE SPACES TO JRNL-RECORD.
004559     MOVE WS-RUN-DATE TO LJ-RUN-DATE.
004560     MOVE WS-CURRENT-SOURCE TO LJ-SOURCE.
004561     MOVE TR-KEY TO LJ-SRC-KEY.
004562     MOVE TR-TRAN-CODE TO LJ-TRAN-CODE.
004563     MOVE WS-GENERATION TO LJ-GEN.
004564     MOVE IDX-KEY TO LJ-SEQ.
004565     MOVE WS-BEFORE-TEXT TO LJ-BEFORE-TEXT.
004566     MOVE WS-BEFORE-LOAD-DATE TO LJ-BEFORE-LOAD-DATE.
004567     MOVE WS-BEFORE-STATUS TO LJ-BEFORE-STATUS.
004568     MOVE IDX-TEXT TO LJ-AFTER-TEXT.
004569     MOVE IDX-STATUS TO LJ-AFTER-STATUS.
004570     WRITE JRNL-RECORD.
004571 2490-EXIT.
004572     EXIT.
004573*
004574* WRITES A CHECKPOINT RECORD EVERY WS-CHECKPOINT-INTERVAL
004575* RECORDS SO A RESTARTED RUN CAN REPOSITION PAST WORK ALREADY ON
004576* THE OUTPUT FILE (SEE 1020/1040).  PERFORMED FROM 2000 FOR
004577* EVERY RECORD READ, GOOD OR SUSPENDED, SO A RECORD THAT LANDS
004578* ON THE INTERVAL BUT FAILS VALIDATION DOES NOT SKIP ITS
004579* CHECKPOINT.
004580 2500-CHECKPOINT-IF-DUE.
004581     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
004582         GIVING WS-DUMMY-QUOTIENT
004583         REMAINDER WS-CHECKPOINT-REMAINDER.
004584     IF WS-CHECKPOINT-REMAINDER = ZERO
004585         PERFORM 2510-WRITE-CHECKPOINT-RECORD THRU 2510-EXIT
004586     END-IF.
004587 2500-EXIT.
004588     EXIT.
004589*
004590 2510-WRITE-CHECKPOINT-RECORD.
004591     MOVE SPACES TO CHKPT-RECORD.
004592     MOVE WS-SUB-AREA-1 TO CHKPT-LAST-KEY.
004593     MOVE WS-RECORD-COUNT TO CHKPT-REC-COUNT.
004600     MOVE WS-OUTPUT-COUNT TO CHKPT-GOOD-COUNT.
004601     MOVE WS-FEED-COUNT TO CHKPT-FEED-COUNT.
004602     MOVE WS-FEED-HASH TO CHKPT-FEED-HASH.
004603     MOVE WS-BATCH-OPEN-SW TO CHKPT-BATCH-SW.
004604     MOVE WS-HEADER-COUNT TO CHKPT-HDR-COUNT.
004605     MOVE WS-SOURCE-DATA TO CHKPT-SOURCE-DATA.
004606     MOVE WS-OUTPUT-HASH TO CHKPT-OUT-HASH.
004607     MOVE WS-STREAM-ID TO CHKPT-STREAM.
004608     MOVE WS-RUN-DATE TO CHKPT-BUSINESS-DATE.
004610     WRITE CHKPT-RECORD.
004620 2510-EXIT.
004621     EXIT.
004622*
004623* ROUTES A RECORD THAT FAILED VALIDATION TO THE SUSPENSE FILE
004624* UNDER THE WS-AREA-3 ERROR LAYOUT, WITH A REASON CODE, RATHER
004625* THAN FORCING IT THROUGH WS-SUB-AREA-1/WS-SUB-AREA-2.  WS-AREA-1
004626* IS STAGED FIRST AND RESTORED AFTER, THE SAME AS A GUARDED
004627* UPDATE, SINCE THE ERROR LAYOUT SHARES ITS STORAGE WITH THE
004628* WS-SUB-AREA-1 SEQUENCE COUNTER THAT MUST CARRY FORWARD
004629* UNCHANGED TO THE NEXT RECORD.
004630 2600-WRITE-SUSPENSE-RECORD.
004631     MOVE WS-AREA-1 TO WS-TEMP-AREA.
004632     MOVE SPACES TO WS-AREA-1.
004633     MOVE TR-KEY TO WS-ERR-KEY.
004634     MOVE TR-DATA(1:93) TO WS-ERR-DATA.
004635     MOVE WS-SUSP-REASON TO WS-ERR-REASON-CODE.
004636     MOVE SPACES TO SUSP-RECORD.
004637     MOVE WS-AREA-1 TO SUSP-IMAGE.
004638     MOVE WS-RUN-DATE TO SUSP-DATE.
004639     MOVE WS-CURRENT-SOURCE TO SUSP-SOURCE.
004640     MOVE TR-TRAN-CODE TO SUSP-TRAN-CODE.
004641     WRITE SUSP-RECORD.
004642     MOVE WS-TEMP-AREA TO WS-AREA-1.
004643     ADD 1 TO WS-SUSPENSE-COUNT.
004644     ADD 1 TO WS-SRC-SUSP(WS-CURRENT-SRC-SUB).
004645 2600-EXIT.
004646     EXIT.
004647*
004648* OPENS A NEW FEED BATCH.  THE HEADER MUST CARRY THE BUSINESS
004649* DATE THIS RUN EXPECTS - A STALE OR FUTURE EXTRACT IS THE
004650* SHORT-SHIP/DOUBLE-SHIP CASE THE CONTROLS EXIST TO CATCH - AND
004651* A HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS A DOUBLED
004652* OR GARBLED TRANSMISSION.  BOTH ARE CAUGHT FIRST BY THE 1050
004653* PRE-SCAN, WHICH HOLDS THE FAILING BATCH (2750) INSTEAD OF
004654* STOPPING THE JOB - THE ABORTS BELOW ARE THE BACKSTOP FOR A
004655* BATCH THE PRE-SCAN PASSED.
004656 2700-VERIFY-HEADER.
004657     IF WS-BATCH-OPEN
004658         AND WS-BATCH-LOADING
004659         MOVE SPACES TO WS-ABORT-LINE
004660         STRING 'FEED ERROR - HEADER INSIDE OPEN BATCH - SOURCE='
004661             TH-SOURCE-SYSTEM
004662             DELIMITED BY SIZE INTO WS-ABORT-LINE
004663         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004664     END-IF.
004665* A HELD BATCH THAT NEVER GOT ITS TRAILER ENDS HERE - IT IS
004666* ALREADY ON BATHOLD.
004667     SET WS-BATCH-LOADING TO TRUE.
004668     ADD 1 TO WS-HEADER-COUNT.
004669     IF WS-BAT-HOLD-REASON(WS-HEADER-COUNT) NOT = SPACES
004670         PERFORM 2750-HOLD-BATCH THRU 2750-EXIT
004671         GO TO 2700-EXIT
004672     END-IF.
004673     IF TH-BUSINESS-DATE NOT NUMERIC
004674         OR TH-BUSINESS-DATE NOT = WS-RUN-DATE
004675         MOVE SPACES TO WS-ABORT-LINE
004676         STRING 'FEED ERROR - BUSINESS DATE '
004677             TRANS-RECORD(14:6)
004678             ' ON HEADER FROM ' TH-SOURCE-SYSTEM
004679             ' IS NOT THE EXPECTED RUN DATE'
004680             DELIMITED BY SIZE INTO WS-ABORT-LINE
004681         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004682     END-IF.
004683     SET WS-BATCH-OPEN TO TRUE.
004684     MOVE ZERO TO WS-FEED-COUNT.
004685     MOVE ZERO TO WS-FEED-HASH.
004686     MOVE TH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
004687     PERFORM 2720-LOCATE-SOURCE-ENTRY THRU 2720-EXIT.
004688     IF NOT WS-SRC-AUTHORIZED(WS-CURRENT-SRC-SUB)
004689         PERFORM 2740-REPORT-REFUSED-SOURCE THRU 2740-EXIT
004690     END-IF.
004691 2700-EXIT.
004692     EXIT.
004693*
004694* FINDS OR ADDS THE PER-SOURCE TOTALS ENTRY FOR THE SOURCE THE
004695* BATCH HEADER JUST NAMED, LEAVING WS-CURRENT-SRC-SUB POINTING
004696* AT IT.  A SOURCE SENDING TWO BATCHES IN ONE RUN ACCUMULATES
004697* INTO THE SAME ENTRY.  MORE DISTINCT SOURCES THAN THE TABLE
004698* HOLDS IS A FEED PROBLEM, NOT A COUNTING PROBLEM - THE JOB
004699* STOPS RATHER THAN LOSING A REGION'S SPLIT.
004700 2720-LOCATE-SOURCE-ENTRY.
004701     MOVE ZERO TO WS-CURRENT-SRC-SUB.
004702     IF WS-SOURCE-COUNT > ZERO
004703         PERFORM 2721-TEST-SOURCE-ENTRY THRU 2721-EXIT
004704             VARYING WS-SOURCE-SUB FROM 1 BY 1
004705             UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
004706                 OR WS-CURRENT-SRC-SUB > ZERO
004707     END-IF.
004708     IF WS-CURRENT-SRC-SUB > ZERO
004709         GO TO 2720-EXIT
004710     END-IF.
004711     IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
004712         MOVE SPACES TO WS-ABORT-LINE
004713         STRING 'FEED ERROR - MORE THAN 99 SOURCE SYSTEMS - '
004714             WS-CURRENT-SOURCE
004715             DELIMITED BY SIZE INTO WS-ABORT-LINE
004716         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004717     END-IF.
004718     ADD 1 TO WS-SOURCE-COUNT.
004719     MOVE WS-SOURCE-COUNT TO WS-CURRENT-SRC-SUB.
004720     MOVE WS-CURRENT-SOURCE TO WS-SRC-CODE(WS-CURRENT-SRC-SUB).
004721     MOVE ZERO TO WS-SRC-READ(WS-CURRENT-SRC-SUB).
004722     MOVE ZERO TO WS-SRC-WRITTEN(WS-CURRENT-SRC-SUB).
004723     MOVE ZERO TO WS-SRC-SUSP(WS-CURRENT-SRC-SUB).
004724     PERFORM 2730-CHECK-SOURCE-REGISTRY THRU 2730-EXIT.
004725 2720-EXIT.
004726     EXIT.
004727*
004728 2721-TEST-SOURCE-ENTRY.
004729     IF WS-SRC-CODE(WS-SOURCE-SUB) = WS-CURRENT-SOURCE
004730         MOVE WS-SOURCE-SUB TO WS-CURRENT-SRC-SUB
004731     END-IF.
004732 2721-EXIT.
004733     EXIT.
004734*
004735* LOOKS THE NEW SOURCE UP ON THE REGISTRY ONCE, WHEN ITS ENTRY IS
004736* OPENED, AND MARKS THE ENTRY AUTHORIZED, UNREGISTERED OR
004737* INACTIVE.  THE MARK RIDES THE CHECKPOINT WITH THE REST OF THE
004738* ENTRY, SO A RESTART IN THE MIDDLE OF A REFUSED BATCH KEEPS
004739* REFUSING IT.
004740 2730-CHECK-SOURCE-REGISTRY.
004741     SET WS-SRC-AUTHORIZED(WS-CURRENT-SRC-SUB) TO TRUE.
004742     IF WS-CURRENT-SOURCE = WS-INTERNAL-SOURCE
004743         GO TO 2730-EXIT
004744     END-IF.
004745     MOVE WS-CURRENT-SOURCE TO SR-SOURCE.
004746     READ SOURCE-REGISTRY-FILE
004747         INVALID KEY
004748             SET WS-SRC-UNREGISTERED(WS-CURRENT-SRC-SUB) TO TRUE
004749             GO TO 2730-EXIT
004750     END-READ.
004751     IF NOT SR-ACTIVE
004752         SET WS-SRC-INACTIVE(WS-CURRENT-SRC-SUB) TO TRUE
004753     END-IF.
004754 2730-EXIT.
004755     EXIT.
004756*
004757* A REFUSED BATCH GOES TO THE CONSOLE AND TO AUDITLOG WHEN ITS
004758* HEADER IS READ; ITS DATA RECORDS FOLLOW TO SUSPENSE IN 2000.
004759 2740-REPORT-REFUSED-SOURCE.
004760     MOVE SPACES TO WS-ABORT-LINE.
004761     IF WS-SRC-INACTIVE(WS-CURRENT-SRC-SUB)
004762         STRING 'SOURCE REFUSED - SOURCE=' WS-CURRENT-SOURCE
004763             ' IS INACTIVE ON SRCREG - BATCH TO SUSPFILE (UA)'
004764             DELIMITED BY SIZE INTO WS-ABORT-LINE
004765     ELSE
004766         STRING 'SOURCE REFUSED - SOURCE=' WS-CURRENT-SOURCE
004767             ' IS NOT ON SRCREG - BATCH TO SUSPFILE (UA)'
004768             DELIMITED BY SIZE INTO WS-ABORT-LINE
004769     END-IF.
004770     DISPLAY WS-ABORT-LINE.
004771     MOVE SPACES TO LOG-RECORD.
004772     STRING 'TRNBLD ' WS-RUN-DATE ' ' WS-ABORT-LINE
004773         DELIMITED BY SIZE INTO LOG-RECORD.
004774     WRITE LOG-RECORD.
004775 2740-EXIT.
004776     EXIT.
004777*
004778* CLOSES THE OPEN FEED BATCH - THE TRAILER COUNT AND HASH MUST
004779* BALANCE TO THE DATA RECORDS ACTUALLY READ SINCE THE HEADER,
004780* OR THE JOB STOPS RATHER THAN DECLARING A PARTIAL DAY GOOD.
004781 2710-VERIFY-TRAILER.
004782     IF WS-BATCH-CLOSED
004783         MOVE SPACES TO WS-ABORT-LINE
004784         STRING 'FEED ERROR - TRAILER WITHOUT OPEN BATCH'
004785             DELIMITED BY SIZE INTO WS-ABORT-LINE
004786         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004787     END-IF.
004788* THE TRAILER OF A HELD BATCH FOLLOWS ITS BATCH TO BATHOLD.
004789     IF WS-BATCH-HELD
004790         PERFORM 2760-HOLD-ONE-RECORD THRU 2760-EXIT
004791         SET WS-BATCH-CLOSED TO TRUE
004792         SET WS-BATCH-LOADING TO TRUE
004793         GO TO 2710-EXIT
004794     END-IF.
004795     MOVE WS-FEED-COUNT TO WS-FEED-COUNT-D.
004796     MOVE WS-FEED-HASH TO WS-FEED-HASH-D.
004797     IF TT-RECORD-COUNT NOT NUMERIC
004798         OR TT-HASH-TOTAL NOT NUMERIC
004799         OR TT-RECORD-COUNT NOT = WS-FEED-COUNT
004800         OR TT-HASH-TOTAL NOT = WS-FEED-HASH
004801         MOVE SPACES TO WS-ABORT-LINE
004802         STRING 'FEED ERROR - TRAILER OUT OF BALANCE - READ='
004803             WS-FEED-COUNT-D
004804             ' HASH=' WS-FEED-HASH-D
004805             ' TRAILER COUNT=' TRANS-RECORD(6:7)
004806             ' TRAILER HASH=' TRANS-RECORD(13:10)
004807             DELIMITED BY SIZE INTO WS-ABORT-LINE
004808         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004809     END-IF.
004810     SET WS-BATCH-CLOSED TO TRUE.
004811 2710-EXIT.
004812     EXIT.
004813*
004814* END-OF-FILE CONTROL CHECK - A FEED WITH NO HEADER AT ALL, OR
004815* ONE THAT ENDS WITH A BATCH STILL OPEN, NEVER BALANCED AND
004816* MUST NOT BE DECLARED GOOD BY 8000-RECONCILE.  A HELD BATCH
004817* LEFT OPEN AT END OF FILE IS ALREADY ON BATHOLD.
004818 2800-VERIFY-FEED-COMPLETE.
004819     IF WS-HEADER-COUNT = ZERO
004820         MOVE SPACES TO WS-ABORT-LINE
004821         STRING 'FEED ERROR - NO BATCH HEADER ON TRANSIN'
004822             DELIMITED BY SIZE INTO WS-ABORT-LINE
004823         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004824     END-IF.
004825     IF WS-BATCH-OPEN
004826         AND WS-BATCH-LOADING
004827         MOVE SPACES TO WS-ABORT-LINE
004828         STRING 'FEED ERROR - END OF FEED WITH NO TRAILER'
004829             DELIMITED BY SIZE INTO WS-ABORT-LINE
004830         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
004831     END-IF.
004832 2800-EXIT.
004833     EXIT.
004834*
004835* SETS ASIDE A BATCH THE 1050 PRE-SCAN FAILED.  THE SOURCE STILL
004836* GETS ITS PER-SOURCE ENTRY SO 8050 CAN SHOW IT WAS HELD; THE
004837* HOLD GOES TO THE CONSOLE AND TO AUDITLOG WITH ITS REASON, AND
004838* THE HEADER IS THE FIRST RECORD COPIED TO BATHOLD.  THE REST OF
004839* THE BATCH FOLLOWS THROUGH 2760 AS IT IS READ.
004840 2750-HOLD-BATCH.
004841     SET WS-BATCH-OPEN TO TRUE.
004842     SET WS-BATCH-HELD TO TRUE.
004843     MOVE ZERO TO WS-FEED-COUNT.
004844     MOVE ZERO TO WS-FEED-HASH.
004845     MOVE TH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
004846     PERFORM 2720-LOCATE-SOURCE-ENTRY THRU 2720-EXIT.
004847     MOVE WS-BAT-HOLD-REASON(WS-HEADER-COUNT) TO WS-HOLD-REASON.
004848     PERFORM 2770-SET-HOLD-REASON-TEXT THRU 2770-EXIT.
004849     MOVE WS-BAT-RECORDS(WS-HEADER-COUNT) TO WS-BAT-RECORDS-D.
004850     MOVE SPACES TO WS-ABORT-LINE.
004851     STRING 'BATCH HELD - SOURCE=' WS-CURRENT-SOURCE
004852         ' REASON=' WS-HOLD-REASON ' ' WS-HOLD-REASON-TEXT
004853         ' - ' WS-BAT-RECORDS-D ' DATA RECORDS TO BATHOLD'
004854         DELIMITED BY SIZE INTO WS-ABORT-LINE.
004855     DISPLAY WS-ABORT-LINE.
004856     MOVE SPACES TO LOG-RECORD.
004857     STRING 'TRNBLD ' WS-RUN-DATE ' ' WS-ABORT-LINE
004858         DELIMITED BY SIZE INTO LOG-RECORD.
004859     WRITE LOG-RECORD.
004860     PERFORM 2760-HOLD-ONE-RECORD THRU 2760-EXIT.
004861 2750-EXIT.
004862     EXIT.
004863*
004864* COPIES THE TRANSIN RECORD IN HAND, AS READ, TO BATHOLD BEHIND
004865* THE HOLD DATE, SOURCE, BATCH POSITION AND REASON.
004866 2760-HOLD-ONE-RECORD.
004867     MOVE SPACES TO HOLD-RECORD.
004868     MOVE WS-RUN-DATE TO HB-HOLD-DATE.
004869     MOVE WS-CURRENT-SOURCE TO HB-SOURCE.
004870     MOVE WS-HEADER-COUNT TO HB-BATCH-NO.
004871     MOVE WS-BAT-HOLD-REASON(WS-HEADER-COUNT) TO HB-REASON.
004872     MOVE WS-RECORD-COUNT TO HB-REC-NO.
004873     MOVE TRANS-RECORD TO HB-IMAGE.
004874     WRITE HOLD-RECORD.
004875 2760-EXIT.
004876     EXIT.
004877*
004878 2770-SET-HOLD-REASON-TEXT.
004879     EVALUATE TRUE
004880         WHEN WS-HOLD-DATE-MISMATCH
004881             MOVE 'BUSINESS DATE MISMATCH' TO WS-HOLD-REASON-TEXT
004882         WHEN WS-HOLD-OUT-OF-BALANCE
004883             MOVE 'TRAILER OUT OF BALANCE' TO WS-HOLD-REASON-TEXT
004884         WHEN WS-HOLD-NO-TRAILER
004885             MOVE 'MISSING TRAILER' TO WS-HOLD-REASON-TEXT
004886         WHEN OTHER
004887             MOVE 'UNKNOWN HOLD REASON' TO WS-HOLD-REASON-TEXT
004888     END-EVALUATE.
004889 2770-EXIT.
004890     EXIT.
004891*
004892* STOPS THE JOB ON A FEED-CONTROL FAILURE.  THE MESSAGE GOES TO
004893* THE CONSOLE AND TO AUDITLOG, THE CHECKPOINT FILE IS CLEARED
004894* SO THE RERUN OF THE CORRECTED FEED STARTS FRESH INSTEAD OF
004895* RESUMING INTO A HALF-LOADED DAY, AND THE CONTROL FILE IS LEFT
004896* AT THE PRIOR RUN'S SEED SO THE RERUN REUSES THE SAME SEQUENCE
004897* RANGE (A STREAM'S BLOCK STAYS RESERVED FOR ITS RERUN THE SAME
004898* WAY).  RETURN CODE 16 TELLS THE SCHEDULER NOT TO RELEASE THE
004899* DOWNSTREAM STEPS.  THE SINGLE RUN RECORDS THE DAY'S 'ABORT' ON
004900* RUNHIST; A STREAM IS ONLY PART OF THE DAY, SO IT RECORDS THE
004901* ABORT ON ITS SEQBLK ENTRY (9045) AND LEAVES THE DAY'S VERDICT
004902* TO TRNMRG.
004903 2900-ABORT-FEED.
004904     DISPLAY WS-ABORT-LINE.
004905     MOVE SPACES TO LOG-RECORD.
004906     STRING 'TRNBLD ' WS-RUN-DATE ' ' WS-ABORT-LINE
004907         DELIMITED BY SIZE INTO LOG-RECORD.
004908     WRITE LOG-RECORD.
004909     CLOSE TRANSACTION-FILE
004910           OUTPUT-FILE
004911           EXCEPTION-FILE
004912           INDEXED-FILE
004913           XREF-FILE
004914           LOG-FILE
004915           CHECKPOINT-FILE
004916           SUSPENSE-FILE
004917           BATCH-HOLD-FILE
004918           LOAD-JOURNAL-FILE
004919           SOURCE-REGISTRY-FILE.
004920     PERFORM 9690-CLOSE-HOLD-LOG THRU 9690-EXIT.
004921     PERFORM 9020-CLEAR-CHECKPOINT-FILE THRU 9020-EXIT.
004922     PERFORM 8080-COUNT-HELD-BATCHES THRU 8080-EXIT.
004923     MOVE 'ABORT' TO WS-RECONCILE-VERDICT.
004924     IF WS-SINGLE-RUN
004925         PERFORM 9030-WRITE-RUN-HISTORY THRU 9030-EXIT
004926     ELSE
004927         PERFORM 9045-RECORD-STREAM-ABORT THRU 9045-EXIT
004928     END-IF.
004929     MOVE WS-RECORD-COUNT TO WS-JS-IN-COUNT.
004930     MOVE WS-OUTPUT-COUNT TO WS-JS-OUT-COUNT.
004931     MOVE 'ABORT' TO WS-JS-STATUS.
004932     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
004933     MOVE 16 TO RETURN-CODE.
004934     STOP RUN.
004935 2900-EXIT.
004936     EXIT.
004937*
004938*****************************************************************
004939* 8000 SERIES - CONTROL TOTAL RECONCILIATION AND GUARDED-UPDATE
004940* UTILITIES.
004941*****************************************************************
004942* COMPARES HOW MANY SEQUENCE NUMBERS THIS CALENDAR DAY'S JOB HAS
004943* HANDED OUT (WS-SUB-AREA-1 LESS WS-STARTING-SEQ, THE VALUE IT
004944* WAS SEEDED WITH AT START-OF-JOB - SEE 1010) AGAINST THE
004945* NUMBER OF RECORDS PHYSICALLY WRITTEN TO OUTPUT-FILE, SO A
004946* DROPPED OR DUPLICATED WRITE IS CAUGHT AT END-OF-JOB, NOT AT
004947* MONTH END.  WS-SUB-AREA-1 ITSELF IS NOT COMPARED DIRECTLY -
004948* IT IS A CROSS-DAY CUMULATIVE COUNTER (SEE 1010/9010) WHILE
004949* WS-OUTPUT-COUNT RESETS EVERY DAY, SO ONLY THE DIFFERENCE OF
004950* THE TWO IS MEANINGFUL.  THE SUSPENSE COUNT IS SHOWN ALONGSIDE
004951* AS A THIRD BUCKET SINCE A SUSPENDED RECORD ACCOUNTS FOR A
004952* RECORD THAT WAS READ BUT IS NEITHER A SEQUENCE NUMBER NOR AN
004953* OUTPUT RECORD.
004954 8000-RECONCILE.
004955     MOVE SPACES TO WS-RECONCILE-LINE.
004956     MOVE WS-OUTPUT-COUNT TO WS-OUTPUT-COUNT-D.
004957     MOVE WS-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT-D.
004958     COMPUTE WS-RECONCILE-COUNT = WS-SUB-AREA-1 - WS-STARTING-SEQ.
004959     MOVE WS-RECONCILE-COUNT TO WS-RECONCILE-COUNT-D.
004960     IF WS-RECONCILE-COUNT = WS-OUTPUT-COUNT
004961         MOVE 'OK' TO WS-RECONCILE-VERDICT
004962         STRING 'RECONCILIATION OK - COUNTER='
004963             WS-RECONCILE-COUNT-D
004964             ' OUTPUT RECORDS=' WS-OUTPUT-COUNT-D
004965             ' SUSPENSE RECORDS=' WS-SUSPENSE-COUNT-D
004966             DELIMITED BY SIZE INTO WS-RECONCILE-LINE
004967     ELSE
004968         MOVE 'BREAK' TO WS-RECONCILE-VERDICT
004969         STRING 'RECONCILIATION BREAK - COUNTER='
004970             WS-RECONCILE-COUNT-D
004971             ' OUTPUT RECORDS=' WS-OUTPUT-COUNT-D
004972             ' SUSPENSE RECORDS=' WS-SUSPENSE-COUNT-D
004973             DELIMITED BY SIZE INTO WS-RECONCILE-LINE
004974     END-IF.
004975     DISPLAY WS-RECONCILE-LINE.
004976* A RUN THAT BALANCED BUT SET A REGIONAL BATCH ASIDE IS NOT A
004977* CLEAN DAY - THE VERDICT SAYS SO, AND RETURN CODE 4 LETS THE
004978* SCHEDULER RELEASE THE DOWNSTREAM STEPS WHILE FLAGGING IT.
004979     IF WS-HELD-BATCH-COUNT > ZERO
004980         MOVE WS-HELD-BATCH-COUNT TO WS-HELD-BATCH-COUNT-D
004981         DISPLAY 'BATCHES HELD=' WS-HELD-BATCH-COUNT-D
004982             ' FIRST SOURCE HELD=' WS-FIRST-HELD-SOURCE
004983             ' - SEE BATHOLD AND THE BATREL RELEASE JOB'
004984         IF WS-RECONCILE-VERDICT = 'OK'
004985             MOVE 'HELD' TO WS-RECONCILE-VERDICT
004986         END-IF
004987         MOVE 4 TO RETURN-CODE
004988     END-IF.
004989* A CHANGE OR CANCEL THAT COULD NOT BE REWRITTEN IS FLAGGED THE
004990* SAME WAY - THE EXCEPTIONS REPORT HOLDS EACH ONE.
004991     IF WS-MAINT-FAIL-COUNT > ZERO
004992         MOVE WS-MAINT-FAIL-COUNT TO WS-MAINT-FAIL-COUNT-D
004993         DISPLAY 'CHANGES/CANCELS NOT APPLIED='
004994             WS-MAINT-FAIL-COUNT-D
004995             ' - REWRITE FAILED, SEE EXCPRPT'
004996         IF RETURN-CODE < 4
004997             MOVE 4 TO RETURN-CODE
004998         END-IF
004999     END-IF.
005000* A STREAM REPORTS WHAT IT LEFT OF ITS BLOCK; TRNMRG CARRIES
005003* THE GAPS INTO THE DAY'S COMBINED RECONCILIATION.
005004     IF WS-STREAM-RUN
005005         COMPUTE WS-GAP-COUNT = WS-BLOCK-END - WS-SUB-AREA-1
005006         DISPLAY 'STREAM ' WS-STREAM-ID ' BLOCK ENDS AT '
005007             WS-BLOCK-END ' - ' WS-GAP-COUNT
005008             ' RESERVED NUMBERS UNUSED (GAPS FOR TRNMRG)'
005009     END-IF.
005010 8000-EXIT.
005011     EXIT.
005012*
005013* SHOWS THE RECORDS READ, WRITTEN AND SUSPENDED FOR EACH SOURCE
005014* SYSTEM THAT SENT A BATCH THIS RUN, ALONGSIDE THE 8000
005015* RECONCILE LINE, SO A BAD REGIONAL FEED CAN BE TAKEN BACK TO
005016* THE REGION THAT SENT IT.
005017 8050-REPORT-SOURCE-TOTALS.
005018     IF WS-SOURCE-COUNT = ZERO
005019         GO TO 8050-EXIT
005020     END-IF.
005021     PERFORM 8060-REPORT-ONE-SOURCE THRU 8060-EXIT
005022         VARYING WS-SOURCE-SUB FROM 1 BY 1
005023         UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
005024 8050-EXIT.
005025     EXIT.
005026*
005027 8060-REPORT-ONE-SOURCE.
005028     MOVE ZERO TO WS-SRC-HELD-BATCHES.
005029     MOVE ZERO TO WS-SRC-HELD-RECORDS.
005030     IF WS-HELD-BATCH-COUNT > ZERO
005031         PERFORM 8065-ADD-HELD-BATCH THRU 8065-EXIT
005032             VARYING WS-BATCH-SUB FROM 1 BY 1
005033             UNTIL WS-BATCH-SUB > WS-SCAN-BATCH-COUNT
005034     END-IF.
005035     MOVE SPACES TO WS-SOURCE-LINE.
005036     STRING 'SOURCE ' WS-SRC-CODE(WS-SOURCE-SUB)
005037         ' READ=' WS-SRC-READ(WS-SOURCE-SUB)
005038         ' WRITTEN=' WS-SRC-WRITTEN(WS-SOURCE-SUB)
005039         ' SUSPENDED=' WS-SRC-SUSP(WS-SOURCE-SUB)
005040         DELIMITED BY SIZE INTO WS-SOURCE-LINE.
005041     IF WS-SRC-HELD-BATCHES > ZERO
005042         MOVE WS-SRC-HELD-BATCHES TO WS-SRC-HELD-BATCHES-D
005043         MOVE WS-SRC-HELD-RECORDS TO WS-SRC-HELD-RECORDS-D
005044         MOVE WS-SOURCE-LINE TO WS-TYPE-LINE
005045         MOVE SPACES TO WS-SOURCE-LINE
005046         STRING WS-TYPE-LINE(1:62)
005047             ' HELD=' WS-SRC-HELD-RECORDS-D
005048             ' IN ' WS-SRC-HELD-BATCHES-D ' BATCH(ES)'
005049             DELIMITED BY SIZE INTO WS-SOURCE-LINE
005050     END-IF.
005051     DISPLAY WS-SOURCE-LINE.
005052     IF WS-SRC-UNREGISTERED(WS-SOURCE-SUB)
005053         DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SOURCE-SUB)
005054             ' REFUSED - NOT ON THE SOURCE REGISTRY (SRCREG)'
005055     END-IF.
005056     IF WS-SRC-INACTIVE(WS-SOURCE-SUB)
005057         DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SOURCE-SUB)
005058             ' REFUSED - INACTIVE ON THE SOURCE REGISTRY (SRCREG)'
005059     END-IF.
005060 8060-EXIT.
005061     EXIT.
005062*
005063* ADDS ONE PRE-SCAN BATCH TO THE HELD TOTALS OF THE SOURCE BEING
005064* REPORTED WHEN IT IS THAT SOURCE'S AND WAS HELD.
005065 8065-ADD-HELD-BATCH.
005066     IF WS-BAT-SOURCE(WS-BATCH-SUB) = WS-SRC-CODE(WS-SOURCE-SUB)
005067         AND WS-BAT-HOLD-REASON(WS-BATCH-SUB) NOT = SPACES
005068         ADD 1 TO WS-SRC-HELD-BATCHES
005069         ADD WS-BAT-RECORDS(WS-BATCH-SUB) TO WS-SRC-HELD-RECORDS
005070     END-IF.
005071 8065-EXIT.
005072     EXIT.
005073*
005074* SHOWS HOW THE DAY'S DATA RECORDS SPLIT BY TRANSACTION TYPE -
005075* ADDS THAT CONSUMED A SEQUENCE NUMBER, AND CHANGES AND CANCELS
005076* APPLIED TO EXISTING IDXFILE ENTRIES IN PLACE - ALONGSIDE THE
005077* 8050 PER-SOURCE TOTALS.
005078 8070-REPORT-TYPE-TOTALS.
005079     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-D.
005080     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-D.
005081     MOVE WS-CANCEL-COUNT TO WS-CANCEL-COUNT-D.
005082     MOVE SPACES TO WS-TYPE-LINE.
005083     MOVE WS-MAINT-FAIL-COUNT TO WS-MAINT-FAIL-COUNT-D.
005084     STRING 'TRANSACTION TYPES - ADDS=' WS-ADD-COUNT-D
005085         ' CHANGES=' WS-CHANGE-COUNT-D
005086         ' CANCELS=' WS-CANCEL-COUNT-D
005087         ' NOT APPLIED=' WS-MAINT-FAIL-COUNT-D
005088         DELIMITED BY SIZE INTO WS-TYPE-LINE.
005090     DISPLAY WS-TYPE-LINE.
005091 8070-EXIT.
005092     EXIT.
005093*
005094* COUNTS THE BATCHES THE PRE-SCAN FAILED AND NOTES THE FIRST
005095* SOURCE HELD, FOR THE 8000 VERDICT AND THE RUNHIST RECORD.
005096 8080-COUNT-HELD-BATCHES.
005097     MOVE ZERO TO WS-HELD-BATCH-COUNT.
005098     MOVE SPACES TO WS-FIRST-HELD-SOURCE.
005099     IF WS-SCAN-BATCH-COUNT > ZERO
005100         PERFORM 8085-COUNT-ONE-BATCH THRU 8085-EXIT
005101             VARYING WS-BATCH-SUB FROM 1 BY 1
005102             UNTIL WS-BATCH-SUB > WS-SCAN-BATCH-COUNT
005103     END-IF.
005104 8080-EXIT.
005105     EXIT.
005106*
005107 8085-COUNT-ONE-BATCH.
005108     IF WS-BAT-HOLD-REASON(WS-BATCH-SUB) NOT = SPACES
005109         ADD 1 TO WS-HELD-BATCH-COUNT
005110         IF WS-FIRST-HELD-SOURCE = SPACES
005111             MOVE WS-BAT-SOURCE(WS-BATCH-SUB)
005112                 TO WS-FIRST-HELD-SOURCE
005113         END-IF
005114     END-IF.
005115 8085-EXIT.
005116     EXIT.
005117*
005118* GUARDS THE UPDATE TO WS-SUB-AREA-1 (THE SEQUENCE COUNTER) BY
005119* STAGING WS-AREA-1 BEFORE THE UPDATE - THE SAME TECHNIQUE
005120* BUGSOLUTION.COB USES FOR WS-SUB-AREA-2 - AND VERIFIES THAT
005121* WS-SUB-AREA-2 CAME THROUGH UNCHANGED.
005122 8100-GUARDED-UPDATE-KEY.
005123     MOVE WS-AREA-1 TO WS-TEMP-AREA.
005130     ADD 1 TO WS-SUB-AREA-1.
005131* A COUNTER THAT JUST WRAPPED PAST 99999 COMES BACK AS ZERO -
005132* LETTING THE RUN CONTINUE WOULD START REWRITING LIVE IDXFILE
005141             DELIMITED BY SIZE INTO WS-ABORT-LINE
005142         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
005143     END-IF.
005144* A STREAM MAY NOT HAND OUT A NUMBER BEYOND ITS OWN BLOCK - THE
005145* NEXT ONE BELONGS TO ANOTHER STREAM.  THE BLOCK HOLDS ONE
005146* NUMBER PER ADD ON THE STREAM'S FEED, SO THIS ONLY HAPPENS
005147* WHEN THE FEED WAS CHANGED AFTER THE SPLIT.
005148     IF WS-STREAM-RUN
005149         AND WS-SUB-AREA-1 > WS-BLOCK-END
005150         MOVE SPACES TO WS-ABORT-LINE
005151         STRING 'SEQUENCE BLOCK FOR STREAM ' WS-STREAM-ID
005152             ' ENDS AT ' WS-BLOCK-END ' - THE FEED HOLDS MORE'
005153             ' ADDS THAN TRNSPLT RESERVED FOR - RUN STOPPED'
005154             DELIMITED BY SIZE INTO WS-ABORT-LINE
005155         PERFORM 2900-ABORT-FEED THRU 2900-EXIT
005156     END-IF.
005157     IF WS-SUB-AREA-2 NOT = WS-TEMP-SUB-AREA-2
005158         MOVE '8100-GUARDED-UPDATE-KEY' TO WS-GUARD-PARA
005160         PERFORM 8150-LOG-GUARD-MISMATCH THRU 8150-EXIT
005170         MOVE WS-TEMP-SUB-AREA-2 TO WS-SUB-AREA-2
005180     END-IF.
005430         ' GUARD MISMATCH IN ' WS-GUARD-PARA
005440         ' - KEY=' WS-SUB-AREA-1
005450         ' - STAGED BUFFER RESTORED'
005455         DELIMITED BY SIZE INTO LOG-RECORD.
005460     WRITE LOG-RECORD.
005470 8150-EXIT.
005480     EXIT.
005490*
005500 9000-TERMINATE.
005501     IF WS-SINGLE-RUN
005502         PERFORM 9010-WRITE-CONTROL-FILE THRU 9010-EXIT
005503     END-IF.
005504* A STREAM IS MARKED COMPLETE BEFORE ITS TRANSOUT IS CLOSED OFF.
005505* ONE THAT CANNOT BE MARKED GETS NO TRAILER BUT A LAST CHECKPOINT
005506* AT END OF FILE, WHICH 9020 LEAVES IN PLACE - THE RERUN RESUMES
005507* THERE, BUILDS NOTHING TWICE, AND WRITES THE TRAILER ITSELF.
005508     IF WS-STREAM-RUN
005509         PERFORM 9040-RECORD-STREAM-RESULT THRU 9040-EXIT
005510     END-IF.
005511     IF WS-STREAM-UNMARKED
005512         PERFORM 2510-WRITE-CHECKPOINT-RECORD THRU 2510-EXIT
005513     ELSE
005514         PERFORM 9005-WRITE-TRANSOUT-TRAILER THRU 9005-EXIT
005515     END-IF.
005516     CLOSE TRANSACTION-FILE
005530           OUTPUT-FILE
005540           EXCEPTION-FILE
005550           INDEXED-FILE
005551           XREF-FILE
005560           LOG-FILE
005570           CHECKPOINT-FILE
005571           SUSPENSE-FILE
005572           BATCH-HOLD-FILE
005573           LOAD-JOURNAL-FILE
005574           SOURCE-REGISTRY-FILE.
005575     PERFORM 9690-CLOSE-HOLD-LOG THRU 9690-EXIT.
005576     IF NOT WS-STREAM-UNMARKED
005577         PERFORM 9020-CLEAR-CHECKPOINT-FILE THRU 9020-EXIT
005578     END-IF.
005580     IF WS-SINGLE-RUN
005581         PERFORM 9030-WRITE-RUN-HISTORY THRU 9030-EXIT
005582     END-IF.
005583     MOVE WS-RECORD-COUNT TO WS-JS-IN-COUNT.
005584     MOVE WS-OUTPUT-COUNT TO WS-JS-OUT-COUNT.
005585     MOVE WS-RECONCILE-VERDICT TO WS-JS-STATUS.
005590 9000-EXIT.
005600     EXIT.
005610*
005611* CLOSES TRANSOUT WITH ITS TRAILER - THE DATA RECORDS WRITTEN
005612* (ACROSS ANY RESTARTS) AND THEIR KEY HASH.  ONLY A RUN THAT
005613* REACHES END-OF-JOB WRITES ONE, SO THE DOWNSTREAM JOBS REFUSE
005614* THE FILE A 2900 ABORT LEAVES BEHIND.
005615 9005-WRITE-TRANSOUT-TRAILER.
005616     MOVE SPACES TO OUT-TRAILER-RECORD.
005617     MOVE 'TRL' TO OT-RECORD-TYPE.
005618     MOVE WS-OUTPUT-COUNT TO OT-RECORD-COUNT.
005619     MOVE WS-OUTPUT-HASH TO OT-HASH-TOTAL.
005620     MOVE WS-RUN-DATE TO OT-BUSINESS-DATE.
005621     WRITE OUT-TRAILER-RECORD.
005622 9005-EXIT.
005623     EXIT.
005624*
005627* REWRITES THE ONE-RECORD CONTROL FILE WITH THE ENDING VALUE OF
005630* WS-SUB-AREA-1 SO THE NEXT RUN PICKS UP WHERE THIS ONE LEFT
005640* OFF INSTEAD OF WRAPPING BACK TO THE VALUE CLAUSE.
005650 9010-WRITE-CONTROL-FILE.
005660     MOVE SPACES TO CTL-RECORD.
005670     MOVE WS-SUB-AREA-1 TO CTL-LAST-SEQ.
005671     MOVE WS-GENERATION TO CTL-GENERATION.
005672     MOVE WS-CTL-BACKOUT-DATE TO CTL-BACKOUT-DATE.
005673     MOVE WS-CTL-BACKOUT-ACTION TO CTL-BACKOUT-ACTION.
005680     OPEN OUTPUT CONTROL-FILE.
005690     WRITE CTL-RECORD.
005700     CLOSE CONTROL-FILE.
005752             WS-HIST-STATUS
005753         GO TO 9030-EXIT
005754     END-IF.
005764     MOVE SPACES TO HIST-RECORD.
005774     MOVE WS-RUN-DATE TO RH-RUN-DATE.
005784     MOVE WS-STARTING-SEQ TO RH-START-SEQ.
005794     MOVE WS-SUB-AREA-1 TO RH-END-SEQ.
005804     MOVE WS-RECORD-COUNT TO RH-RECORDS-READ.
005814     MOVE WS-OUTPUT-COUNT TO RH-RECORDS-WRITTEN.
005824     MOVE WS-SUSPENSE-COUNT TO RH-RECORDS-SUSPENDED.
005834     IF WS-FOUND-CHKPT
005844         MOVE 1 TO RH-RESTARTS
005854     ELSE
005864         MOVE ZERO TO RH-RESTARTS
005874     END-IF.
005884     MOVE WS-RECONCILE-VERDICT TO RH-VERDICT.
005894     IF WS-HELD-BATCH-COUNT > 99
005904         MOVE 99 TO RH-HELD-BATCHES
005914     ELSE
005924         MOVE WS-HELD-BATCH-COUNT TO RH-HELD-BATCHES
005934     END-IF.
005944     MOVE WS-FIRST-HELD-SOURCE TO RH-HELD-SOURCE.
005954     MOVE ZERO TO RH-GAP-COUNT.
005964     WRITE HIST-RECORD.
005974     CLOSE RUN-HISTORY-FILE.
005984 9030-EXIT.
005994     EXIT.
006004*
006014* LEAVES THE STREAM'S RESULTS ON ITS SEQBLK ENTRY FOR TRNMRG IN
006024* PLACE OF THE RUNHIST RECORD - THE LAST NUMBER IT USED, ITS
006026* COUNTS AND ITS VERDICT - AND MARKS THE STREAM COMPLETE.  AN
006028* ENTRY THAT CANNOT BE UPDATED LEAVES THE STREAM RESERVED, SO
006030* TRNMRG WILL NOT MERGE IT UNTIL THE STREAM IS RERUN, SETS
006032* WS-STREAM-UNMARKED SO 9000 KEEPS THE CHECKPOINT FOR THAT RERUN,
006034* AND ENDS THE JOB WITH RETURN CODE 16.
006074 9040-RECORD-STREAM-RESULT.
006084     OPEN I-O SEQUENCE-BLOCK-FILE.
006094     IF WS-BLK-OK
006104         MOVE WS-STREAM-ID TO SB-STREAM
006114         READ SEQUENCE-BLOCK-FILE
006124             INVALID KEY
006134                 CONTINUE
006144         END-READ
006154     END-IF.
006164     IF WS-BLK-OK
006174         SET SB-COMPLETE TO TRUE
006184         MOVE WS-SUB-AREA-1 TO SB-LAST-SEQ
006194         MOVE WS-RECORD-COUNT TO SB-RECORDS-READ
006204         MOVE WS-OUTPUT-COUNT TO SB-RECORDS-WRITTEN
006214         MOVE WS-SUSPENSE-COUNT TO SB-RECORDS-SUSPENDED
006224         IF WS-FOUND-CHKPT
006234             MOVE 1 TO SB-RESTARTS
006244         ELSE
006254             MOVE ZERO TO SB-RESTARTS
006264         END-IF
006274         MOVE WS-RECONCILE-VERDICT TO SB-VERDICT
006284         IF WS-HELD-BATCH-COUNT > 99
006294             MOVE 99 TO SB-HELD-BATCHES
006304         ELSE
006314             MOVE WS-HELD-BATCH-COUNT TO SB-HELD-BATCHES
006324         END-IF
006334         MOVE WS-FIRST-HELD-SOURCE TO SB-HELD-SOURCE
006344         MOVE WS-RUN-DATE TO SB-COMPLETED-DATE
006354         REWRITE BLK-RECORD
006364             INVALID KEY
006374                 CONTINUE
006384         END-REWRITE
006394     END-IF.
006404     IF WS-BLK-OK
006414         DISPLAY 'STREAM ' WS-STREAM-ID ' COMPLETE - LAST NUMBER '
006424             'USED ' WS-SUB-AREA-1 ' OF THE BLOCK ENDING '
006434             WS-BLOCK-END
006444     ELSE
006454         DISPLAY 'STREAM RESULT NOT RECORDED ON SEQBLK - STATUS='
006464             WS-BLK-STATUS
006466         DISPLAY 'TRNMRG WILL NOT MERGE STREAM ' WS-STREAM-ID
006468             ' UNTIL IT IS RERUN - THE RERUN RESUMES FROM THE '
006470             'CHECKPOINT'
006472         SET WS-STREAM-UNMARKED TO TRUE
006474         MOVE 'ABORT' TO WS-RECONCILE-VERDICT
006504         MOVE 16 TO RETURN-CODE
006514     END-IF.
006524     CLOSE SEQUENCE-BLOCK-FILE.
006534 9040-EXIT.
006544     EXIT.
006554*
006564* A STREAM THAT ABORTS LEAVES ITS ENTRY RESERVED, SO THE BLOCK IS
006574* STILL THERE FOR THE RERUN AND TRNMRG WILL NOT MERGE THE DAY
006584* UNTIL THE RERUN COMPLETES, AND MARKS IT 'ABORT' WITH WHAT THE
006594* RUN GOT THROUGH SO THE MERGE'S REFUSAL CAN SAY WHY.  AN ENTRY
006604* THAT CANNOT BE UPDATED IS STILL RESERVED - ONLY THE REASON IS
006614* LOST.
006624 9045-RECORD-STREAM-ABORT.
006634     OPEN I-O SEQUENCE-BLOCK-FILE.
006644     IF WS-BLK-OK
006654         MOVE WS-STREAM-ID TO SB-STREAM
006664         READ SEQUENCE-BLOCK-FILE
006674             INVALID KEY
006684                 CONTINUE
006694         END-READ
006704     END-IF.
006714     IF WS-BLK-OK
006724         AND SB-RESERVED
006734         MOVE WS-RECORD-COUNT TO SB-RECORDS-READ
006744         MOVE WS-OUTPUT-COUNT TO SB-RECORDS-WRITTEN
006754         MOVE WS-SUSPENSE-COUNT TO SB-RECORDS-SUSPENDED
006764         MOVE WS-RECONCILE-VERDICT TO SB-VERDICT
006774         REWRITE BLK-RECORD
006784             INVALID KEY
006794                 CONTINUE
006804         END-REWRITE
006814     END-IF.
006824     IF NOT WS-BLK-OK
006834         DISPLAY 'STREAM ABORT NOT RECORDED ON SEQBLK - STATUS='
006844             WS-BLK-STATUS
006854     END-IF.
006864     CLOSE SEQUENCE-BLOCK-FILE.
006874 9045-EXIT.
006884     EXIT.
006894*
006904     COPY HOLDCHKP.
006914*
006924     COPY JOBSTATP.
