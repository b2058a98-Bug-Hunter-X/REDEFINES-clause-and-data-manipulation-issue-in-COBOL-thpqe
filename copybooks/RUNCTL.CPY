000010*****************************************************************
000020* RUNCTL.CPY
000030*
000040* WORKING-STORAGE COPY MEMBER FOR THE RUN-ONCE PROTECTION EVERY
000050* PROGRAM THAT CONSUMES TRNBLD'S TRANSOUT APPLIES BEFORE IT
000060* TOUCHES THE FILE.  TRANSOUT NOW OPENS WITH AN 'HDR' RECORD
000070* CARRYING THE BUSINESS DATE AND CLOSES WITH A 'TRL' RECORD
000080* CARRYING THE DATA RECORD COUNT AND A HASH TOTAL OF THE
000090* SEQUENCE KEYS.  THE PARAGRAPHS IN THE COMPANION PROCEDURE
000100* MEMBER RUNCTLP PRE-READ THE FILE AND REFUSE THE RUN WHEN IT
000110* DOES NOT BALANCE TO ITS TRAILER, WHEN RUNHIST SHOWS THE
000120* TRNBLD RUN FOR THAT BUSINESS DATE ENDED IN ABORT OR THE DAY
000130* HAS SINCE BEEN BACKED OUT OF THE MASTER, OR WHEN THE
000140* SHARED RUN-CONTROL FILE RUNCTL SAYS THIS JOB HAS ALREADY
000150* CONSUMED THAT BUSINESS DATE (OR A LATER ONE).  THE OPERATOR
000160* MAY OVERRIDE A REFUSAL ON THE CONSOLE; EVERY OVERRIDE IS
000170* WRITTEN TO AUDITLOG BEFORE THE RUN GOES AHEAD.
000180*
000190* THE COPYING PROGRAM ALSO COPIES JOBSTAT/JOBSTATP (THE JOB
000200* NAME AND RUN DATE COME FROM THERE) AND DECLARES THE SELECT
000210* AND FD FOR:
000220*   WORK-FILE         - TRANSOUT, WITH WR-IMAGE AND THE
000230*                       WH- (HEADER) AND WT- (TRAILER)
000240*                       REDEFINITIONS, STATUS WS-WORK-STATUS
000250*   RUN-CONTROL-FILE  - RUNCTL, 200 BYTES, STATUS
000260*                       WS-RC-CTL-STATUS
000270*   RUN-HISTORY-FILE  - RUNHIST, 60 BYTES, STATUS
000280*                       WS-RC-HIST-STATUS
000290*   LOG-FILE          - AUDITLOG, 132 BYTES, STATUS
000300*                       WS-RC-LOG-STATUS
000310*
000320*   MODIFICATION HISTORY
000330*   -------------------------------------------------------------
000340*   DATE       INIT  DESCRIPTION
000350*   10/15/26   JPD   ORIGINAL VERSION.
000360*   10/15/26   JPD   A 'BKOUT' RUNHIST VERDICT FOR THE BUSINESS
000370*                    DATE IS NOW A REASON TO REFUSE, AS 'ABORT'
000380*                    IS.
000390*****************************************************************
000400* THE ONE-RECORD RUNCTL IMAGE - ONE ENTRY PER CONSUMING JOB: THE
000410* BUSINESS DATE IT LAST CONSUMED, THE DATE IT RAN, AND 'Y' WHEN
000420* THAT RUN WENT AHEAD ON AN OPERATOR OVERRIDE.
000430 01  WS-RUNCTL-RECORD.
000440     05  WS-RC-ENTRY  OCCURS 8 TIMES.
000450         10  WS-RC-JOB-NAME          PIC X(08).
000460         10  WS-RC-BUS-DATE          PIC 9(06).
000470         10  WS-RC-RUN-DATE          PIC 9(06).
000480         10  WS-RC-OVERRIDE          PIC X(01).
000490         10  FILLER                  PIC X(03).
000500     05  FILLER                      PIC X(08).
000510*
000520* THE PART OF THE 60-BYTE RUNHIST RECORD THE CHECK NEEDS - SEE
000530* TRNBLD 9030 FOR THE FULL LAYOUT.
000540 01  WS-RC-HIST-RECORD.
000550     05  WS-RCH-RUN-DATE             PIC 9(06).
000560     05  FILLER                      PIC X(34).
000570     05  WS-RCH-VERDICT              PIC X(05).
000580     05  FILLER                      PIC X(15).
000590*
000600* WORK FIELDS FOR THE RUNCTLP PARAGRAPHS.  WS-RC-BUSINESS-DATE
000610* IS LEFT HOLDING THE TRANSOUT BUSINESS DATE (THE RUN DATE WHEN
000620* THE FILE HAS NO READABLE HEADER) FOR THE COPYING PROGRAM.
000630 01  WS-RUNCTL-WORK.
000640     05  WS-RC-BUSINESS-DATE         PIC 9(06) VALUE ZERO.
000650     05  WS-RC-PHYS-COUNT            PIC 9(07) COMP VALUE ZERO.
000660     05  WS-RC-DATA-COUNT            PIC 9(07) COMP VALUE ZERO.
000670     05  WS-RC-DATA-HASH             PIC 9(10) COMP VALUE ZERO.
000680     05  WS-RC-TRL-COUNT             PIC 9(07) VALUE ZERO.
000690     05  WS-RC-TRL-HASH              PIC 9(10) VALUE ZERO.
000700     05  WS-RC-COUNT-D               PIC 9(07).
000710     05  WS-RC-HASH-D                PIC 9(10).
000720     05  WS-RC-KEY                   PIC X(05).
000730     05  WS-RC-KEY-NUM  REDEFINES WS-RC-KEY
000740                                     PIC 9(05).
000750     05  WS-RC-LAST-VERDICT          PIC X(05) VALUE SPACES.
000760     05  WS-RC-SUB                   PIC 9(02) COMP VALUE ZERO.
000770     05  WS-RC-JOB-SUB               PIC 9(02) COMP VALUE ZERO.
000780     05  WS-RC-USED                  PIC 9(02) COMP VALUE ZERO.
000790     05  WS-RC-MAX                   PIC 9(02) VALUE 8.
000800     05  WS-RC-REPLY                 PIC X(01) VALUE SPACE.
000810     05  WS-RC-INITIALS              PIC X(03) VALUE SPACES.
000820     05  WS-RC-REASONS.
000830         10  WS-RC-REASON-BAL        PIC X(20) VALUE SPACES.
000840         10  WS-RC-REASON-HIST       PIC X(20) VALUE SPACES.
000850         10  WS-RC-REASON-CTL        PIC X(20) VALUE SPACES.
000860*
000870 01  WS-RC-EOF-SW                    PIC X(01) VALUE 'N'.
000880     88  WS-RC-EOF                   VALUE 'Y'.
000890*
000900 01  WS-RC-HEADER-SW                 PIC X(01) VALUE 'N'.
000910     88  WS-RC-HEADER-FOUND          VALUE 'Y'.
000920*
000930 01  WS-RC-TRAILER-SW                PIC X(01) VALUE 'N'.
000940     88  WS-RC-TRAILER-FOUND         VALUE 'Y'.
000950*
000960* SET WHEN A SECOND HEADER OR TRAILER, A TRAILER THAT CANNOT BE
000970* READ, OR A DATA RECORD AFTER THE TRAILER TURNS UP.
000980 01  WS-RC-MISPLACED-SW              PIC X(01) VALUE 'N'.
000990     88  WS-RC-MISPLACED             VALUE 'Y'.
001000*
001010 01  WS-RC-FAILED-SW                 PIC X(01) VALUE 'N'.
001020     88  WS-RC-FAILED                VALUE 'Y'.
001030*
001040 01  WS-RC-REFUSED-SW                PIC X(01) VALUE 'N'.
001050     88  WS-RC-REFUSED               VALUE 'Y'.
001060*
001070 01  WS-RC-OVERRIDDEN-SW             PIC X(01) VALUE 'N'.
001080     88  WS-RC-OVERRIDDEN            VALUE 'Y'.
001090*
001100 01  WS-RC-CTL-STATUS                PIC X(02).
001110     88  WS-RC-CTL-OK                VALUE '00'.
001120*
001130 01  WS-RC-HIST-STATUS               PIC X(02).
001140     88  WS-RC-HIST-OK               VALUE '00'.
001150*
001160 01  WS-RC-LOG-STATUS                PIC X(02).
001170     88  WS-RC-LOG-OK                VALUE '00'.
