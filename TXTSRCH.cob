000312*                    START AND END RECORDS APPENDED TO JOBSTAT
000313*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000314*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000315*   10/15/26   JPD   MASTER LAYOUT WIDENED TO 130 BYTES FOR THE
000316*                    AMENDMENT FIELDS MSTUPDT NOW CARRIES FROM
000317*                    THE LOAD JOURNAL.
000318*   10/15/26   JPD   RUN-ONCE PROTECTION - WHEN TRANSOUT IS TO BE
000319*                    SEARCHED, IT IS FIRST BALANCED TO ITS NEW
000320*                    TRAILER, RUNHIST IS CHECKED FOR AN ABORTED
000321*                    TRNBLD RUN ON THE BUSINESS DATE, AND RUNCTL
000322*                    FOR A DATE THIS JOB HAS ALREADY SEARCHED
000323*                    (SEE THE RUNCTL/RUNCTLP COPY MEMBERS).  A
000324*                    REFUSED RUN ENDS WITH STATUS REFSD, RC 8,
000325*                    UNLESS THE OPERATOR OVERRIDES IT.  A
000326*                    MASTER-ONLY SEARCH IS NOT CHECKED.  THE
000327*                    'HDR'/'TRL' CONTROL RECORDS ARE NOT
000328*                    SEARCHED.
000329*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000572     SELECT JOB-STAT-FILE ASSIGN TO 'JOBSTAT'
000573         ORGANIZATION IS SEQUENTIAL
000574         FILE STATUS IS WS-JSTAT-STATUS.
000575*
000576     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
000577         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS WS-RC-CTL-STATUS.
000579*
000580     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
000581         ORGANIZATION IS SEQUENTIAL
000582         FILE STATUS IS WS-RC-HIST-STATUS.
000583*
000584     SELECT LOG-FILE ASSIGN TO 'AUDITLOG'
000585         ORGANIZATION IS SEQUENTIAL
000586         FILE STATUS IS WS-RC-LOG-STATUS.
000587*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000700     05  MST-TEXT                    PIC X(95).
000710     05  MST-LOAD-DATE               PIC 9(06).
000720     05  MST-SOURCE                  PIC X(08).
000730     05  FILLER                      PIC X(13).
000740*
000750 FD  WORK-FILE
000760     RECORD CONTAINS 111 CHARACTERS.
000770 01  WORK-RECORD.
000780     05  WR-IMAGE                    PIC X(100).
000790     05  WR-SOURCE                   PIC X(08).
000791     05  WR-GEN                      PIC 9(03).
000792*
000793* TRNBLD OPENS TRANSOUT WITH AN 'HDR' RECORD CARRYING THE
000794* BUSINESS DATE AND CLOSES IT WITH A 'TRL' RECORD CARRYING THE
000795* DATA RECORD COUNT AND KEY HASH.  NEITHER IS A DATA RECORD.
000796 01  WORK-HEADER-RECORD.
000797     05  WH-RECORD-TYPE              PIC X(03).
000798     05  FILLER                      PIC X(02).
000799     05  WH-ORIGIN                   PIC X(08).
000800     05  WH-BUSINESS-DATE            PIC 9(06).
000801     05  FILLER                      PIC X(92).
000802*
000803 01  WORK-TRAILER-RECORD.
000804     05  WT-RECORD-TYPE              PIC X(03).
000805     05  FILLER                      PIC X(02).
000806     05  WT-RECORD-COUNT             PIC 9(07).
000807     05  WT-HASH-TOTAL               PIC 9(10).
000808     05  WT-BUSINESS-DATE            PIC 9(06).
000809     05  FILLER                      PIC X(83).
000810*
000820 FD  REQUEST-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000902 FD  JOB-STAT-FILE
000903     RECORD CONTAINS 50 CHARACTERS.
000904 01  JOB-STAT-RECORD                 PIC X(50).
000905*
000906* THE RUN-ONCE PROTECTION FILES - SEE THE RUNCTL COPY MEMBERS.
000907 FD  RUN-CONTROL-FILE
000908     RECORD CONTAINS 200 CHARACTERS.
000909 01  RUN-CONTROL-RECORD              PIC X(200).
000910*
000911 FD  RUN-HISTORY-FILE
000912     RECORD CONTAINS 60 CHARACTERS.
000913 01  RUN-HISTORY-RECORD              PIC X(60).
000914*
000915 FD  LOG-FILE
000916     RECORD CONTAINS 132 CHARACTERS.
000917 01  LOG-RECORD                      PIC X(132).
000918*
000920 WORKING-STORAGE SECTION.
000930*
000940     COPY WSAREA1.
000941*
000942     COPY JOBSTAT.
000944*
000946     COPY RUNCTL.
000950*
000960 77  WS-REQUEST-COUNT                PIC 9(07) COMP VALUE ZERO.
000970 77  WS-HIT-COUNT                    PIC 9(07) COMP VALUE ZERO.
001990     DISPLAY 'SEARCH TODAYS TRANSOUT TOO (Y/N): '
002000         WITH NO ADVANCING.
002010     ACCEPT WS-WORK-REPLY.
002011* A TRANSOUT THAT IS TO BE SEARCHED IS CHECKED BEFORE ANYTHING
002012* IS OPENED; A REFUSAL STOPS THE WHOLE RUN.
002013     IF WS-SEARCH-WORK
002014         PERFORM 9700-CHECK-TRANSOUT THRU 9700-EXIT
002015         IF WS-RC-REFUSED
002016             PERFORM 9790-REFUSE-RUN THRU 9790-EXIT
002017         END-IF
002018     END-IF.
002020     OPEN INPUT REQUEST-FILE.
002030     IF NOT WS-REQ-OK
002040         DISPLAY 'TXTSRCH - SRCHREQ NOT AVAILABLE - STATUS='
003070             SET WS-WORK-EOF TO TRUE
003080             GO TO 3000-EXIT
003090     END-READ.
003091     IF WH-RECORD-TYPE = 'HDR'
003092         OR WT-RECORD-TYPE = 'TRL'
003093         GO TO 3000-EXIT
003094     END-IF.
003100     ADD 1 TO WS-WORK-READ-COUNT.
003110     MOVE WR-IMAGE TO WS-AREA-1.
003120     MOVE WS-SUB-AREA-2 TO WS-SCAN-TEXT.
004000           MASTER-FILE.
004010     IF WS-SEARCH-WORK
004020         CLOSE WORK-FILE
004021         PERFORM 9750-RECORD-CONSUMED THRU 9750-EXIT
004030     END-IF.
004031     MOVE WS-REQUEST-COUNT TO WS-JS-IN-COUNT.
004032     MOVE WS-HIT-COUNT TO WS-JS-OUT-COUNT.
004140 9100-EXIT.
004150     EXIT.
004160*
004163     COPY RUNCTLP.
004166*
004170     COPY JOBSTATP.
