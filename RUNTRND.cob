000272*                    START AND END RECORDS APPENDED TO JOBSTAT
000273*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000274*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000275*   10/15/26   JPD   PICKED UP THE 60-BYTE RUNHIST LAYOUT - THE
000276*                    HELD BATCH COUNT AND FIRST HELD SOURCE
000277*                    TRNBLD NOW RECORDS WHEN A REGIONAL BATCH IS
000278*                    SET ASIDE TO BATHOLD - AND ADDED THE HELD
000279*                    SOURCE COLUMN TO THE DETAIL LINE.
000280*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000460 FILE SECTION.
000470*
000480 FD  RUN-HISTORY-FILE
000490     RECORD CONTAINS 60 CHARACTERS.
000500 01  HIST-RECORD.
000510     05  RH-RUN-DATE                 PIC 9(06).
000520     05  RH-START-SEQ                PIC 9(05).
000560     05  RH-RECORDS-SUSPENDED        PIC 9(07).
000570     05  RH-RESTARTS                 PIC 9(03).
000580     05  RH-VERDICT                  PIC X(05).
000581     05  RH-HELD-BATCHES             PIC 9(02).
000582     05  RH-HELD-SOURCE              PIC X(08).
000590     05  FILLER                      PIC X(05).
000600*
000610 FD  REPORT-FILE
001380         10  WS-RT-SUSP              PIC 9(07).
001390         10  WS-RT-RESTARTS          PIC 9(03).
001400         10  WS-RT-VERDICT           PIC X(05).
001401         10  WS-RT-HELD-SOURCE       PIC X(08).
001410*
001420 01  WS-RUN-DATE                     PIC 9(06).
001430 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
001730     05  FILLER                      PIC X(04) VALUE ' RST'.
001740     05  FILLER                      PIC X(08) VALUE ' VERDICT'.
001750     05  FILLER                      PIC X(07) VALUE '  RATE%'.
001751     05  FILLER                      PIC X(10) VALUE 'HELD SRC'.
001760     05  FILLER                      PIC X(64) VALUE SPACES.
001770*
001780 01  WS-DETAIL-LINE.
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  WS-DTL-VERDICT              PIC X(05).
001990     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  WS-DTL-RATE                 PIC ZZ9.9.
002001     05  FILLER                      PIC X(02) VALUE SPACES.
002002     05  WS-DTL-HELD-SOURCE          PIC X(08).
002010     05  FILLER                      PIC X(64) VALUE SPACES.
002020*
002030 01  WS-WEEK-LINE.
002040     05  FILLER                      PIC X(01) VALUE SPACE.
002730     MOVE RH-RECORDS-SUSPENDED TO WS-RT-SUSP(WS-RUN-COUNT).
002740     MOVE RH-RESTARTS TO WS-RT-RESTARTS(WS-RUN-COUNT).
002750     MOVE RH-VERDICT TO WS-RT-VERDICT(WS-RUN-COUNT).
002751     MOVE RH-HELD-SOURCE TO WS-RT-HELD-SOURCE(WS-RUN-COUNT).
002760     MOVE ZERO TO WS-RT-WEEK(WS-RUN-COUNT).
002770     IF RH-RUN-DATE NUMERIC
002780         MOVE RH-RUN-DATE TO WS-CNV-DATE
002810             COMPUTE WS-RT-WEEK(WS-RUN-COUNT) =
002820                 (WS-CNV-SERIAL + 4) / 7
002830         END-IF
002835     END-IF.
002840 2000-EXIT.
002850     EXIT.
002860*
003660     MOVE WS-RT-SUSP(WS-RUN-SUB) TO WS-DTL-SUSP.
003670     MOVE WS-RT-RESTARTS(WS-RUN-SUB) TO WS-DTL-RST.
003680     MOVE WS-RT-VERDICT(WS-RUN-SUB) TO WS-DTL-VERDICT.
003681     MOVE WS-RT-HELD-SOURCE(WS-RUN-SUB) TO WS-DTL-HELD-SOURCE.
003690     IF WS-RT-READ(WS-RUN-SUB) > ZERO
003700         COMPUTE WS-RUN-RATE ROUNDED =
003710             WS-RT-SUSP(WS-RUN-SUB) * 100
