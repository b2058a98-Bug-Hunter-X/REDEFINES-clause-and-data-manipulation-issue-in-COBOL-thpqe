000333*                    THE CONSOLE, PRESERVED BY A SEED OVERRIDE,
000334*                    AND RESTARTED AT ZERO ONLY BY A FORCED
000335*                    FRESH START (OPTION 3).
000336*   10/15/26   JPD   SHOWS THE BACK-OUT ANNOTATION THE BACKOUT
000337*                    JOB LEAVES ON CTLFILE (DATE BACKED OUT AND
000338*                    WHETHER THE SEED WAS REWOUND OR THE RANGE
000339*                    LEFT AS GAPS); A SEED OVERRIDE KEEPS IT, A
000340*                    FORCED FRESH START CLEARS IT.
000341*   10/15/26   JPD   CHECKPOINT LAYOUT FOLLOWS TRNBLD - THE
000342*                    PER-SOURCE TABLE IMAGE NOW HOLDS 99 SOURCES
000343*                    (2982 BYTES).
000344*   10/15/26   JPD   CHECKPOINT LAYOUT FOLLOWS TRNBLD - THE
000345*                    TRANSOUT KEY HASH NOW FOLLOWS THE
000346*                    PER-SOURCE TABLE IMAGE (3033 BYTES).
000348*   10/15/26   JPD   CHECKPOINT LAYOUT FOLLOWS TRNBLD - THE
000350*                    STREAM AND THE BUSINESS DATE CLOSE THE RECORD
000352*                    (3039 BYTES).
000354*****************************************************************
000356*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000590 01  CTL-RECORD.
000600     05  CTL-LAST-SEQ                PIC 9(05).
000601     05  CTL-GENERATION              PIC 9(03).
000602     05  CTL-BACKOUT-DATE            PIC X(06).
000603     05  CTL-BACKOUT-ACTION          PIC X(01).
000610     05  FILLER                      PIC X(05).
000620*
000630* THE CHECKPOINT LAYOUT MIRRORS TRNBLD - THE KEY, COUNTS AND
000640* FEED-CONTROL TOTALS UP FRONT, THEN THE PER-SOURCE TABLE IMAGE
000720     05  CHKPT-FEED-HASH             PIC 9(10).
000730     05  CHKPT-BATCH-SW              PIC X(01).
000740     05  CHKPT-HDR-COUNT             PIC 9(03).
000750     05  CHKPT-SOURCE-DATA           PIC X(2982).
000755     05  CHKPT-OUT-HASH              PIC 9(10).
000756     05  CHKPT-STREAM                PIC X(01).
000757     05  CHKPT-BUSINESS-DATE         PIC 9(06).
000758*
000760 FD  LOG-FILE.
000790 01  LOG-RECORD                      PIC X(132).
000800*
000810 WORKING-STORAGE SECTION.
000830 77  WS-OLD-SEQ                      PIC 9(05) VALUE ZERO.
000840 77  WS-NEW-SEQ                      PIC 9(05) VALUE ZERO.
000841 77  WS-OLD-GEN                      PIC 9(03) VALUE ZERO.
000842 77  WS-OLD-BACKOUT-DATE             PIC X(06) VALUE SPACES.
000843 77  WS-OLD-BACKOUT-ACTION           PIC X(01) VALUE SPACE.
000850*
000860 01  WS-CTL-STATUS                   PIC X(02).
000870     88  WS-CTL-OK                   VALUE '00'.
001610 3000-READ-CONTROL-SEED.
001620     MOVE ZERO TO WS-OLD-SEQ.
001621     MOVE ZERO TO WS-OLD-GEN.
001622     MOVE SPACES TO WS-OLD-BACKOUT-DATE.
001623     MOVE SPACE TO WS-OLD-BACKOUT-ACTION.
001630     MOVE 'N' TO WS-CTL-FOUND-SW.
001640     OPEN INPUT CONTROL-FILE.
001650     IF WS-CTL-OK
001670             AT END
001680                 MOVE ZERO TO CTL-LAST-SEQ
001681                 MOVE ZERO TO CTL-GENERATION
001682                 MOVE SPACES TO CTL-BACKOUT-DATE
001683                 MOVE SPACE TO CTL-BACKOUT-ACTION
001690         END-READ
001700         IF CTL-LAST-SEQ NUMERIC
001710             MOVE CTL-LAST-SEQ TO WS-OLD-SEQ
001733         IF CTL-GENERATION NUMERIC
001734             MOVE CTL-GENERATION TO WS-OLD-GEN
001735         END-IF
001736         MOVE CTL-BACKOUT-DATE TO WS-OLD-BACKOUT-DATE
001737         MOVE CTL-BACKOUT-ACTION TO WS-OLD-BACKOUT-ACTION
001740         CLOSE CONTROL-FILE
001750     END-IF.
001760 3000-EXIT.
002140     ELSE
002150         DISPLAY 'CTL-LAST-SEQ: NO CONTROL SEED ON FILE'
002160     END-IF.
002161     IF WS-OLD-BACKOUT-ACTION = 'R'
002162         DISPLAY 'LAST BACK-OUT: BUSINESS DATE '
002163             WS-OLD-BACKOUT-DATE ' - SEED REWOUND'
002164     END-IF.
002165     IF WS-OLD-BACKOUT-ACTION = 'G'
002166         DISPLAY 'LAST BACK-OUT: BUSINESS DATE '
002167             WS-OLD-BACKOUT-DATE ' - RANGE LEFT AS GAPS'
002168     END-IF.
002170     IF WS-FOUND-CHKPT
002180         DISPLAY 'CHECKPOINT - LAST KEY=' WS-LC-KEY
002190             ' REC COUNT=' WS-LC-REC-COUNT
002521* A SEED OVERRIDE MOVES THE COUNTER, NEVER THE WRAP CYCLE -
002522* THE GENERATION ON FILE IS PRESERVED.
002523     MOVE WS-OLD-GEN TO CTL-GENERATION.
002524     MOVE WS-OLD-BACKOUT-DATE TO CTL-BACKOUT-DATE.
002525     MOVE WS-OLD-BACKOUT-ACTION TO CTL-BACKOUT-ACTION.
002530     OPEN OUTPUT CONTROL-FILE.
002540     WRITE CTL-RECORD.
002550     CLOSE CONTROL-FILE.
003040     CLOSE CONTROL-FILE.
003050     MOVE ZERO TO WS-OLD-SEQ.
003051     MOVE ZERO TO WS-OLD-GEN.
003052     MOVE SPACES TO WS-OLD-BACKOUT-DATE.
003053     MOVE SPACE TO WS-OLD-BACKOUT-ACTION.
003060     SET WS-CTL-FOUND TO TRUE.
003070     DISPLAY 'FRESH START FORCED - SEED 00000, NO CHECKPOINT'.
003080 4200-EXIT.
