000010*****************************************************************
000020* RUNCTLP.CPY
000030*
000040* PROCEDURE COPY MEMBER - THE TRANSOUT RUN-ONCE PROTECTION
000050* PARAGRAPHS THAT GO WITH THE RUNCTL WORKING-STORAGE MEMBER.
000060* COPIED AT THE END OF THE PROCEDURE DIVISION, AHEAD OF
000070* JOBSTATP, BY EVERY PROGRAM THAT CONSUMES TRANSOUT.  THE
000080* COPYING PROGRAM:
000090*
000100*   - PERFORMS 9700 FROM ITS INITIALIZE, AFTER 9800 AND BEFORE
000110*     IT OPENS ANYTHING ELSE, AND PERFORMS 9790 WHEN 9700 LEAVES
000120*     WS-RC-REFUSED ON - SO A REFUSED RUN LEAVES YESTERDAY'S
000130*     OUTPUT FILES UNTOUCHED;
000140*   - OPENS WORK-FILE ITSELF FOR THE MAIN PASS AND SKIPS THE
000150*     'HDR' AND 'TRL' CONTROL RECORDS THERE;
000160*   - PERFORMS 9750 FROM ITS TERMINATE ONCE THE FILE HAS BEEN
000170*     CONSUMED, SO RUNCTL RECORDS THE BUSINESS DATE.
000180*
000190* A HISTORY OR RUN-CONTROL FILE THAT CANNOT BE READ IS TREATED
000200* AS EMPTY - A FIRST-EVER RUN HAS NEITHER - BUT AN EMPTY
000210* HISTORY MEANS NO TRNBLD VERDICT FOR THE DAY, WHICH IS ITSELF
000220* A REASON TO STOP.
000230*
000240*   MODIFICATION HISTORY
000250*   -------------------------------------------------------------
000260*   DATE       INIT  DESCRIPTION
000270*   10/15/26   JPD   ORIGINAL VERSION.
000280*   10/15/26   JPD   9720 ALSO REFUSES A DAY WHOSE LAST RUNHIST
000290*                    VERDICT IS 'BKOUT' - ITS TRANSOUT WAS BACKED
000300*                    OUT OF THE MASTER.  THE OPERATOR OVERRIDE
000310*                    APPLIES AS FOR AN ABORT.
000320*****************************************************************
000330 9700-CHECK-TRANSOUT.
000340     MOVE 'N' TO WS-RC-EOF-SW.
000350     MOVE 'N' TO WS-RC-HEADER-SW.
000360     MOVE 'N' TO WS-RC-TRAILER-SW.
000370     MOVE 'N' TO WS-RC-MISPLACED-SW.
000380     MOVE 'N' TO WS-RC-FAILED-SW.
000390     MOVE 'N' TO WS-RC-REFUSED-SW.
000400     MOVE 'N' TO WS-RC-OVERRIDDEN-SW.
000410     MOVE SPACES TO WS-RC-REASONS.
000420     MOVE ZERO TO WS-RC-PHYS-COUNT.
000430     MOVE ZERO TO WS-RC-DATA-COUNT.
000440     MOVE ZERO TO WS-RC-DATA-HASH.
000450     MOVE WS-JS-RUN-DATE TO WS-RC-BUSINESS-DATE.
000460* NO TRANSOUT AT ALL LEAVES NOTHING TO OVERRIDE INTO.
000470     OPEN INPUT WORK-FILE.
000480     IF NOT WS-WORK-OK
000490         DISPLAY WS-JS-JOB-NAME ' - TRANSOUT NOT AVAILABLE - '
000500             'STATUS=' WS-WORK-STATUS
000510         SET WS-RC-REFUSED TO TRUE
000520         GO TO 9700-EXIT
000530     END-IF.
000540     PERFORM 9705-SCAN-ONE-RECORD THRU 9705-EXIT
000550         UNTIL WS-RC-EOF.
000560     CLOSE WORK-FILE.
000570     PERFORM 9710-VERIFY-BALANCE THRU 9710-EXIT.
000580     PERFORM 9720-CHECK-RUN-HISTORY THRU 9720-EXIT.
000590     PERFORM 9730-CHECK-RUN-CONTROL THRU 9730-EXIT.
000600     IF WS-RC-FAILED
000610         PERFORM 9740-ASK-OVERRIDE THRU 9740-EXIT
000620     END-IF.
000630 9700-EXIT.
000640     EXIT.
000650*
000660* THE HEADER MUST BE THE FIRST RECORD AND THE TRAILER THE LAST;
000670* ONLY DATA RECORDS ARE COUNTED AND HASHED.
000680 9705-SCAN-ONE-RECORD.
000690     READ WORK-FILE
000700         AT END
000710             SET WS-RC-EOF TO TRUE
000720             GO TO 9705-EXIT
000730     END-READ.
000740     ADD 1 TO WS-RC-PHYS-COUNT.
000750     IF WH-RECORD-TYPE = 'HDR'
000760         IF WS-RC-PHYS-COUNT = 1
000770             AND WH-BUSINESS-DATE NUMERIC
000780             SET WS-RC-HEADER-FOUND TO TRUE
000790             MOVE WH-BUSINESS-DATE TO WS-RC-BUSINESS-DATE
000800         ELSE
000810             SET WS-RC-MISPLACED TO TRUE
000820         END-IF
000830         GO TO 9705-EXIT
000840     END-IF.
000850     IF WT-RECORD-TYPE = 'TRL'
000860         IF WS-RC-TRAILER-FOUND
000870             OR WT-RECORD-COUNT NOT NUMERIC
000880             OR WT-HASH-TOTAL NOT NUMERIC
000890             SET WS-RC-MISPLACED TO TRUE
000900         ELSE
000910             MOVE WT-RECORD-COUNT TO WS-RC-TRL-COUNT
000920             MOVE WT-HASH-TOTAL TO WS-RC-TRL-HASH
000930         END-IF
000940         SET WS-RC-TRAILER-FOUND TO TRUE
000950         GO TO 9705-EXIT
000960     END-IF.
000970     IF WS-RC-TRAILER-FOUND
000980         SET WS-RC-MISPLACED TO TRUE
000990     END-IF.
001000     ADD 1 TO WS-RC-DATA-COUNT.
001010     MOVE WR-IMAGE(1:5) TO WS-RC-KEY.
001020     IF WS-RC-KEY NUMERIC
001030         ADD WS-RC-KEY-NUM TO WS-RC-DATA-HASH
001040     END-IF.
001050 9705-EXIT.
001060     EXIT.
001070*
001080* A FILE WITH NO HEADER PREDATES THE CONTROL RECORDS OR IS NOT
001090* TRNBLD'S; ONE WITH NO TRAILER WAS NEVER FINISHED.
001100 9710-VERIFY-BALANCE.
001110     IF NOT WS-RC-HEADER-FOUND
001120         MOVE 'NO HEADER' TO WS-RC-REASON-BAL
001130         GO TO 9710-FAILED
001140     END-IF.
001150     IF NOT WS-RC-TRAILER-FOUND
001160         MOVE 'NO TRAILER' TO WS-RC-REASON-BAL
001170         GO TO 9710-FAILED
001180     END-IF.
001190     IF WS-RC-MISPLACED
001200         MOVE 'MISPLACED CONTROL' TO WS-RC-REASON-BAL
001210         GO TO 9710-FAILED
001220     END-IF.
001230     IF WS-RC-DATA-COUNT NOT = WS-RC-TRL-COUNT
001240         OR WS-RC-DATA-HASH NOT = WS-RC-TRL-HASH
001250         MOVE 'OUT OF BALANCE' TO WS-RC-REASON-BAL
001260         GO TO 9710-FAILED
001270     END-IF.
001280     GO TO 9710-EXIT.
001290 9710-FAILED.
001300     SET WS-RC-FAILED TO TRUE.
001310     MOVE WS-RC-DATA-COUNT TO WS-RC-COUNT-D.
001320     MOVE WS-RC-DATA-HASH TO WS-RC-HASH-D.
001330     DISPLAY WS-JS-JOB-NAME ' - TRANSOUT ' WS-RC-REASON-BAL
001340         ' - DATA RECORDS=' WS-RC-COUNT-D
001350         ' HASH=' WS-RC-HASH-D.
001360     IF WS-RC-TRAILER-FOUND
001370         DISPLAY WS-JS-JOB-NAME ' - TRAILER COUNT='
001380             WS-RC-TRL-COUNT ' HASH=' WS-RC-TRL-HASH
001390     END-IF.
001400 9710-EXIT.
001410     EXIT.
001420*
001430* THE LAST RUNHIST RECORD FOR THE BUSINESS DATE IS THE VERDICT
001440* THAT STANDS - AN ABORT FOLLOWED BY A CLEAN RERUN IS CLEAN, AND
001450* SO IS A BACK-OUT ('BKOUT', WRITTEN BY BACKOUT) FOLLOWED BY A
001460* RELOAD OF THE DAY.
001470 9720-CHECK-RUN-HISTORY.
001480     MOVE SPACES TO WS-RC-LAST-VERDICT.
001490     OPEN INPUT RUN-HISTORY-FILE.
001500     IF WS-RC-HIST-OK
001510         MOVE 'N' TO WS-RC-EOF-SW
001520         PERFORM 9725-READ-ONE-HISTORY THRU 9725-EXIT
001530             UNTIL WS-RC-EOF
001540         CLOSE RUN-HISTORY-FILE
001550     END-IF.
001560     IF WS-RC-LAST-VERDICT = SPACES
001570         MOVE 'NO TRNBLD HISTORY' TO WS-RC-REASON-HIST
001580     ELSE
001590         IF WS-RC-LAST-VERDICT = 'ABORT'
001600             MOVE 'TRNBLD ABORTED' TO WS-RC-REASON-HIST
001610         END-IF
001620         IF WS-RC-LAST-VERDICT = 'BKOUT'
001630             MOVE 'DAY BACKED OUT' TO WS-RC-REASON-HIST
001640         END-IF
001650     END-IF.
001660     IF WS-RC-REASON-HIST NOT = SPACES
001670         SET WS-RC-FAILED TO TRUE
001680         DISPLAY WS-JS-JOB-NAME ' - ' WS-RC-REASON-HIST
001690             ' FOR BUSINESS DATE ' WS-RC-BUSINESS-DATE
001700             ' ON RUNHIST'
001710     END-IF.
001720 9720-EXIT.
001730     EXIT.
001740*
001750 9725-READ-ONE-HISTORY.
001760     READ RUN-HISTORY-FILE INTO WS-RC-HIST-RECORD
001770         AT END
001780             SET WS-RC-EOF TO TRUE
001790             GO TO 9725-EXIT
001800     END-READ.
001810     IF WS-RCH-RUN-DATE = WS-RC-BUSINESS-DATE
001820         MOVE WS-RCH-VERDICT TO WS-RC-LAST-VERDICT
001830     END-IF.
001840 9725-EXIT.
001850     EXIT.
001860*
001870* A BUSINESS DATE NOT LATER THAN THE ONE THIS JOB LAST CONSUMED
001880* IS EITHER THE SAME DAY AGAIN OR A STALE FILE.
001890 9730-CHECK-RUN-CONTROL.
001900     PERFORM 9760-READ-RUN-CONTROL THRU 9760-EXIT.
001910     IF WS-RC-JOB-SUB = ZERO
001920         GO TO 9730-EXIT
001930     END-IF.
001940     IF WS-RC-BUS-DATE(WS-RC-JOB-SUB) NOT NUMERIC
001950         GO TO 9730-EXIT
001960     END-IF.
001970     IF WS-RC-BUS-DATE(WS-RC-JOB-SUB) = WS-RC-BUSINESS-DATE
001980         MOVE 'ALREADY PROCESSED' TO WS-RC-REASON-CTL
001990     ELSE
002000         IF WS-RC-BUS-DATE(WS-RC-JOB-SUB) > WS-RC-BUSINESS-DATE
002010             MOVE 'OLDER THAN LAST RUN' TO WS-RC-REASON-CTL
002020         END-IF
002030     END-IF.
002040     IF WS-RC-REASON-CTL NOT = SPACES
002050         SET WS-RC-FAILED TO TRUE
002060         DISPLAY WS-JS-JOB-NAME ' - BUSINESS DATE '
002070             WS-RC-BUSINESS-DATE ' ' WS-RC-REASON-CTL
002080             ' - LAST CONSUMED ' WS-RC-BUS-DATE(WS-RC-JOB-SUB)
002090             ' ON ' WS-RC-RUN-DATE(WS-RC-JOB-SUB)
002100     END-IF.
002110 9730-EXIT.
002120     EXIT.
002130*
002140* THE OPERATOR MAY OVERRIDE A REFUSAL.  THE AUDIT LINE IS
002150* WRITTEN BEFORE THE RUN GOES AHEAD; A LOG THAT CANNOT BE
002160* WRITTEN MEANS NO OVERRIDE, THE SAME RULE CTLUTIL 5100 APPLIES.
002170 9740-ASK-OVERRIDE.
002180     SET WS-RC-REFUSED TO TRUE.
002190     DISPLAY 'OVERRIDE AND PROCESS THIS TRANSOUT (Y/N): '
002200         WITH NO ADVANCING.
002210     ACCEPT WS-RC-REPLY.
002220     IF WS-RC-REPLY NOT = 'Y'
002230         GO TO 9740-EXIT
002240     END-IF.
002250     DISPLAY 'OPERATOR INITIALS: '
002260         WITH NO ADVANCING.
002270     ACCEPT WS-RC-INITIALS.
002280     IF WS-RC-INITIALS = SPACES
002290         MOVE '???' TO WS-RC-INITIALS
002300     END-IF.
002310     MOVE SPACES TO LOG-RECORD.
002320     STRING WS-JS-JOB-NAME DELIMITED BY SPACE
002330         ' ' WS-JS-RUN-DATE ' ' WS-RC-INITIALS
002340         ' RUN-ONCE OVERRIDE - TRANSOUT DATE='
002350         WS-RC-BUSINESS-DATE ' -' DELIMITED BY SIZE
002360         ' ' WS-RC-REASON-BAL DELIMITED BY '  '
002370         ' ' WS-RC-REASON-HIST DELIMITED BY '  '
002380         ' ' WS-RC-REASON-CTL DELIMITED BY '  '
002390         INTO LOG-RECORD.
002400     OPEN EXTEND LOG-FILE.
002410     IF NOT WS-RC-LOG-OK
002420         OPEN OUTPUT LOG-FILE
002430     END-IF.
002440     IF NOT WS-RC-LOG-OK
002450         DISPLAY 'AUDITLOG NOT WRITABLE - STATUS='
002460             WS-RC-LOG-STATUS ' - OVERRIDE NOT TAKEN'
002470         GO TO 9740-EXIT
002480     END-IF.
002490     WRITE LOG-RECORD.
002500     CLOSE LOG-FILE.
002510     MOVE 'N' TO WS-RC-REFUSED-SW.
002520     SET WS-RC-OVERRIDDEN TO TRUE.
002530     DISPLAY WS-JS-JOB-NAME ' - OVERRIDE BY ' WS-RC-INITIALS
002540         ' LOGGED - RUN CONTINUES'.
002550 9740-EXIT.
002560     EXIT.
002570*
002580* RECORDS THE BUSINESS DATE CONSUMED.  RUNCTL IS READ AFRESH SO
002590* ANOTHER JOB'S ENTRY WRITTEN SINCE 9700 IS KEPT, AND A DATE IS
002600* NEVER MOVED BACKWARD - AN OVERRIDDEN RERUN OF AN OLDER FILE
002610* LEAVES THE LATER DATE STANDING.
002620 9750-RECORD-CONSUMED.
002630     PERFORM 9760-READ-RUN-CONTROL THRU 9760-EXIT.
002640     IF WS-RC-JOB-SUB = ZERO
002650         IF WS-RC-USED >= WS-RC-MAX
002660             DISPLAY WS-JS-JOB-NAME ' - RUNCTL FULL - BUSINESS '
002670                 'DATE NOT RECORDED'
002680             GO TO 9750-EXIT
002690         END-IF
002700         ADD 1 TO WS-RC-USED
002710         MOVE WS-RC-USED TO WS-RC-JOB-SUB
002720         MOVE WS-JS-JOB-NAME TO WS-RC-JOB-NAME(WS-RC-JOB-SUB)
002730         MOVE ZERO TO WS-RC-BUS-DATE(WS-RC-JOB-SUB)
002740     END-IF.
002750     IF WS-RC-BUS-DATE(WS-RC-JOB-SUB) NOT NUMERIC
002760         OR WS-RC-BUS-DATE(WS-RC-JOB-SUB) < WS-RC-BUSINESS-DATE
002770         MOVE WS-RC-BUSINESS-DATE TO WS-RC-BUS-DATE(WS-RC-JOB-SUB)
002780     END-IF.
002790     MOVE WS-JS-RUN-DATE TO WS-RC-RUN-DATE(WS-RC-JOB-SUB).
002800     IF WS-RC-OVERRIDDEN
002810         MOVE 'Y' TO WS-RC-OVERRIDE(WS-RC-JOB-SUB)
002820     ELSE
002830         MOVE 'N' TO WS-RC-OVERRIDE(WS-RC-JOB-SUB)
002840     END-IF.
002850     OPEN OUTPUT RUN-CONTROL-FILE.
002860     IF NOT WS-RC-CTL-OK
002870         DISPLAY WS-JS-JOB-NAME ' - RUNCTL NOT WRITABLE - STATUS='
002880             WS-RC-CTL-STATUS ' - BUSINESS DATE NOT RECORDED'
002890         GO TO 9750-EXIT
002900     END-IF.
002910     WRITE RUN-CONTROL-RECORD FROM WS-RUNCTL-RECORD.
002920     CLOSE RUN-CONTROL-FILE.
002930 9750-EXIT.
002940     EXIT.
002950*
002960* LOADS THE RUNCTL RECORD AND FINDS THIS JOB'S ENTRY - LEFT IN
002970* WS-RC-JOB-SUB (ZERO WHEN THERE IS NONE), WITH WS-RC-USED AT
002980* THE LAST ENTRY IN USE.
002990 9760-READ-RUN-CONTROL.
003000     MOVE SPACES TO WS-RUNCTL-RECORD.
003010     MOVE ZERO TO WS-RC-JOB-SUB.
003020     MOVE ZERO TO WS-RC-USED.
003030     OPEN INPUT RUN-CONTROL-FILE.
003040     IF NOT WS-RC-CTL-OK
003050         GO TO 9760-EXIT
003060     END-IF.
003070     READ RUN-CONTROL-FILE INTO WS-RUNCTL-RECORD
003080         AT END
003090             MOVE SPACES TO WS-RUNCTL-RECORD
003100     END-READ.
003110     CLOSE RUN-CONTROL-FILE.
003120     PERFORM 9765-TEST-ONE-ENTRY THRU 9765-EXIT
003130         VARYING WS-RC-SUB FROM 1 BY 1
003140         UNTIL WS-RC-SUB > WS-RC-MAX.
003150 9760-EXIT.
003160     EXIT.
003170*
003180 9765-TEST-ONE-ENTRY.
003190     IF WS-RC-JOB-NAME(WS-RC-SUB) = SPACES
003200         GO TO 9765-EXIT
003210     END-IF.
003220     MOVE WS-RC-SUB TO WS-RC-USED.
003230     IF WS-RC-JOB-NAME(WS-RC-SUB) = WS-JS-JOB-NAME
003240         MOVE WS-RC-SUB TO WS-RC-JOB-SUB
003250     END-IF.
003260 9765-EXIT.
003270     EXIT.
003280*
003290* STOPS A REFUSED RUN BEFORE IT HAS OPENED ANYTHING OF ITS OWN -
003300* AN END RECORD UNDER STATUS REFSD AND RETURN CODE 8 SO THE
003310* SCHEDULER HOLDS THE STEPS THAT FOLLOW.
003320 9790-REFUSE-RUN.
003330     DISPLAY WS-JS-JOB-NAME ' - RUN REFUSED - TRANSOUT FOR '
003340         'BUSINESS DATE ' WS-RC-BUSINESS-DATE ' NOT CONSUMED'.
003350     MOVE ZERO TO WS-JS-IN-COUNT.
003360     MOVE ZERO TO WS-JS-OUT-COUNT.
003370     MOVE 'REFSD' TO WS-JS-STATUS.
003380     PERFORM 9810-WRITE-JOB-END THRU 9810-EXIT.
003390     MOVE 8 TO RETURN-CODE.
003400     STOP RUN.
003410 9790-EXIT.
003420     EXIT.
