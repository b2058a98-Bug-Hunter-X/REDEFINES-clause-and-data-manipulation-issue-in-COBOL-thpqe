000010*****************************************************************
000020* HOLDCHKP.CPY
000030*
000040* PROCEDURE COPY MEMBER - THE DISPUTE AND LEGAL HOLD PARAGRAPHS
000050* THAT GO WITH THE HOLDCHK WORKING-STORAGE MEMBER.  COPIED AT
000060* THE END OF THE PROCEDURE DIVISION, AHEAD OF JOBSTATP, BY
000070* EVERY JOB THAT MUST HONOR A HOLD.  THE COPYING PROGRAM:
000080*
000090*   - PERFORMS 9600 BEFORE IT REMOVES OR CHANGES ANYTHING, AND
000100*     DOES NOT GO AHEAD WHEN 9600 LEAVES WS-LG-FAILED ON;
000110*   - PERFORMS 9620 (GENERATION AND SEQUENCE) AND/OR 9630
000120*     (SOURCE KEY) FOR EACH RECORD IT IS ABOUT TO TOUCH, AND
000130*     LEAVES THE RECORD ALONE WHEN WS-LG-HELD COMES BACK ON;
000140*   - PERFORMS 9640 FOR EVERY ACTION A HOLD BLOCKED, AND 9690
000150*     FROM ITS TERMINATE;
000160*   - MAY PERFORM 9650 TO PRINT THE HOLD THE LAST LOOKUP FOUND.
000170*
000180* AN LGLHOLD THAT HAS NEVER BEEN CREATED (STATUS 35) MEANS NO
000190* HOLD HAS EVER BEEN PLACED, AND THE JOB RUNS AS BEFORE.
000200*
000210*   MODIFICATION HISTORY
000220*   -------------------------------------------------------------
000230*   DATE       INIT  DESCRIPTION
000240*   10/15/26   JPD   ORIGINAL VERSION.
000250*****************************************************************
000260 9600-LOAD-ACTIVE-HOLDS.
000270     ACCEPT WS-LG-TODAY FROM DATE.
000280     MOVE ZERO TO WS-LG-COUNT.
000290     MOVE 'N' TO WS-LG-FAILED-SW.
000300     MOVE 'N' TO WS-LG-EOF-SW.
000310     OPEN INPUT LEGAL-HOLD-FILE.
000320     IF WS-LG-HOLD-NOT-FOUND
000330         GO TO 9600-EXIT
000340     END-IF.
000350     IF NOT WS-LG-HOLD-OK
000360         DISPLAY WS-LG-PROGRAM ' - LGLHOLD NOT READABLE - STATUS='
000370             WS-LG-HOLD-STATUS
000380         SET WS-LG-FAILED TO TRUE
000390         GO TO 9600-EXIT
000400     END-IF.
000410     PERFORM 9605-LOAD-ONE-HOLD THRU 9605-EXIT
000420         UNTIL WS-LG-EOF.
000430     CLOSE LEGAL-HOLD-FILE.
000440 9600-EXIT.
000450     EXIT.
000460*
000470 9605-LOAD-ONE-HOLD.
000480     READ LEGAL-HOLD-FILE NEXT RECORD
000490         AT END
000500             SET WS-LG-EOF TO TRUE
000510             GO TO 9605-EXIT
000520     END-READ.
000530     MOVE LEGAL-HOLD-RECORD TO WS-LGH-RECORD.
000540     PERFORM 9610-TEST-ACTIVE-HOLD THRU 9610-EXIT.
000550     IF NOT WS-LG-ACTIVE
000560         GO TO 9605-EXIT
000570     END-IF.
000580     IF WS-LG-COUNT >= WS-LG-MAX
000590         DISPLAY WS-LG-PROGRAM ' - MORE THAN ' WS-LG-MAX
000600             ' ACTIVE HOLDS ON LGLHOLD - HOLDS NOT LOADED'
000610         SET WS-LG-FAILED TO TRUE
000620         SET WS-LG-EOF TO TRUE
000630         GO TO 9605-EXIT
000640     END-IF.
000650     ADD 1 TO WS-LG-COUNT.
000660     MOVE WS-LGH-KEY TO WS-LGT-HOLD-KEY(WS-LG-COUNT).
000670     MOVE WS-LGH-KEY-TYPE TO WS-LGT-MATCH-TYPE(WS-LG-COUNT).
000680     MOVE ZERO TO WS-LGT-GEN(WS-LG-COUNT).
000690     MOVE ZERO TO WS-LGT-SEQ(WS-LG-COUNT).
000700     MOVE SPACES TO WS-LGT-SRC-KEY(WS-LG-COUNT).
000710     MOVE ZERO TO WS-LGT-BLOCKED(WS-LG-COUNT).
000720     IF WS-LGH-BY-SEQUENCE
000730         MOVE WS-LGH-GEN TO WS-LGT-GEN(WS-LG-COUNT)
000740         MOVE WS-LGH-SEQ TO WS-LGT-SEQ(WS-LG-COUNT)
000750     ELSE
000760         MOVE WS-LGH-SRC-KEY TO WS-LGT-SRC-KEY(WS-LG-COUNT)
000770     END-IF.
000780 9605-EXIT.
000790     EXIT.
000800*
000810* A HOLD IS IN FORCE WHILE IT IS ACTIVE AND ITS RELEASE DATE IS
000820* ZERO OR STILL AHEAD.  AN UNREADABLE RELEASE DATE KEEPS THE HOLD
000830* IN FORCE RATHER THAN LETTING A BAD STAMP RELEASE IT.
000840 9610-TEST-ACTIVE-HOLD.
000850     MOVE 'N' TO WS-LG-ACTIVE-SW.
000860     IF NOT WS-LGH-ACTIVE
000870         GO TO 9610-EXIT
000880     END-IF.
000890     IF WS-LGH-RELEASE-DATE NOT NUMERIC
000900         SET WS-LG-ACTIVE TO TRUE
000910         GO TO 9610-EXIT
000920     END-IF.
000930     IF WS-LGH-RELEASE-DATE = ZERO
000940         OR WS-LGH-RELEASE-DATE > WS-LG-TODAY
000950         SET WS-LG-ACTIVE TO TRUE
000960     END-IF.
000970 9610-EXIT.
000980     EXIT.
000990*
001000* LOOKS UP WS-LG-GEN/WS-LG-SEQ AMONG THE SEQUENCE HOLDS.
001010 9620-FIND-SEQUENCE-HOLD.
001020     MOVE 'N' TO WS-LG-HELD-SW.
001030     MOVE ZERO TO WS-LG-HIT-SUB.
001040     PERFORM 9625-TEST-SEQUENCE-ENTRY THRU 9625-EXIT
001050         VARYING WS-LG-SUB FROM 1 BY 1
001060         UNTIL WS-LG-SUB > WS-LG-COUNT
001070            OR WS-LG-HELD.
001080 9620-EXIT.
001090     EXIT.
001100*
001110 9625-TEST-SEQUENCE-ENTRY.
001120     IF WS-LGT-MATCH-TYPE(WS-LG-SUB) = 'S'
001130         AND WS-LGT-GEN(WS-LG-SUB) = WS-LG-GEN
001140         AND WS-LGT-SEQ(WS-LG-SUB) = WS-LG-SEQ
001150         SET WS-LG-HELD TO TRUE
001160         MOVE WS-LG-SUB TO WS-LG-HIT-SUB
001170     END-IF.
001180 9625-EXIT.
001190     EXIT.
001200*
001210* LOOKS UP WS-LG-SRC-KEY AMONG THE SOURCE-KEY HOLDS.
001220 9630-FIND-SOURCE-KEY-HOLD.
001230     MOVE 'N' TO WS-LG-HELD-SW.
001240     MOVE ZERO TO WS-LG-HIT-SUB.
001250     PERFORM 9635-TEST-SOURCE-KEY-ENTRY THRU 9635-EXIT
001260         VARYING WS-LG-SUB FROM 1 BY 1
001270         UNTIL WS-LG-SUB > WS-LG-COUNT
001280            OR WS-LG-HELD.
001290 9630-EXIT.
001300     EXIT.
001310*
001320 9635-TEST-SOURCE-KEY-ENTRY.
001330     IF WS-LGT-MATCH-TYPE(WS-LG-SUB) = 'K'
001340         AND WS-LGT-SRC-KEY(WS-LG-SUB) = WS-LG-SRC-KEY
001350         SET WS-LG-HELD TO TRUE
001360         MOVE WS-LG-SUB TO WS-LG-HIT-SUB
001370     END-IF.
001380 9635-EXIT.
001390     EXIT.
001400*
001410* APPENDS ONE BLOCKED ACTION TO HOLDACT AGAINST THE HOLD THE
001420* LAST LOOKUP FOUND.  THE LOG IS OPENED ON FIRST USE, EXTENDING
001430* WHAT IS THERE, WITH A FIRST-EVER LOG CREATED IN PLACE.  A LOG
001440* THAT CANNOT BE WRITTEN DOES NOT RELEASE THE HOLD - THE ACTION
001450* STAYS BLOCKED AND THE CONSOLE SAYS SO.
001460 9640-LOG-BLOCKED-ACTION.
001470     ADD 1 TO WS-LG-BLOCK-COUNT.
001480     ADD 1 TO WS-LGT-BLOCKED(WS-LG-HIT-SUB).
001490     IF NOT WS-LG-ACT-OPEN
001500         OPEN EXTEND HOLD-ACTION-FILE
001510         IF NOT WS-LG-ACT-OK
001520             OPEN OUTPUT HOLD-ACTION-FILE
001530         END-IF
001540         IF WS-LG-ACT-OK
001550             SET WS-LG-ACT-OPEN TO TRUE
001560         END-IF
001570     END-IF.
001580     IF NOT WS-LG-ACT-OPEN
001590         DISPLAY WS-LG-PROGRAM ' - HOLDACT NOT WRITTEN - STATUS='
001600             WS-LG-ACT-STATUS ' - ' WS-LG-ACTION
001610         GO TO 9640-EXIT
001620     END-IF.
001630     MOVE SPACES TO WS-LGA-RECORD.
001640     MOVE WS-LG-TODAY TO WS-LGA-DATE.
001650     MOVE WS-LG-PROGRAM TO WS-LGA-PROGRAM.
001660     MOVE WS-LGT-HOLD-KEY(WS-LG-HIT-SUB) TO WS-LGA-HOLD-KEY.
001670     MOVE WS-LG-ACTION TO WS-LGA-ACTION.
001680     MOVE WS-LG-DETAIL TO WS-LGA-DETAIL.
001690     WRITE HOLD-ACTION-RECORD FROM WS-LGA-RECORD.
001700 9640-EXIT.
001710     EXIT.
001720*
001730* NAMES THE HOLD AT WS-LG-HIT-SUB IN WS-LG-HOLD-NAME.
001740 9650-NAME-HIT-HOLD.
001750     MOVE WS-LGT-HOLD-KEY(WS-LG-HIT-SUB) TO WS-LG-NAME-KEY.
001760     MOVE SPACES TO WS-LG-HOLD-NAME.
001770     IF WS-LG-NAME-TYPE = 'S'
001780         STRING 'GEN=' WS-LG-NAME-GEN ' SEQ=' WS-LG-NAME-SEQ
001790             DELIMITED BY SIZE INTO WS-LG-HOLD-NAME
001800     ELSE
001810         STRING 'SRCKEY=' WS-LG-NAME-SRC-KEY
001820             DELIMITED BY SIZE INTO WS-LG-HOLD-NAME
001830     END-IF.
001840 9650-EXIT.
001850     EXIT.
001860*
001870 9690-CLOSE-HOLD-LOG.
001880     IF WS-LG-ACT-OPEN
001890         CLOSE HOLD-ACTION-FILE
001900         MOVE 'N' TO WS-LG-ACT-OPEN-SW
001910     END-IF.
001920 9690-EXIT.
001930     EXIT.
