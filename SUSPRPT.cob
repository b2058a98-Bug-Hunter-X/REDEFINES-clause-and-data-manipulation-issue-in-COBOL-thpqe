000270*                    START AND END RECORDS APPENDED TO JOBSTAT
000271*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000272*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000273*   10/15/26   JPD   ADDED THE SUBTOTAL FOR REASON 'UA' - A
000274*                    BATCH FROM A SOURCE NOT AUTHORIZED ON THE
000275*                    SRCREG SOURCE REGISTRY.
000276*   10/15/26   JPD   ADDED THE SUBTOTAL FOR REASON 'LH' - A
000277*                    CHANGE OR CANCEL AGAINST A RECORD UNDER A
000278*                    DISPUTE OR LEGAL HOLD ON LGLHOLD.
000279*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000711 77  WS-TC-COUNT                     PIC 9(07) COMP VALUE ZERO.
000712 77  WS-NX-COUNT                     PIC 9(07) COMP VALUE ZERO.
000713 77  WS-NI-COUNT                     PIC 9(07) COMP VALUE ZERO.
000714 77  WS-UA-COUNT                     PIC 9(07) COMP VALUE ZERO.
000717 77  WS-LH-COUNT                     PIC 9(07) COMP VALUE ZERO.
000720 77  WS-OTHER-COUNT                  PIC 9(07) COMP VALUE ZERO.
000730*
000740* BUSINESS-DAY AGING WORK FIELDS.  DATES ARE CONVERTED TO A
002874             ADD 1 TO WS-NX-COUNT
002875         WHEN 'NI'
002876             ADD 1 TO WS-NI-COUNT
002877         WHEN 'UA'
002878             ADD 1 TO WS-UA-COUNT
002881         WHEN 'LH'
002884             ADD 1 TO WS-LH-COUNT
002887         WHEN OTHER
002890             ADD 1 TO WS-OTHER-COUNT
002900     END-EVALUATE.
002910 2300-EXIT.
003610     MOVE WS-NI-COUNT TO WS-SUB-COUNT.
003611     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
003612         AFTER ADVANCING 1 LINE.
003613     MOVE 'UNAUTHORIZED SOURCE (UA):' TO WS-SUB-LABEL.
003614     MOVE WS-UA-COUNT TO WS-SUB-COUNT.
003615     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
003616         AFTER ADVANCING 1 LINE.
003618     MOVE 'RECORD ON HOLD (LH):' TO WS-SUB-LABEL.
003620     MOVE WS-LH-COUNT TO WS-SUB-COUNT.
003622     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
003624         AFTER ADVANCING 1 LINE.
003626     MOVE 'OTHER REASON CODES:' TO WS-SUB-LABEL.
003628     MOVE WS-OTHER-COUNT TO WS-SUB-COUNT.
003630     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
003640         AFTER ADVANCING 1 LINE.
003650     MOVE WS-DETAIL-COUNT TO WS-FTG-COUNT.
