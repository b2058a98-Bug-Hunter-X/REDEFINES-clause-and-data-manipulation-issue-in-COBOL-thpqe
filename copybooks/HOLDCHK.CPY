000010*****************************************************************
000020* HOLDCHK.CPY
000030*
000040* WORKING-STORAGE COPY MEMBER FOR THE DISPUTE AND LEGAL HOLD
000050* FILE LGLHOLD.  WHEN A CUSTOMER DISPUTE OR A LEGAL REQUEST
000060* NAMES A RECORD, A HOLD IS PLACED ON IT THROUGH THE HOLDUTIL
000070* CONSOLE UTILITY - EITHER ON ONE GENERATION AND SEQUENCE
000080* NUMBER (TYPE 'S') OR ON A SOURCE KEY (TYPE 'K', EVERY
000090* SEQUENCE NUMBER THAT KEY HAS BEEN GIVEN).  EVERY JOB THAT CAN
000091* MAKE A RECORD DISAPPEAR HONORS AN ACTIVE HOLD - THE IDXARCH
000092* RETENTION PURGE AND WRAP RESET, THE AUDRPT CLOSE-OUT
000093* ROLLOVER, TRNBLD 2250 CHANGE/CANCEL MAINTENANCE, AND THE
000094* BACKOUT BUSINESS-DAY BACK-OUT - AND APPENDS WHAT IT DID NOT DO
000095* TO THE HOLDACT BLOCKED-ACTION LOG, WHICH THE HOLDRPT HOLD
000100* REPORT LISTS AGAINST EACH HOLD.
000150*
000160* A HOLD IS ACTIVE WHILE ITS STATUS IS 'A' AND ITS RELEASE DATE
000170* IS ZERO (UNTIL RELEASED) OR STILL IN THE FUTURE.  A RELEASED
000180* HOLD STAYS ON THE FILE SO THE HISTORY IS EXPLAINABLE.
000190*
000200* THE PARAGRAPHS IN THE COMPANION PROCEDURE MEMBER HOLDCHKP
000210* LOAD THE ACTIVE HOLDS INTO WS-LGT-TABLE, LOOK A RECORD UP IN
000220* IT, AND WRITE THE BLOCKED-ACTION RECORDS.  THE COPYING
000230* PROGRAM DECLARES THE SELECT AND FD FOR:
000240*   LEGAL-HOLD-FILE   - LGLHOLD, INDEXED, RECORD KEY LH-KEY
000250*                       (PIC X(09)), 120 BYTES, STATUS
000260*                       WS-LG-HOLD-STATUS
000270*   HOLD-ACTION-FILE  - HOLDACT, 80 BYTES, STATUS
000280*                       WS-LG-ACT-STATUS
000290* A PROGRAM THAT ONLY NEEDS THE RECORD LAYOUT (HOLDUTIL) COPIES
000300* THIS MEMBER WITHOUT HOLDCHKP.
000310*
000320*   MODIFICATION HISTORY
000330*   -------------------------------------------------------------
000340*   DATE       INIT  DESCRIPTION
000345*   10/15/26   JPD   ORIGINAL VERSION.
000350*   10/15/26   JPD   BACKOUT NOW HONORS THE HOLDS AS WELL.
000360*****************************************************************
000370* THE 120-BYTE LGLHOLD RECORD IMAGE.  THE FIRST NINE BYTES ARE
000380* THE RECORD KEY - THE HOLD TYPE AND THE RECORD IT NAMES.
000390 01  WS-LGH-RECORD.
000400     05  WS-LGH-KEY.
000410         10  WS-LGH-KEY-TYPE         PIC X(01).
000420             88  WS-LGH-BY-SEQUENCE  VALUE 'S'.
000430             88  WS-LGH-BY-SOURCE-KEY
000440                                     VALUE 'K'.
000450         10  WS-LGH-KEY-VALUE        PIC X(08).
000460         10  WS-LGH-SEQ-VALUE  REDEFINES WS-LGH-KEY-VALUE.
000470             15  WS-LGH-GEN          PIC 9(03).
000480             15  WS-LGH-SEQ          PIC 9(05).
000490         10  WS-LGH-SRC-VALUE  REDEFINES WS-LGH-KEY-VALUE.
000500             15  WS-LGH-SRC-KEY      PIC X(05).
000510             15  FILLER              PIC X(03).
000520     05  WS-LGH-HOLD-TYPE            PIC X(01).
000530         88  WS-LGH-DISPUTE          VALUE 'D'.
000540         88  WS-LGH-LEGAL            VALUE 'L'.
000550         88  WS-LGH-TYPE-VALID       VALUE 'D' 'L'.
000560     05  WS-LGH-REASON               PIC X(40).
000570     05  WS-LGH-REQUESTER            PIC X(30).
000580     05  WS-LGH-PLACED-DATE          PIC 9(06).
000590     05  WS-LGH-PLACED-BY            PIC X(03).
000600     05  WS-LGH-RELEASE-DATE         PIC 9(06).
000610     05  WS-LGH-STATUS               PIC X(01).
000620         88  WS-LGH-ACTIVE           VALUE 'A'.
000630         88  WS-LGH-RELEASED         VALUE 'R'.
000640     05  WS-LGH-CHANGED-DATE         PIC 9(06).
000650     05  WS-LGH-CHANGED-BY           PIC X(03).
000660     05  FILLER                      PIC X(15).
000670*
000680* THE 80-BYTE HOLDACT BLOCKED-ACTION RECORD - WHEN, WHICH JOB,
000690* WHICH HOLD, WHAT WAS NOT DONE, AND WHAT IT WAS DONE TO.
000700 01  WS-LGA-RECORD.
000710     05  WS-LGA-DATE                 PIC 9(06).
000720     05  WS-LGA-PROGRAM              PIC X(08).
000730     05  WS-LGA-HOLD-KEY             PIC X(09).
000740     05  WS-LGA-ACTION               PIC X(30).
000750     05  WS-LGA-DETAIL               PIC X(27).
000760*
000770* THE ACTIVE HOLDS, LOADED ONCE BY 9600.  A TYPE 'S' ENTRY
000780* MATCHES ON GENERATION AND SEQUENCE, A TYPE 'K' ENTRY ON THE
000790* SOURCE KEY.  WS-LGT-HOLD-KEY IS THE HOLD AS FILED, SO AN
000800* ENTRY A PROGRAM DERIVES FROM A SOURCE-KEY HOLD (IDXARCH)
000810* STILL REPORTS THE HOLD THAT CAUSED IT.
000820 01  WS-LGT-TABLE.
000830     05  WS-LGT-ENTRY  OCCURS 300 TIMES.
000840         10  WS-LGT-HOLD-KEY         PIC X(09).
000850         10  WS-LGT-MATCH-TYPE       PIC X(01).
000860         10  WS-LGT-GEN              PIC 9(03).
000870         10  WS-LGT-SEQ              PIC 9(05).
000880         10  WS-LGT-SRC-KEY          PIC X(05).
000890         10  WS-LGT-BLOCKED          PIC 9(05) COMP.
000900*
000910* WORK FIELDS FOR THE HOLDCHKP PARAGRAPHS.  THE COPYING PROGRAM
000920* FILLS WS-LG-GEN/WS-LG-SEQ OR WS-LG-SRC-KEY BEFORE A LOOKUP,
000930* AND WS-LG-PROGRAM, WS-LG-ACTION AND WS-LG-DETAIL BEFORE A
000940* BLOCKED-ACTION RECORD IS WRITTEN.
000950 01  WS-HOLDCHK-WORK.
000960     05  WS-LG-COUNT                 PIC 9(03) COMP VALUE ZERO.
000970     05  WS-LG-MAX                   PIC 9(03) COMP VALUE 300.
000980     05  WS-LG-SUB                   PIC 9(03) COMP VALUE ZERO.
000990     05  WS-LG-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001000     05  WS-LG-TODAY                 PIC 9(06) VALUE ZERO.
001010     05  WS-LG-GEN                   PIC 9(03) VALUE ZERO.
001020     05  WS-LG-SEQ                   PIC 9(05) VALUE ZERO.
001030     05  WS-LG-SRC-KEY               PIC X(05) VALUE SPACES.
001040     05  WS-LG-PROGRAM               PIC X(08) VALUE SPACES.
001050     05  WS-LG-ACTION                PIC X(30) VALUE SPACES.
001060     05  WS-LG-DETAIL                PIC X(27) VALUE SPACES.
001070     05  WS-LG-BLOCK-COUNT           PIC 9(07) COMP VALUE ZERO.
001080*
001090* A HOLD KEY TAKEN APART BY 9650 TO PRINT IT AS 'GEN=GGG
001100* SEQ=NNNNN' OR 'SRCKEY=KKKKK' IN WS-LG-HOLD-NAME - THE SAME
001110* FORM HOLDUTIL USES ON ITS AUDIT LINES.
001120     05  WS-LG-NAME-KEY.
001130         10  WS-LG-NAME-TYPE         PIC X(01).
001140         10  WS-LG-NAME-GEN          PIC 9(03).
001150         10  WS-LG-NAME-SEQ          PIC 9(05).
001160     05  WS-LG-NAME-KEY-K  REDEFINES WS-LG-NAME-KEY.
001170         10  FILLER                  PIC X(01).
001180         10  WS-LG-NAME-SRC-KEY      PIC X(05).
001190         10  FILLER                  PIC X(03).
001200     05  WS-LG-HOLD-NAME             PIC X(17) VALUE SPACES.
001210*
001220 01  WS-LG-EOF-SW                    PIC X(01) VALUE 'N'.
001230     88  WS-LG-EOF                   VALUE 'Y'.
001240*
001250* SET BY 9610 WHEN THE HOLD IN WS-LGH-RECORD IS IN FORCE TODAY.
001260 01  WS-LG-ACTIVE-SW                 PIC X(01) VALUE 'N'.
001270     88  WS-LG-ACTIVE                VALUE 'Y'.
001280*
001290* SET BY 9620/9630 WHEN THE RECORD LOOKED UP IS UNDER A HOLD;
001300* WS-LG-HIT-SUB THEN POINTS AT THE TABLE ENTRY.
001310 01  WS-LG-HELD-SW                   PIC X(01) VALUE 'N'.
001320     88  WS-LG-HELD                  VALUE 'Y'.
001330*
001340* SET WHEN LGLHOLD EXISTS BUT CANNOT BE READ, OR HOLDS MORE
001350* ACTIVE HOLDS THAN THE TABLE - THE HOLDS ARE THEN NOT KNOWN,
001360* AND A PURGE MUST NOT GO AHEAD ON A GUESS.
001370 01  WS-LG-FAILED-SW                 PIC X(01) VALUE 'N'.
001380     88  WS-LG-FAILED                VALUE 'Y'.
001390*
001400 01  WS-LG-ACT-OPEN-SW               PIC X(01) VALUE 'N'.
001410     88  WS-LG-ACT-OPEN              VALUE 'Y'.
001420*
001430 01  WS-LG-HOLD-STATUS               PIC X(02).
001440     88  WS-LG-HOLD-OK               VALUE '00'.
001450     88  WS-LG-HOLD-NOT-FOUND        VALUE '35'.
001460*
001470 01  WS-LG-ACT-STATUS                PIC X(02).
001480     88  WS-LG-ACT-OK                VALUE '00'.
