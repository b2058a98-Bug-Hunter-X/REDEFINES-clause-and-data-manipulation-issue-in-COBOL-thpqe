000312*                    START AND END RECORDS APPENDED TO JOBSTAT
000313*                    (SEE THE JOBSTAT/JOBSTATP COPY MEMBERS
000314*                    AND THE BATWRPT BATCH-WINDOW REPORT).
000315*   10/15/26   JPD   MASTER LAYOUT WIDENED TO 130 BYTES FOR THE
000316*                    AMENDMENT FIELDS MSTUPDT NOW CARRIES FROM
000317*                    THE LOAD JOURNAL.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000600     05  MST-LOAD-DATE               PIC 9(06).
000610     05  MST-SOURCE                  PIC X(08).
000620     05  MST-DUP-FLAG                PIC X(01).
000621     05  MST-STATUS                  PIC X(01).
000622     05  MST-AMEND-COUNT             PIC 9(03).
000623     05  MST-AMEND-DATE              PIC 9(06).
000630     05  FILLER                      PIC X(02).
000640*
000650 FD  REPORT-FILE
