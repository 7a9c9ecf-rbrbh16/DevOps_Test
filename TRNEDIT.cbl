      * WITH THEIR REASONS TO THE EDIT REPORT (TRNEDRPT) AND PASSES
      * THE CLEAN TRANSACTIONS (SRCHCLN) ON TO SRCH, SO BAD AND
      * DUPLICATE KEYS NO LONGER BURN FULL TABLE SCANS IN THE
      * BATCH WINDOW. EVERY BLOCK'S SOURCE ID IS CHECKED AGAINST THE
      * DESK REGISTRY (DESKMAST): A BLOCK FROM A DESK NOT ON THE
      * REGISTRY, FROM A SUSPENDED DESK, OR THAT WOULD TAKE THE
      * DESK OVER ITS DAILY DETAIL LIMIT IS REJECTED WHOLE, EACH OF
      * ITS TRANSACTIONS LISTED ON TRNEDRPT WITH THE REASON. EVERY
      * REJECTED TRANSACTION IS ALSO WRITTEN TO TRNEREJ WITH ITS
      * SOURCE ID, SO SRCH CAN RETURN IT TO THE DESK THAT SENT IT.
      * A CLEAN FILE CLOSES WITH A 'C' FILE CONTROL RECORD COUNTING
      * THE BLOCKS PASSED AND REJECTED, SO A DAY ON WHICH EVERY
      * BLOCK WAS REJECTED REACHES SRCH AS A VALID EMPTY FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNEDIT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO "TRNEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESK-FILE ASSIGN TO "DESKMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "TRNEREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01 CLEAN-TRAILER-RECORD.
          05 CT-REC-TYPE   PIC X(1).
          05 CT-COUNT      PIC 9(6).
      ****************************************************************
      * FILE CONTROL RECORD, LAST ON THE CLEAN FILE: THE NUMBER OF
      * BLOCKS PASSED ON AND THE NUMBER REJECTED WHOLE.
      ****************************************************************
       01 CLEAN-CONTROL-RECORD.
          05 CC-REC-TYPE   PIC X(1).
          05 CC-BLOCKS     PIC 9(6).
          05 CC-REJECTED   PIC 9(6).
       FD  EDIT-REPORT-FILE.
       01 EDIT-REPORT-RECORD PIC X(80).
      ****************************************************************
      * BUSINESS-DATE CONTROL RECORD WRITTEN BY BUSDCHK AT THE HEAD
      * OF THE CHAIN.
      ****************************************************************
       FD  BUS-DATE-FILE.
       01 BUS-DATE-RECORD.
          05 BD-BUS-DATE   PIC X(8).
          05 BD-CLOCK-DATE PIC X(8).
          05 BD-RUN-MODE   PIC X(1).
          05 BD-OVERRIDE   PIC X(1).
      ****************************************************************
      * DESK REGISTRY MASTER, MAINTAINED BY DKUPDT.
      ****************************************************************
       FD  DESK-FILE.
       01 DESK-RECORD.
          05 DK-SOURCE-ID   PIC X(8).
          05 DK-NAME        PIC X(30).
          05 DK-STATUS      PIC X(1).
          05 DK-BILL-ACCT   PIC X(10).
          05 DK-DAILY-LIMIT PIC 9(6).
      ****************************************************************
      * ONE RECORD PER REJECTED TRANSACTION, IN FILE ORDER.
      ****************************************************************
       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-SOURCE-ID  PIC X(8).
          05 RJ-SEARCH-KEY PIC X(3).
          05 RJ-SEARCH-TYPE PIC X(1).
          05 RJ-REASON     PIC X(36).
       WORKING-STORAGE SECTION.
       01 WS-TR-EOF        PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(6) VALUE 0.
       01 WS-DUP-FLAG      PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-COUNT-TXT     PIC ZZZZZ9.
      ****************************************************************
      * THE DESK REGISTRY, WITH THE DETAIL RECORDS EACH DESK HAS
      * HAD ACCEPTED SO FAR TODAY (WS-DESK-USED) FOR THE DAILY
      * LIMIT CHECK.
      ****************************************************************
       01 WS-DESK-TABLE.
          05 WS-DESK-COUNT PIC 9(3) VALUE 0.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-ID     PIC X(8).
             10 WS-DESK-STATUS PIC X(1).
             10 WS-DESK-LIMIT  PIC 9(6).
             10 WS-DESK-USED   PIC 9(6).
       01 WS-DK-EOF        PIC X(1) VALUE 'N'.
       01 WS-DESK-HIT      PIC 9(3) VALUE 0.
      ****************************************************************
      * DETAIL COUNT OF EACH BLOCK IN FILE ORDER, TAKEN BY A FIRST
      * PASS OVER SRCHTRAN SO THE DAILY LIMIT CAN BE DECIDED AT
      * THE BLOCK'S HEADER, BEFORE ANY OF IT IS PASSED ON. A BLOCK
      * PAST THE LAST ENTRY CANNOT BE CHECKED AND IS REJECTED.
      ****************************************************************
       01 WS-BLOCK-SIZE-TABLE.
          05 WS-BLOCK-TOTAL PIC 9(4) VALUE 0.
          05 WS-BLOCK-SIZE  PIC 9(6) OCCURS 9999 TIMES.
       01 WS-BLOCK-NUM     PIC 9(5) VALUE 0.
       01 WS-PRE-EOF       PIC X(1) VALUE 'N'.
       01 WS-PRE-OVERFLOW  PIC X(1) VALUE 'N'.
       01 WS-BLOCK-REJECT  PIC X(1) VALUE 'N'.
       01 WS-BLOCK-REASON  PIC X(36).
       01 WS-BLOCK-REJECTS PIC 9(6) VALUE 0.
       01 WS-BLOCK-PASSED  PIC 9(6) VALUE 0.
       01 WS-BLOCK-OVERFLOW PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM OPEN-PARA
           PERFORM EDIT-PARA
           PERFORM BALANCE-PARA
           IF WS-CTL-ERROR NOT = 'Y'
               PERFORM CONTROL-RECORD-PARA
           END-IF
           PERFORM TOTALS-PARA
           CLOSE CLEAN-TRANS-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE REJECT-FILE
           IF WS-CTL-ERROR = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BLOCK-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       OPEN-PARA.
           PERFORM BUS-DATE-PARA
           PERFORM LOAD-DESK-PARA
           PERFORM BLOCK-SIZE-PARA
           OPEN OUTPUT CLEAN-TRANS-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'TRNEDIT TRANSACTION EDIT REPORT - RUN DATE: '
              WS-RUN-DATE
              INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

      ****************************************************************
      * THE RUN DATE IS THE BUSINESS DATE BUSDCHK FIXED FOR THE
      * CHAIN (BUSDATE), NOT THE CLOCK. WITH NO BUSDATE RECORD THE
      * CLOCK DATE IS USED AS BEFORE.
      ****************************************************************
       BUS-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT BUS-DATE-FILE
           READ BUS-DATE-FILE
               AT END
                   DISPLAY 'NO BUSINESS DATE RECORD, USING CLOCK '
                      'DATE ' WS-RUN-DATE
               NOT AT END
                   IF BD-BUS-DATE NUMERIC
                       MOVE BD-BUS-DATE TO WS-RUN-DATE
                   ELSE
                       DISPLAY 'BUSINESS DATE RECORD INVALID, USING '
                          'CLOCK DATE ' WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUS-DATE-FILE.

      ****************************************************************
      * LOADS THE DESK REGISTRY. A DESK PAST THE 200TH IS IGNORED
      * WITH A MESSAGE, SO ITS BLOCKS REJECT AS NOT REGISTERED
      * RATHER THAN PASS UNCHECKED.
      ****************************************************************
       LOAD-DESK-PARA.
           OPEN INPUT DESK-FILE
           PERFORM UNTIL WS-DK-EOF = 'Y'
               READ DESK-FILE
                   AT END
                       MOVE 'Y' TO WS-DK-EOF
                   NOT AT END
                       IF WS-DESK-COUNT < 200
                           ADD 1 TO WS-DESK-COUNT
                           MOVE DK-SOURCE-ID
                              TO WS-DESK-ID(WS-DESK-COUNT)
                           MOVE DK-STATUS
                              TO WS-DESK-STATUS(WS-DESK-COUNT)
                           MOVE DK-DAILY-LIMIT
                              TO WS-DESK-LIMIT(WS-DESK-COUNT)
                           MOVE 0 TO WS-DESK-USED(WS-DESK-COUNT)
                       ELSE
                           DISPLAY 'DESK REGISTRY TABLE FULL, '
                              'IGNORING: ' DK-SOURCE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESK-FILE.

      ****************************************************************
      * FIRST PASS: COUNTS THE 'D' RECORDS FOLLOWING EACH 'H'.
      * CONTROL ERRORS ARE LEFT FOR THE EDIT PASS TO REPORT.
      ****************************************************************
       BLOCK-SIZE-PARA.
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-PRE-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-PRE-EOF
                   NOT AT END
                       EVALUATE TR-REC-TYPE
                           WHEN 'H'
                               IF WS-BLOCK-TOTAL < 9999
                                   ADD 1 TO WS-BLOCK-TOTAL
                                   MOVE 0 TO
                                      WS-BLOCK-SIZE(WS-BLOCK-TOTAL)
                               ELSE
                                   MOVE 'Y' TO WS-PRE-OVERFLOW
                               END-IF
                           WHEN 'D'
                               IF WS-BLOCK-TOTAL > 0
                                       AND WS-PRE-OVERFLOW = 'N'
                                   ADD 1 TO
                                      WS-BLOCK-SIZE(WS-BLOCK-TOTAL)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       EDIT-PARA.
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-TR-EOF = 'Y'
                       MOVE 0 TO WS-BLOCK-READ
                       MOVE 0 TO WS-BLOCK-CLEAN
                       MOVE 0 TO WS-SEEN-COUNT
                       ADD 1 TO WS-BLOCK-NUM
                       PERFORM DESK-CHECK-PARA
                       IF WS-BLOCK-REJECT = 'N'
                           MOVE SPACES TO CLEAN-HEADER-RECORD
                           MOVE TH-REC-TYPE  TO CH-REC-TYPE
                           MOVE TH-RUN-DATE  TO CH-RUN-DATE
                           MOVE TH-SOURCE-ID TO CH-SOURCE-ID
                           WRITE CLEAN-HEADER-RECORD
                       END-IF
                   END-IF
               WHEN WS-HDR-SEEN NOT = 'Y'
                   PERFORM CTL-ERROR-PARA
                          TO WS-REASON
                       PERFORM CTL-LINE-PARA
                   END-IF
                   IF WS-BLOCK-REJECT = 'N'
                       MOVE SPACES TO CLEAN-TRAILER-RECORD
                       MOVE 'T' TO CT-REC-TYPE
                       MOVE WS-BLOCK-CLEAN TO CT-COUNT
                       WRITE CLEAN-TRAILER-RECORD
                       ADD 1 TO WS-BLOCK-PASSED
                   END-IF
               WHEN TR-REC-TYPE = 'D'
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-BLOCK-READ
                   IF WS-BLOCK-REJECT = 'Y'
                       PERFORM BLOCK-DETAIL-PARA
                   ELSE
                       PERFORM EDIT-RECORD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM CTL-ERROR-PARA
                   MOVE 'TRANSACTION RECORD TYPE INVALID'
              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

      ****************************************************************
      * REGISTRY CHECK FOR THE BLOCK JUST OPENED. THE DESK MUST BE
      * ON DESKMAST AND ACTIVE, AND THE BLOCK'S DETAILS ADDED TO
      * WHAT THE DESK HAS ALREADY HAD ACCEPTED TODAY MUST NOT PASS
      * ITS DAILY LIMIT. A BLOCK BEYOND THE BLOCK SIZE TABLE HAS NO
      * COUNT TO CHECK THE LIMIT WITH, SO IT IS REJECTED AND THE
      * RUN ENDS WITH CONDITION CODE 4. ONLY ACCEPTED BLOCKS COUNT
      * TOWARD THE LIMIT. A REJECTED BLOCK WRITES NO CLEAN HEADER OR
      * TRAILER, SO SRCH NEVER SEES IT; IT IS COUNTED ON THE CLOSING
      * 'C' RECORD INSTEAD.
      ****************************************************************
       DESK-CHECK-PARA.
           MOVE 'N' TO WS-BLOCK-REJECT
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT OR WS-DESK-HIT > 0
              IF WS-DESK-ID(WS-SUB) = TH-SOURCE-ID
                 MOVE WS-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM
           IF WS-DESK-HIT = 0
               MOVE 'SOURCE NOT REGISTERED' TO WS-BLOCK-REASON
           ELSE
               IF WS-DESK-STATUS(WS-DESK-HIT) NOT = 'A'
                   MOVE 'SOURCE SUSPENDED' TO WS-BLOCK-REASON
               ELSE
                   IF WS-BLOCK-NUM > WS-BLOCK-TOTAL
                       MOVE 'BLOCK TABLE FULL - LIMIT NOT CHECKED'
                          TO WS-BLOCK-REASON
                       ADD 1 TO WS-BLOCK-OVERFLOW
                   ELSE
                       IF WS-DESK-USED(WS-DESK-HIT)
                               + WS-BLOCK-SIZE(WS-BLOCK-NUM)
                               > WS-DESK-LIMIT(WS-DESK-HIT)
                           MOVE 'DAILY LIMIT EXCEEDED'
                              TO WS-BLOCK-REASON
                       ELSE
                           ADD WS-BLOCK-SIZE(WS-BLOCK-NUM)
                              TO WS-DESK-USED(WS-DESK-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE 'Y' TO WS-BLOCK-REJECT
               ADD 1 TO WS-BLOCK-REJECTS
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING '  BLOCK SOURCE=' TH-SOURCE-ID
                  ' REJECTED - ' WS-BLOCK-REASON
                  DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF.

      ****************************************************************
      * A DETAIL IN A REJECTED BLOCK IS LISTED WITH THE BLOCK'S
      * REASON AND COUNTED AS REJECTED WITHOUT BEING EDITED.
      ****************************************************************
       BLOCK-DETAIL-PARA.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING '  KEY=' TR-SEARCH-KEY
              ' TYPE=' TR-SEARCH-TYPE
              ' REJECTED - ' WS-BLOCK-REASON
              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE WS-BLOCK-REASON TO WS-REASON
           PERFORM REJECT-WRITE-PARA.

      ****************************************************************
      * PASSES A REJECTED TRANSACTION AND ITS REASON ON TO SRCH FOR
      * THE ORIGINATING DESK'S RESPONSE FILE.
      ****************************************************************
       REJECT-WRITE-PARA.
           MOVE WS-CUR-SOURCE  TO RJ-SOURCE-ID
           MOVE TR-SEARCH-KEY  TO RJ-SEARCH-KEY
           MOVE TR-SEARCH-TYPE TO RJ-SEARCH-TYPE
           MOVE WS-REASON      TO RJ-REASON
           WRITE REJECT-RECORD.

      ****************************************************************
      * KEY EDITS DEPEND ON THE SEARCH TYPE:
      *   'E' (OR SPACE) - ALL 3 CHARACTERS ALPHANUMERIC
                  ' REJECTED - ' WS-REASON
                  DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
               PERFORM REJECT-WRITE-PARA
           END-IF.

       EDIT-CHAR-PARA.
               END-IF
           END-IF.

      ****************************************************************
      * CLOSES A CLEAN FILE WITH THE 'C' CONTROL RECORD. SRCH CHECKS
      * ITS BLOCK COUNT AGAINST THE BLOCKS IT READ, AND ACCEPTS A
      * FILE WITH NO BLOCKS AT ALL ONLY WHEN THIS RECORD SAYS EVERY
      * BLOCK WAS REJECTED HERE.
      ****************************************************************
       CONTROL-RECORD-PARA.
           MOVE SPACES TO CLEAN-CONTROL-RECORD
           MOVE 'C' TO CC-REC-TYPE
           MOVE WS-BLOCK-PASSED  TO CC-BLOCKS
           MOVE WS-BLOCK-REJECTS TO CC-REJECTED
           WRITE CLEAN-CONTROL-RECORD.

       TOTALS-PARA.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-TXT
           MOVE SPACES TO EDIT-REPORT-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'TRANSACTIONS REJECTED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE WS-BLOCK-REJECTS TO WS-COUNT-TXT
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'BLOCKS REJECTED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           IF WS-BLOCK-OVERFLOW > 0
              MOVE WS-BLOCK-OVERFLOW TO WS-COUNT-TXT
              MOVE SPACES TO EDIT-REPORT-RECORD
              STRING '  OF WHICH OVER BLOCK TABLE CAPACITY: '
                 WS-COUNT-TXT
                 DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
              WRITE EDIT-REPORT-RECORD
           END-IF.
