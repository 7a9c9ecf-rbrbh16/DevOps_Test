      * MAINTENANCE REPORT (CDUPDRPT) SHOWING EACH TRANSACTION AS
      * APPLIED OR REJECTED WITH A REASON, PLUS BEFORE/AFTER
      * RECORD COUNTS. CDUPDJOB SWAPS CODENEW IN ONLY ON A CLEAN
      * RUN. REINSTATE ALSO RELEASES A CODE PGMCOB LOCKED AFTER
      * REPEATED REJECTS, BY APPENDING AN 'R' RECORD TO THE LOCK
      * LOG (PGMCLOCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDUPDT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "CDUPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "PGMCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
      *   'R' - RETIRE AN ACTIVE CODE (STATUS TO 'I'; THE CODE
      *         STAYS ON THE MASTER FOR HISTORY)
      *   'I' - REINSTATE A RETIRED CODE (STATUS TO 'A'; NEW
      *         DATES MERGED AND EDITED THE SAME WAY AS 'C') AND/OR
      *         A CODE PGMCOB HAS LOCKED (LOCK RELEASED)
      ****************************************************************
       01 MAINT-RECORD.
          05 CT-ACTION   PIC X(1).
          05 NC-EXP-DATE PIC 9(8).
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD PIC X(80).
      ****************************************************************
      * CODE LOCK LOG SHARED WITH PGMCOB: 'L' = LOCKED BY PGMCOB,
      * 'R' = REINSTATED HERE. THE LATEST RECORD FOR A CODE WINS.
      ****************************************************************
       FD  LOCK-FILE.
       01 LOCK-RECORD.
          05 LK-CODE    PIC X(5).
          05 LK-ACTION  PIC X(1).
          05 LK-STAMP   PIC X(14).
          05 LK-REJECTS PIC 9(3).
          05 LK-PATH    PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-CODE-TABLE.
          05 WS-CODE-COUNT PIC 9(3) VALUE 0.
             10 WS-CODE-STATUS PIC X(1).
             10 WS-CODE-EFF    PIC 9(8).
             10 WS-CODE-EXP    PIC 9(8).
             10 WS-CODE-LOCK   PIC X(1).
       01 WS-CM-EOF       PIC X(1) VALUE 'N'.
       01 WS-LK-EOF       PIC X(1) VALUE 'N'.
       01 WS-UNLOCKED     PIC 9(4) VALUE 0.
       01 WS-UNLOCK-FLAG  PIC X(1) VALUE 'N'.
       01 WS-CT-EOF       PIC X(1) VALUE 'N'.
       01 WS-BEFORE-COUNT PIC 9(4) VALUE 0.
       01 WS-AFTER-COUNT  PIC 9(4) VALUE 0.
           PERFORM OPEN-REPORT-PARA
           PERFORM MAINT-PARA
           PERFORM WRITE-MASTER-PARA
           PERFORM WRITE-LOCKS-PARA
           PERFORM TOTALS-PARA
           CLOSE MAINT-REPORT-FILE
           STOP RUN.
                       PERFORM LOAD-CODE-PARA
               END-READ
           END-PERFORM
           CLOSE CODE-FILE
           PERFORM LOAD-LOCKS-PARA.

      ****************************************************************
      * LOCK STATE OF EACH CODE FROM THE LOCK LOG, OLDEST FIRST.
      ****************************************************************
       LOAD-LOCKS-PARA.
           OPEN INPUT LOCK-FILE
           PERFORM UNTIL WS-LK-EOF = 'Y'
               READ LOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-LK-EOF
                   NOT AT END
                       MOVE 0 TO WS-HIT
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                          UNTIL WS-SUB > WS-CODE-COUNT
                          IF WS-CODE-VALUE(WS-SUB) = LK-CODE
                             MOVE WS-SUB TO WS-HIT
                          END-IF
                       END-PERFORM
                       IF WS-HIT > 0
                           IF LK-ACTION = 'L'
                               MOVE 'L' TO WS-CODE-LOCK(WS-HIT)
                           ELSE
                               MOVE SPACE TO WS-CODE-LOCK(WS-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE.

       LOAD-CODE-PARA.
           MOVE 0 TO WS-HIT
                   MOVE CM-STATUS   TO WS-CODE-STATUS(WS-CODE-COUNT)
                   MOVE CM-EFF-DATE TO WS-CODE-EFF(WS-CODE-COUNT)
                   MOVE CM-EXP-DATE TO WS-CODE-EXP(WS-CODE-COUNT)
                   MOVE SPACE       TO WS-CODE-LOCK(WS-CODE-COUNT)
                   ADD 1 TO WS-BEFORE-COUNT
               END-IF
           END-IF.
               MOVE 'A'         TO WS-CODE-STATUS(WS-CODE-COUNT)
               MOVE CT-EFF-DATE TO WS-CODE-EFF(WS-CODE-COUNT)
               MOVE CT-EXP-DATE TO WS-CODE-EXP(WS-CODE-COUNT)
               MOVE SPACE       TO WS-CODE-LOCK(WS-CODE-COUNT)
           END-IF.

       CHANGE-CODE-PARA.
               MOVE 'I' TO WS-CODE-STATUS(WS-HIT)
           END-IF.

      ****************************************************************
      * A LOCKED CODE IS RELEASED ('U' IN WS-CODE-LOCK UNTIL THE
      * 'R' RECORD IS WRITTEN) WHETHER IT IS ACTIVE OR RETIRED; A
      * RETIRED CODE IS ALSO MADE ACTIVE AGAIN.
      ****************************************************************
       REINSTATE-CODE-PARA.
           MOVE 'N' TO WS-UNLOCK-FLAG
           IF WS-HIT = 0
               MOVE 'CODE NOT ON MASTER' TO WS-REASON
           ELSE
               IF WS-CODE-STATUS(WS-HIT) NOT = 'I'
                       AND WS-CODE-LOCK(WS-HIT) NOT = 'L'
                   MOVE 'CODE NOT RETIRED OR LOCKED' TO WS-REASON
               ELSE
                   IF CT-EFF-DATE NOT = 0 OR CT-EXP-DATE NOT = 0
                       PERFORM MERGE-DATES-PARA
           END-IF
           IF WS-REASON = SPACES
               MOVE 'A' TO WS-CODE-STATUS(WS-HIT)
               IF WS-CODE-LOCK(WS-HIT) = 'L'
                   MOVE 'U' TO WS-CODE-LOCK(WS-HIT)
                   MOVE 'Y' TO WS-UNLOCK-FLAG
               END-IF
               IF CT-EFF-DATE NOT = 0 OR CT-EXP-DATE NOT = 0
                   MOVE WS-WORK-EFF TO WS-CODE-EFF(WS-HIT)
                   MOVE WS-WORK-EXP TO WS-CODE-EXP(WS-HIT)
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WS-REASON = SPACES
               ADD 1 TO WS-APPLIED
               IF CT-ACTION = 'I' AND WS-UNLOCK-FLAG = 'Y'
                   STRING '  ' CT-ACTION ' CODE=' CT-CODE
                      ' APPLIED - LOCK RELEASED'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               ELSE
                   STRING '  ' CT-ACTION ' CODE=' CT-CODE
                      ' APPLIED'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED
               STRING '  ' CT-ACTION ' CODE=' CT-CODE
           END-PERFORM
           CLOSE NEW-CODE-FILE.

      ****************************************************************
      * ONE 'R' RECORD PER LOCK RELEASED THIS RUN, WRITTEN AFTER THE
      * NEW MASTER SO PGMCOB STARTS COUNTING REJECTS AFRESH FROM
      * THIS STAMP.
      ****************************************************************
       WRITE-LOCKS-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-CODE-COUNT
              IF WS-CODE-LOCK(WS-SUB) = 'U'
                 IF WS-UNLOCKED = 0
                    OPEN EXTEND LOCK-FILE
                 END-IF
                 ADD 1 TO WS-UNLOCKED
                 MOVE SPACES TO LOCK-RECORD
                 MOVE WS-CODE-VALUE(WS-SUB) TO LK-CODE
                 MOVE 'R' TO LK-ACTION
                 MOVE FUNCTION CURRENT-DATE(1:14) TO LK-STAMP
                 MOVE 0 TO LK-REJECTS
                 MOVE 'CDUPDT' TO LK-PATH
                 WRITE LOCK-RECORD
              END-IF
           END-PERFORM
           IF WS-UNLOCKED > 0
              CLOSE LOCK-FILE
           END-IF.

       TOTALS-PARA.
           MOVE WS-AFTER-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS REJECTED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-UNLOCKED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'CODE LOCKS RELEASED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.
