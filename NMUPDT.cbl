      * THE PRINT DATASETS GET CLEANED OUT, NMHIST DOES NOT. THE
      * NMASOF UTILITY REPLAYS NMHIST AGAINST AN ARCHIVED MASTER
      * COPY TO RECONSTRUCT NAMEMAST AS OF ANY PAST DATE.
      * A TRANSACTION CARRYING AN EFFECTIVE DATE AFTER THE RUN DATE
      * IS NOT APPLIED BUT QUEUED ON THE PENDING-TRANSACTION FILE
      * (NMPEND); EACH RUN FIRST APPLIES THE QUEUED ITEMS THAT HAVE
      * COME DUE, WITH THE SAME EDITS, NMHIST RECORDS AND NAMEIDX
      * REBUILD AS A SAME-DAY TRANSACTION, AND WRITES WHAT IS STILL
      * WAITING TO PENDNEW. AN 'X' TRANSACTION CANCELS A QUEUED
      * ITEM. THE REPORT ALSO LISTS THE REMAINING SCHEDULE AND
      * FLAGS ANY QUEUED ITEM THAT WOULD FAIL ITS EDITS AGAINST THE
      * MASTER AS IT NOW STANDS. THE RUN DATE IS THE BUSINESS DATE
      * BUSDCHK FIXED FOR THE CHAIN (BUSDATE), SO A CATCH-UP RUN
      * AFTER MIDNIGHT DOES NOT APPLY THE NEXT DAY'S ITEMS EARLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMUPDT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "NMHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "NMPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PENDING-FILE ASSIGN TO "PENDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
          05 NM-NUM   PIC 9(2).
          05 NM-NAME  PIC X(3).
       FD  MAINT-TRANS-FILE.
      ****************************************************************
      * TRANSACTION ACTIONS:
      *   'A' - ADD A NAME TO A GROUP
      *   'C' - CHANGE THE NUM OF A NAME IN A GROUP
      *   'D' - DELETE A NAME FROM A GROUP
      *   'X' - CANCEL THE QUEUED ITEMS FOR THE GROUP AND NAME WITH
      *         EFFECTIVE DATE MT-EFF-DATE (BLANK OR ZERO CANCELS
      *         ALL OF THEM); MT-NUM IS NOT USED
      * MT-EFF-DATE BLANK, ZERO OR NOT AFTER THE RUN DATE APPLIES
      * THE TRANSACTION TONIGHT; A LATER DATE QUEUES IT.
      ****************************************************************
       01 MAINT-RECORD.
          05 MT-ACTION   PIC X(1).
          05 MT-GROUP    PIC 9(3).
          05 MT-NUM      PIC 9(2).
          05 MT-NAME     PIC X(3).
          05 MT-EFF-DATE PIC X(8).
          05 MT-EFF-DATE-NUM REDEFINES MT-EFF-DATE PIC 9(8).
       FD  NEW-MASTER-FILE.
       01 NEW-NM-RECORD.
          05 NEW-NM-GROUP PIC 9(3).
          05 NH-OLD-NAME PIC X(3).
          05 NH-NEW-NUM  PIC 9(2).
          05 NH-NEW-NAME PIC X(3).
      ****************************************************************
      * PENDING-TRANSACTION FILE, IN EFFECTIVE-DATE ORDER: THE
      * TRANSACTION AND THE RUN DATE IT WAS QUEUED ON.
      ****************************************************************
       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 PQ-ACTION   PIC X(1).
          05 PQ-GROUP    PIC 9(3).
          05 PQ-NUM      PIC 9(2).
          05 PQ-NAME     PIC X(3).
          05 PQ-EFF-DATE PIC 9(8).
          05 PQ-QUEUED   PIC X(8).
       FD  NEW-PENDING-FILE.
       01 NEW-PENDING-RECORD.
          05 PN-ACTION   PIC X(1).
          05 PN-GROUP    PIC 9(3).
          05 PN-NUM      PIC 9(2).
          05 PN-NAME     PIC X(3).
          05 PN-EFF-DATE PIC 9(8).
          05 PN-QUEUED   PIC X(8).
      ****************************************************************
      * BUSINESS-DATE CONTROL RECORD WRITTEN BY BUSDCHK AT THE HEAD
      * OF THE NIGHTLY CHAIN.
      ****************************************************************
       FD  BUS-DATE-FILE.
       01 BUS-DATE-RECORD.
          05 BD-BUS-DATE   PIC X(8).
          05 BD-CLOCK-DATE PIC X(8).
          05 BD-RUN-MODE   PIC X(1).
          05 BD-OVERRIDE   PIC X(1).
       WORKING-STORAGE SECTION.
       01 TABL.
         05 WS-RCD-COUNT PIC 9(3) VALUE 0.
       01 WS-HIT-SLOT     PIC 9(2) VALUE 0.
       01 WS-SUB          PIC 9(2).
       01 WS-RUN-DATE     PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-COUNT-TXT PIC ZZZZZ9.
       01 WS-MT-GROUP-TXT PIC 9(3).
       01 WS-MT-NUM-TXT   PIC 9(2).
       01 WS-OLD-NAME     PIC X(3) VALUE SPACES.
       01 WS-NEW-NUM      PIC 9(2) VALUE 0.
       01 WS-NEW-NAME     PIC X(3) VALUE SPACES.
      ****************************************************************
      * QUEUED ITEMS, KEPT IN EFFECTIVE-DATE ORDER (QUEUE ORDER
      * WITHIN A DATE). WQ-STATUS: 'P' STILL PENDING, 'A' APPLIED,
      * 'R' REJECTED WHEN DUE, 'X' CANCELLED.
      ****************************************************************
       01 WS-PEND-TABLE.
          05 WS-PEND-COUNT PIC 9(3) VALUE 0.
          05 WS-PEND-ENTRY OCCURS 500 TIMES.
             10 WQ-ACTION  PIC X(1).
             10 WQ-GROUP   PIC 9(3).
             10 WQ-NUM     PIC 9(2).
             10 WQ-NAME    PIC X(3).
             10 WQ-EFF     PIC 9(8).
             10 WQ-QUEUED  PIC X(8).
             10 WQ-STATUS  PIC X(1).
       01 WS-PEND-WORK.
          05 WP-ACTION     PIC X(1).
          05 WP-GROUP      PIC 9(3).
          05 WP-NUM        PIC 9(2).
          05 WP-NAME       PIC X(3).
          05 WP-EFF        PIC 9(8).
          05 WP-QUEUED     PIC X(8).
          05 WP-STATUS     PIC X(1).
       01 WS-PQ-EOF       PIC X(1) VALUE 'N'.
       01 WS-PQ-SUB       PIC 9(3) VALUE 0.
       01 WS-PQ-DONE      PIC X(1) VALUE 'N'.
       01 WS-QUEUED       PIC 9(4) VALUE 0.
       01 WS-CANCELLED    PIC 9(4) VALUE 0.
       01 WS-DUE-APPLIED  PIC 9(4) VALUE 0.
       01 WS-DUE-REJECTED PIC 9(4) VALUE 0.
       01 WS-HELD         PIC 9(4) VALUE 0.
       01 WS-WILL-FAIL    PIC 9(4) VALUE 0.
       01 WS-CANCEL-HITS  PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INIT-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM LOAD-PENDING-PARA
           PERFORM CANCEL-PARA
           PERFORM DUE-PARA
           PERFORM MAINT-PARA
           PERFORM WRITE-MASTER-PARA
           PERFORM WRITE-INDEX-PARA
           PERFORM WRITE-PENDING-PARA
           PERFORM TOTALS-PARA
           PERFORM SCHEDULE-PARA
           CLOSE MAINT-REPORT-FILE
           STOP RUN.

           CLOSE NAME-MASTER-FILE.

       OPEN-REPORT-PARA.
           PERFORM BUS-DATE-PARA
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'NMUPDT NAME-MASTER MAINTENANCE - RUN DATE: '
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'MASTER RECORDS BEFORE: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

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
      * LOADS THE PENDING-TRANSACTION FILE. ITEMS ARE FILED IN
      * EFFECTIVE-DATE ORDER AS THEY ARE LOADED.
      ****************************************************************
       LOAD-PENDING-PARA.
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-PQ-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PQ-EOF
                   NOT AT END
                       IF WS-PEND-COUNT >= 500
                           DISPLAY 'PENDING FILE FULL, ITEM DROPPED: '
                              PENDING-RECORD
                       ELSE
                           MOVE PQ-ACTION   TO WP-ACTION
                           MOVE PQ-GROUP    TO WP-GROUP
                           MOVE PQ-NUM      TO WP-NUM
                           MOVE PQ-NAME     TO WP-NAME
                           MOVE PQ-EFF-DATE TO WP-EFF
                           MOVE PQ-QUEUED   TO WP-QUEUED
                           MOVE 'P'         TO WP-STATUS
                           PERFORM FILE-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

      ****************************************************************
      * FILES WS-PEND-WORK AFTER EVERY ITEM WITH THE SAME OR AN
      * EARLIER EFFECTIVE DATE. THE CALLER CHECKS FOR ROOM.
      ****************************************************************
       FILE-PENDING-PARA.
           MOVE WS-PEND-COUNT TO WS-PQ-SUB
           MOVE 'N' TO WS-PQ-DONE
           PERFORM UNTIL WS-PQ-DONE = 'Y'
               IF WS-PQ-SUB = 0
                   MOVE 'Y' TO WS-PQ-DONE
               ELSE
                   IF WQ-EFF(WS-PQ-SUB) <= WP-EFF
                       MOVE 'Y' TO WS-PQ-DONE
                   ELSE
                       MOVE WS-PEND-ENTRY(WS-PQ-SUB)
                          TO WS-PEND-ENTRY(WS-PQ-SUB + 1)
                       SUBTRACT 1 FROM WS-PQ-SUB
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-PQ-SUB
           MOVE WS-PEND-WORK TO WS-PEND-ENTRY(WS-PQ-SUB)
           ADD 1 TO WS-PEND-COUNT.

      ****************************************************************
      * FIRST PASS OVER NMTRAN: 'X' CANCELLATIONS ONLY, SO AN ITEM
      * CAN BE CANCELLED ON THE DAY IT FALLS DUE.
      ****************************************************************
       CANCEL-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'CANCELLATIONS:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           OPEN INPUT MAINT-TRANS-FILE
           PERFORM UNTIL WS-MT-EOF = 'Y'
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-MT-EOF
                   NOT AT END
                       IF MT-ACTION = 'X'
                           PERFORM CANCEL-ITEM-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-TRANS-FILE
           MOVE 'N' TO WS-MT-EOF.

       CANCEL-ITEM-PARA.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-CANCEL-HITS
           IF MT-GROUP NOT NUMERIC
               MOVE 'GROUP NOT IN RANGE 1-500' TO WS-REASON
           ELSE
               IF MT-EFF-DATE NOT = SPACES
                       AND MT-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON
               ELSE
                   IF MT-EFF-DATE NOT = SPACES
                           AND MT-EFF-DATE NOT = ZEROS
                       IF FUNCTION TEST-DATE-YYYYMMDD(MT-EFF-DATE-NUM)
                               NOT = 0
                           MOVE 'EFFECTIVE DATE NOT A CALENDAR DATE'
                              TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
                  UNTIL WS-PQ-SUB > WS-PEND-COUNT
                  IF WQ-STATUS(WS-PQ-SUB) = 'P'
                        AND WQ-GROUP(WS-PQ-SUB) = MT-GROUP
                        AND WQ-NAME(WS-PQ-SUB) = MT-NAME
                     IF MT-EFF-DATE = SPACES OR MT-EFF-DATE = ZEROS
                           OR MT-EFF-DATE = WQ-EFF(WS-PQ-SUB)
                        MOVE 'X' TO WQ-STATUS(WS-PQ-SUB)
                        ADD 1 TO WS-CANCEL-HITS
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-CANCEL-HITS = 0
                   MOVE 'NO PENDING ITEM TO CANCEL' TO WS-REASON
               END-IF
           END-IF
           MOVE MT-GROUP TO WS-MT-GROUP-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WS-REASON = SPACES
               ADD WS-CANCEL-HITS TO WS-CANCELLED
               MOVE WS-CANCEL-HITS TO WS-REPORT-COUNT-TXT
               STRING '  X GROUP=' WS-MT-GROUP-TXT
                  ' NAME=' MT-NAME ' ' MT-EFF-DATE
                  ' ITEMS CANCELLED: ' WS-REPORT-COUNT-TXT
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-REJECTED
               STRING '  X GROUP=' WS-MT-GROUP-TXT
                  ' NAME=' MT-NAME ' ' MT-EFF-DATE
                  ' REJECTED - ' WS-REASON
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           END-IF
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * APPLIES THE QUEUED ITEMS THAT HAVE COME DUE, OLDEST
      * EFFECTIVE DATE FIRST, EXACTLY AS IF KEYED TONIGHT. A DUE
      * ITEM THAT FAILS ITS EDITS IS REPORTED AND DROPPED.
      ****************************************************************
       DUE-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS DUE:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           OPEN EXTEND HISTORY-FILE
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
              UNTIL WS-PQ-SUB > WS-PEND-COUNT
              IF WQ-STATUS(WS-PQ-SUB) = 'P'
                    AND WQ-EFF(WS-PQ-SUB) <= WS-RUN-DATE-NUM
                 PERFORM PEND-TO-TRANS-PARA
                 PERFORM APPLY-PARA
                 PERFORM TRANS-LINE-PARA
                 IF WS-REASON = SPACES
                    MOVE 'A' TO WQ-STATUS(WS-PQ-SUB)
                    ADD 1 TO WS-DUE-APPLIED
                 ELSE
                    MOVE 'R' TO WQ-STATUS(WS-PQ-SUB)
                    ADD 1 TO WS-DUE-REJECTED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       PEND-TO-TRANS-PARA.
           MOVE SPACES TO MAINT-RECORD
           MOVE WQ-ACTION(WS-PQ-SUB) TO MT-ACTION
           MOVE WQ-GROUP(WS-PQ-SUB)  TO MT-GROUP
           MOVE WQ-NUM(WS-PQ-SUB)    TO MT-NUM
           MOVE WQ-NAME(WS-PQ-SUB)   TO MT-NAME
           MOVE WQ-EFF(WS-PQ-SUB)    TO MT-EFF-DATE.

      ****************************************************************
      * SECOND PASS OVER NMTRAN: EVERYTHING BUT 'X'. A TRANSACTION
      * DATED AFTER THE RUN DATE IS QUEUED; THE REST APPLY NOW.
      ****************************************************************
       MAINT-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           OPEN INPUT MAINT-TRANS-FILE
           OPEN EXTEND HISTORY-FILE
           PERFORM UNTIL WS-MT-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-MT-EOF
                   NOT AT END
                       IF MT-ACTION NOT = 'X'
                           PERFORM TRANS-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE MAINT-TRANS-FILE.

       TRANS-PARA.
           IF MT-EFF-DATE = SPACES OR MT-EFF-DATE = ZEROS
               PERFORM APPLY-PARA
               PERFORM TRANS-LINE-PARA
           ELSE
               IF MT-EFF-DATE NOT NUMERIC
                   PERFORM EDIT-TRANS-PARA
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON
                   PERFORM TRANS-LINE-PARA
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(MT-EFF-DATE-NUM)
                           NOT = 0
                       PERFORM EDIT-TRANS-PARA
                       MOVE 'EFFECTIVE DATE NOT A CALENDAR DATE'
                          TO WS-REASON
                       PERFORM TRANS-LINE-PARA
                   ELSE
                       IF MT-EFF-DATE > WS-RUN-DATE
                           PERFORM QUEUE-PARA
                       ELSE
                           PERFORM APPLY-PARA
                           PERFORM TRANS-LINE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      * QUEUES A FUTURE-DATED TRANSACTION. ONLY THE EDITS THAT
      * CANNOT CHANGE BEFORE IT FALLS DUE ARE MADE NOW; THE REST
      * ARE RE-CHECKED EVERY RUN IN THE PENDING SCHEDULE.
      ****************************************************************
       QUEUE-PARA.
           PERFORM EDIT-TRANS-PARA
           IF WS-REASON = SPACES
               IF MT-ACTION NOT = 'D' AND MT-NUM NOT NUMERIC
                   MOVE 'NUM NOT NUMERIC' TO WS-REASON
               ELSE
                   IF WS-PEND-COUNT >= 500
                       MOVE 'PENDING FILE FULL' TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE MT-ACTION   TO WP-ACTION
               MOVE MT-GROUP    TO WP-GROUP
               MOVE MT-NUM      TO WP-NUM
               IF MT-ACTION = 'D' AND MT-NUM NOT NUMERIC
                   MOVE 0 TO WP-NUM
               END-IF
               MOVE MT-NAME     TO WP-NAME
               MOVE MT-EFF-DATE TO WP-EFF
               MOVE WS-RUN-DATE TO WP-QUEUED
               MOVE 'P'         TO WP-STATUS
               PERFORM FILE-PENDING-PARA
               ADD 1 TO WS-QUEUED
               MOVE MT-GROUP TO WS-MT-GROUP-TXT
               MOVE WP-NUM   TO WS-MT-NUM-TXT
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING '  ' MT-ACTION ' GROUP=' WS-MT-GROUP-TXT
                  ' NUM=' WS-MT-NUM-TXT ' NAME=' MT-NAME
                  ' QUEUED FOR ' MT-EFF-DATE
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           ELSE
               PERFORM TRANS-LINE-PARA
           END-IF.

       EDIT-TRANS-PARA.
           MOVE SPACES TO WS-REASON
           MOVE 0      TO WS-OLD-NUM
           MOVE SPACES TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           IF MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C'
                   AND MT-ACTION NOT = 'D'
               MOVE 'ACTION NOT A, C, D OR X' TO WS-REASON
           ELSE
               IF MT-GROUP NOT NUMERIC
                       OR MT-GROUP < 1 OR MT-GROUP > 500
                   MOVE 'GROUP NOT IN RANGE 1-500' TO WS-REASON
               END-IF
           END-IF.

       APPLY-PARA.
           PERFORM EDIT-TRANS-PARA
           IF WS-REASON = SPACES
               PERFORM FIND-NAME-PARA
               EVALUATE MT-ACTION
                   WHEN 'D'
                       PERFORM DELETE-PARA
               END-EVALUATE
           END-IF.

       FIND-NAME-PARA.
           MOVE 0 TO WS-HIT-SLOT
               END-IF
           END-IF.

      ****************************************************************
      * WRITES THE ITEMS STILL WAITING TO PENDNEW, IN EFFECTIVE-
      * DATE ORDER. NMUPDJOB SWAPS IT IN WITH THE NEW MASTER.
      ****************************************************************
       WRITE-PENDING-PARA.
           OPEN OUTPUT NEW-PENDING-FILE
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
              UNTIL WS-PQ-SUB > WS-PEND-COUNT
              IF WQ-STATUS(WS-PQ-SUB) = 'P'
                 MOVE SPACES TO NEW-PENDING-RECORD
                 MOVE WQ-ACTION(WS-PQ-SUB) TO PN-ACTION
                 MOVE WQ-GROUP(WS-PQ-SUB)  TO PN-GROUP
                 MOVE WQ-NUM(WS-PQ-SUB)    TO PN-NUM
                 MOVE WQ-NAME(WS-PQ-SUB)   TO PN-NAME
                 MOVE WQ-EFF(WS-PQ-SUB)    TO PN-EFF-DATE
                 MOVE WQ-QUEUED(WS-PQ-SUB) TO PN-QUEUED
                 WRITE NEW-PENDING-RECORD
                 ADD 1 TO WS-HELD
              END-IF
           END-PERFORM
           CLOSE NEW-PENDING-FILE.

      ****************************************************************
      * THE SCHEDULE OF ITEMS STILL PENDING. EACH ONE IS RUN
      * THROUGH THE ADD/CHANGE/DELETE EDITS, IN THE ORDER THEY
      * WILL FALL DUE, AGAINST THE MASTER AS IT NOW STANDS, SO AN
      * ITEM THAT CAN NO LONGER APPLY (GROUP NOW FULL, NAME
      * ALREADY GONE) IS FLAGGED WHILE THERE IS STILL TIME TO FIX
      * IT. RUNS AFTER THE MASTER AND NAMEIDX HAVE BEEN WRITTEN -
      * THE TABLE IS ONLY A SCRATCH COPY FROM HERE ON - AND WRITES
      * NO HISTORY.
      ****************************************************************
       SCHEDULE-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING SCHEDULE:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  EFFECTIVE A GROUP NUM NAME QUEUED'
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
              UNTIL WS-PQ-SUB > WS-PEND-COUNT
              IF WQ-STATUS(WS-PQ-SUB) = 'P'
                 PERFORM PEND-TO-TRANS-PARA
                 PERFORM APPLY-PARA
                 MOVE WQ-GROUP(WS-PQ-SUB) TO WS-MT-GROUP-TXT
                 MOVE WQ-NUM(WS-PQ-SUB)   TO WS-MT-NUM-TXT
                 MOVE SPACES TO MAINT-REPORT-RECORD
                 IF WS-REASON = SPACES
                    STRING '  ' MT-EFF-DATE '  ' MT-ACTION
                       ' ' WS-MT-GROUP-TXT '   ' WS-MT-NUM-TXT
                       '  ' MT-NAME '  ' WQ-QUEUED(WS-PQ-SUB)
                       ' WILL APPLY'
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                 ELSE
                    ADD 1 TO WS-WILL-FAIL
                    STRING '  ' MT-EFF-DATE '  ' MT-ACTION
                       ' ' WS-MT-GROUP-TXT '   ' WS-MT-NUM-TXT
                       '  ' MT-NAME '  ' WQ-QUEUED(WS-PQ-SUB)
                       ' WILL FAIL - ' WS-REASON
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                 END-IF
                 WRITE MAINT-REPORT-RECORD
              END-IF
           END-PERFORM
           MOVE WS-WILL-FAIL TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS THAT WILL FAIL: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       TOTALS-PARA.
           MOVE WS-AFTER-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS REJECTED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-DUE-APPLIED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS APPLIED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-DUE-REJECTED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS REJECTED WHEN DUE: '
              WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-CANCELLED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS CANCELLED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-QUEUED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS QUEUED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-HELD TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'PENDING ITEMS HELD: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.
