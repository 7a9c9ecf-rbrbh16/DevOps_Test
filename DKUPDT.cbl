      ******************************************************************
      * DKUPDT - DESK REGISTRY MAINTENANCE.
      * APPLIES ADD/CHANGE/SUSPEND/REINSTATE TRANSACTIONS FROM
      * DKTRAN AGAINST THE DESK REGISTRY MASTER (DESKMAST) AND
      * WRITES THE UPDATED MASTER TO DESKNEW. THE REGISTRY IS THE
      * LIST OF ORIGINATING DESKS ALLOWED TO SEND SRCHTRAN BLOCKS:
      * EACH ENTRY CARRIES THE SOURCE ID THE DESK PUTS IN ITS
      * HEADER, THE DESK NAME, AN ACTIVE ('A') OR SUSPENDED ('S')
      * STATUS, THE BILLING ACCOUNT SRCH CARRIES INTO THE EXTRACT,
      * AND THE MOST DETAIL RECORDS THE DESK MAY SEND IN A DAY.
      * TRNEDIT REJECTS BLOCKS FROM DESKS NOT ON THE REGISTRY, FROM
      * SUSPENDED DESKS, AND BLOCKS OVER THE DAILY LIMIT. ENFORCES
      * A UNIQUE SOURCE ID THAT IS ALSO A VALID DATASET NAME
      * QUALIFIER (IT NAMES THE DESK'S RESPONSE DATASET), A
      * NON-BLANK NAME AND BILLING ACCOUNT, AND A NONZERO LIMIT.
      * PRINTS A MAINTENANCE REPORT (DKUPDRPT) SHOWING EACH
      * TRANSACTION AS APPLIED OR REJECTED WITH A REASON, BEFORE/
      * AFTER RECORD COUNTS AND A LISTING OF THE UPDATED REGISTRY.
      * DKUPDJOB SWAPS DESKNEW IN ONLY ON A CLEAN RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DKUPDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-FILE ASSIGN TO "DESKMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "DKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-DESK-FILE ASSIGN TO "DESKNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "DKUPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DESK-FILE.
       01 DESK-RECORD.
          05 DK-SOURCE-ID   PIC X(8).
          05 DK-NAME        PIC X(30).
          05 DK-STATUS      PIC X(1).
          05 DK-BILL-ACCT   PIC X(10).
          05 DK-DAILY-LIMIT PIC 9(6).
       FD  MAINT-TRANS-FILE.
      ****************************************************************
      * TRANSACTION ACTIONS:
      *   'A' - ADD A NEW DESK (STATUS 'A'; NAME, BILLING ACCOUNT
      *         AND DAILY LIMIT ALL REQUIRED)
      *   'C' - CHANGE AN EXISTING DESK'S NAME, BILLING ACCOUNT
      *         AND/OR DAILY LIMIT. A BLANK NAME OR ACCOUNT OR A
      *         ZERO LIMIT LEAVES THAT FIELD AS IS
      *   'S' - SUSPEND AN ACTIVE DESK (STATUS TO 'S'; THE DESK
      *         STAYS ON THE REGISTRY AND ITS BLOCKS ARE REJECTED)
      *   'I' - REINSTATE A SUSPENDED DESK (STATUS TO 'A')
      ****************************************************************
       01 MAINT-RECORD.
          05 DT-ACTION      PIC X(1).
          05 DT-SOURCE-ID   PIC X(8).
          05 DT-NAME        PIC X(30).
          05 DT-BILL-ACCT   PIC X(10).
          05 DT-DAILY-LIMIT PIC 9(6).
       FD  NEW-DESK-FILE.
       01 NEW-DESK-RECORD.
          05 ND-SOURCE-ID   PIC X(8).
          05 ND-NAME        PIC X(30).
          05 ND-STATUS      PIC X(1).
          05 ND-BILL-ACCT   PIC X(10).
          05 ND-DAILY-LIMIT PIC 9(6).
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-DESK-TABLE.
          05 WS-DESK-COUNT PIC 9(3) VALUE 0.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-ID     PIC X(8).
             10 WS-DESK-NAME   PIC X(30).
             10 WS-DESK-STATUS PIC X(1).
             10 WS-DESK-ACCT   PIC X(10).
             10 WS-DESK-LIMIT  PIC 9(6).
       01 WS-DK-EOF       PIC X(1) VALUE 'N'.
       01 WS-DT-EOF       PIC X(1) VALUE 'N'.
       01 WS-BEFORE-COUNT PIC 9(4) VALUE 0.
       01 WS-AFTER-COUNT  PIC 9(4) VALUE 0.
       01 WS-APPLIED      PIC 9(4) VALUE 0.
       01 WS-REJECTED     PIC 9(4) VALUE 0.
       01 WS-REASON       PIC X(34).
       01 WS-HIT          PIC 9(3) VALUE 0.
       01 WS-SUB          PIC 9(3).
       01 WS-POS          PIC 9(1).
       01 WS-CHAR         PIC X(1).
       01 WS-BLANK-SEEN   PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE     PIC X(8).
       01 WS-LIMIT-TXT    PIC ZZZZZ9.
       01 WS-REPORT-COUNT-TXT PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INIT-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM MAINT-PARA
           PERFORM WRITE-MASTER-PARA
           PERFORM TOTALS-PARA
           PERFORM REGISTRY-LIST-PARA
           CLOSE MAINT-REPORT-FILE
           STOP RUN.

      ****************************************************************
      * LOADS THE DESK REGISTRY INTO A 200-ENTRY TABLE. A DUPLICATE
      * SOURCE ID ON THE INPUT MASTER IS SKIPPED WITH A MESSAGE -
      * THE REWRITTEN MASTER COMES OUT CLEAN.
      ****************************************************************
       INIT-PARA.
           OPEN INPUT DESK-FILE
           PERFORM UNTIL WS-DK-EOF = 'Y'
               READ DESK-FILE
                   AT END
                       MOVE 'Y' TO WS-DK-EOF
                   NOT AT END
                       PERFORM LOAD-DESK-PARA
               END-READ
           END-PERFORM
           CLOSE DESK-FILE.

       LOAD-DESK-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT
              IF WS-DESK-ID(WS-SUB) = DK-SOURCE-ID
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
               DISPLAY 'DESK REGISTRY ERROR: DUPLICATE SOURCE '
                  DK-SOURCE-ID ', RECORD SKIPPED'
           ELSE
               IF WS-DESK-COUNT >= 200
                   DISPLAY 'DESK REGISTRY FULL, IGNORING: '
                      DK-SOURCE-ID
               ELSE
                   ADD 1 TO WS-DESK-COUNT
                   MOVE DK-SOURCE-ID   TO WS-DESK-ID(WS-DESK-COUNT)
                   MOVE DK-NAME        TO WS-DESK-NAME(WS-DESK-COUNT)
                   MOVE DK-STATUS      TO WS-DESK-STATUS(WS-DESK-COUNT)
                   MOVE DK-BILL-ACCT   TO WS-DESK-ACCT(WS-DESK-COUNT)
                   MOVE DK-DAILY-LIMIT TO WS-DESK-LIMIT(WS-DESK-COUNT)
                   ADD 1 TO WS-BEFORE-COUNT
               END-IF
           END-IF.

       OPEN-REPORT-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'DKUPDT DESK REGISTRY MAINTENANCE - RUN DATE: '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-BEFORE-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'MASTER RECORDS BEFORE: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       MAINT-PARA.
           OPEN INPUT MAINT-TRANS-FILE
           PERFORM UNTIL WS-DT-EOF = 'Y'
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-DT-EOF
                   NOT AT END
                       PERFORM APPLY-PARA
               END-READ
           END-PERFORM
           CLOSE MAINT-TRANS-FILE.

       APPLY-PARA.
           MOVE SPACES TO WS-REASON
           IF DT-ACTION NOT = 'A' AND DT-ACTION NOT = 'C'
                   AND DT-ACTION NOT = 'S' AND DT-ACTION NOT = 'I'
               MOVE 'ACTION NOT A, C, S OR I' TO WS-REASON
           ELSE
               IF DT-SOURCE-ID = SPACES
                   MOVE 'SOURCE ID IS BLANK' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM FIND-DESK-PARA
               EVALUATE DT-ACTION
                   WHEN 'A'
                       PERFORM ADD-DESK-PARA
                   WHEN 'C'
                       PERFORM CHANGE-DESK-PARA
                   WHEN 'S'
                       PERFORM SUSPEND-DESK-PARA
                   WHEN 'I'
                       PERFORM REINSTATE-DESK-PARA
               END-EVALUATE
           END-IF
           PERFORM TRANS-LINE-PARA.

       FIND-DESK-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT
              IF WS-DESK-ID(WS-SUB) = DT-SOURCE-ID
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM.

      ****************************************************************
      * THE SOURCE ID IS THE LAST QUALIFIER OF THE DESK'S RESPONSE
      * DATASET, SRCH.RESP.<SOURCE ID>, WHICH RSPSPLIT ALLOCATES
      * FOR IT EVERY NIGHT, SO IT MUST BE A VALID DATASET NAME
      * QUALIFIER: A LETTER OR NATIONAL CHARACTER (# @ $) FIRST,
      * THEN LETTERS, DIGITS, NATIONAL CHARACTERS OR HYPHENS, AND
      * NO EMBEDDED SPACES.
      ****************************************************************
       EDIT-SOURCE-PARA.
           MOVE 'N' TO WS-BLANK-SEEN
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 8
              MOVE DT-SOURCE-ID(WS-POS:1) TO WS-CHAR
              IF WS-REASON = SPACES
                 PERFORM EDIT-SOURCE-CHAR-PARA
              END-IF
           END-PERFORM.

       EDIT-SOURCE-CHAR-PARA.
           IF WS-CHAR = SPACE
               MOVE 'Y' TO WS-BLANK-SEEN
           ELSE
               IF WS-BLANK-SEEN = 'Y'
                   MOVE 'SOURCE ID HAS EMBEDDED SPACES' TO WS-REASON
               ELSE
                   IF NOT ((WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
                         OR WS-CHAR = '#' OR WS-CHAR = '@'
                         OR WS-CHAR = '$'
                         OR (WS-POS > 1 AND WS-CHAR >= '0'
                             AND WS-CHAR <= '9')
                         OR (WS-POS > 1 AND WS-CHAR = '-'))
                       MOVE 'SOURCE ID NOT A DATASET QUALIFIER'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       ADD-DESK-PARA.
           IF WS-HIT > 0
               MOVE 'DESK ALREADY ON REGISTRY' TO WS-REASON
           ELSE
               IF WS-DESK-COUNT >= 200
                   MOVE 'DESK REGISTRY FULL' TO WS-REASON
               ELSE
                   PERFORM EDIT-SOURCE-PARA
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF DT-NAME = SPACES
                   MOVE 'DESK NAME IS BLANK' TO WS-REASON
               ELSE
                   IF DT-BILL-ACCT = SPACES
                       MOVE 'BILLING ACCOUNT IS BLANK' TO WS-REASON
                   ELSE
                       IF DT-DAILY-LIMIT NOT NUMERIC
                               OR DT-DAILY-LIMIT = 0
                           MOVE 'DAILY LIMIT NOT A POSITIVE NUMBER'
                              TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               ADD 1 TO WS-DESK-COUNT
               MOVE DT-SOURCE-ID   TO WS-DESK-ID(WS-DESK-COUNT)
               MOVE DT-NAME        TO WS-DESK-NAME(WS-DESK-COUNT)
               MOVE 'A'            TO WS-DESK-STATUS(WS-DESK-COUNT)
               MOVE DT-BILL-ACCT   TO WS-DESK-ACCT(WS-DESK-COUNT)
               MOVE DT-DAILY-LIMIT TO WS-DESK-LIMIT(WS-DESK-COUNT)
           END-IF.

       CHANGE-DESK-PARA.
           IF WS-HIT = 0
               MOVE 'DESK NOT ON REGISTRY' TO WS-REASON
           ELSE
               IF DT-DAILY-LIMIT NOT NUMERIC
                   MOVE 'DAILY LIMIT NOT NUMERIC' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF DT-NAME NOT = SPACES
                   MOVE DT-NAME TO WS-DESK-NAME(WS-HIT)
               END-IF
               IF DT-BILL-ACCT NOT = SPACES
                   MOVE DT-BILL-ACCT TO WS-DESK-ACCT(WS-HIT)
               END-IF
               IF DT-DAILY-LIMIT NOT = 0
                   MOVE DT-DAILY-LIMIT TO WS-DESK-LIMIT(WS-HIT)
               END-IF
           END-IF.

       SUSPEND-DESK-PARA.
           IF WS-HIT = 0
               MOVE 'DESK NOT ON REGISTRY' TO WS-REASON
           ELSE
               IF WS-DESK-STATUS(WS-HIT) NOT = 'A'
                   MOVE 'DESK ALREADY SUSPENDED' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE 'S' TO WS-DESK-STATUS(WS-HIT)
           END-IF.

       REINSTATE-DESK-PARA.
           IF WS-HIT = 0
               MOVE 'DESK NOT ON REGISTRY' TO WS-REASON
           ELSE
               IF WS-DESK-STATUS(WS-HIT) NOT = 'S'
                   MOVE 'DESK NOT SUSPENDED' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE 'A' TO WS-DESK-STATUS(WS-HIT)
           END-IF.

       TRANS-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WS-REASON = SPACES
               ADD 1 TO WS-APPLIED
               STRING '  ' DT-ACTION ' SOURCE=' DT-SOURCE-ID
                  ' APPLIED'
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-REJECTED
               STRING '  ' DT-ACTION ' SOURCE=' DT-SOURCE-ID
                  ' REJECTED - ' WS-REASON
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           END-IF
           WRITE MAINT-REPORT-RECORD.

       WRITE-MASTER-PARA.
           OPEN OUTPUT NEW-DESK-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT
              MOVE SPACES TO NEW-DESK-RECORD
              MOVE WS-DESK-ID(WS-SUB)     TO ND-SOURCE-ID
              MOVE WS-DESK-NAME(WS-SUB)   TO ND-NAME
              MOVE WS-DESK-STATUS(WS-SUB) TO ND-STATUS
              MOVE WS-DESK-ACCT(WS-SUB)   TO ND-BILL-ACCT
              MOVE WS-DESK-LIMIT(WS-SUB)  TO ND-DAILY-LIMIT
              WRITE NEW-DESK-RECORD
              ADD 1 TO WS-AFTER-COUNT
           END-PERFORM
           CLOSE NEW-DESK-FILE.

       TOTALS-PARA.
           MOVE WS-AFTER-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'MASTER RECORDS AFTER: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-APPLIED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS APPLIED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-REJECTED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS REJECTED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * LISTS THE UPDATED REGISTRY SO THE DESK SUPERVISOR CAN SIGN
      * OFF WHAT TRNEDIT WILL ENFORCE FROM THE NEXT RUN ON.
      ****************************************************************
       REGISTRY-LIST-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'DESK REGISTRY:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  SOURCE   S BILL ACCT   LIMIT NAME'
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT
              MOVE WS-DESK-LIMIT(WS-SUB) TO WS-LIMIT-TXT
              MOVE SPACES TO MAINT-REPORT-RECORD
              STRING '  ' WS-DESK-ID(WS-SUB)
                 ' ' WS-DESK-STATUS(WS-SUB)
                 ' ' WS-DESK-ACCT(WS-SUB)
                 ' ' WS-LIMIT-TXT
                 ' ' WS-DESK-NAME(WS-SUB)
                 DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
           END-PERFORM.
