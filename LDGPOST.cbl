      ******************************************************************
      * LDGPOST - BILLING LEDGER POSTING.
      * POSTS ONE BUSINESS DATE'S PRICED EXTRACT (EXTRPRCD, FROM
      * EXTPRICE) TO THE MONTH-TO-DATE BILLING LEDGER (BILLLEDG).
      * EVERY PRICED DETAIL BECOMES ONE LEDGER RECORD KEYED BY
      * BUSINESS DATE AND SOURCE ID, CARRYING THE DESK'S BILLING
      * ACCOUNT, THE MATCH, THE RATE RANGE AND TYPE IT WAS PRICED
      * UNDER, AND THE AMOUNT. THE LEDGER CONTROL FILE (LEDGCTL)
      * HOLDS A 'P' RECORD FOR EVERY BUSINESS DATE POSTED AND A
      * 'C' RECORD FOR EVERY PERIOD LDGCLOSE HAS CLOSED. A DATE
      * ALREADY POSTED, OR A DATE IN A CLOSED PERIOD, IS REFUSED
      * WITH CONDITION CODE 12 AND NOTHING IS WRITTEN, SO A RERUN
      * CANNOT BILL A DAY TWICE AND NOTHING CAN REACH A MONTH THAT
      * HAS BEEN INVOICED. A PRICED EXTRACT MISSING ITS HEADER OR
      * TRAILER, OR WHOSE DETAILS DO NOT BALANCE TO THE TRAILER
      * COUNT AND AMOUNT, IS NOT POSTED AND ENDS WITH CONDITION
      * CODE 8. THE POSTING REPORT (LDGPRPT) SHOWS WHAT WAS POSTED
      * OR WHY NOT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDGPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICED-EXTRACT-FILE ASSIGN TO "EXTRPRCD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "BILLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-REPORT-FILE ASSIGN TO "LDGPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICED-EXTRACT-FILE.
       01 PRICED-HEADER-RECORD.
          05 PH-REC-TYPE PIC X(1).
          05 PH-RUN-DATE PIC X(8).
          05 FILLER      PIC X(48).
       01 PRICED-DETAIL-RECORD.
          05 PD-REC-TYPE PIC X(1).
          05 PD-KEY      PIC X(3).
          05 PD-NUM      PIC 9(2).
          05 PD-NAME     PIC X(3).
          05 PD-GROUP    PIC 9(3).
          05 PD-RUN-DATE PIC X(8).
          05 PD-SOURCE-ID PIC X(8).
          05 PD-TYPE     PIC X(1).
          05 PD-RATE     PIC 9(3)V99.
          05 PD-AMOUNT   PIC 9(5)V99.
          05 PD-BILL-ACCT PIC X(10).
          05 PD-RATE-LO  PIC 9(3).
          05 PD-RATE-HI  PIC 9(3).
       01 PRICED-TRAILER-RECORD.
          05 PT-REC-TYPE PIC X(1).
          05 PT-COUNT    PIC 9(6).
          05 PT-AMOUNT   PIC 9(7)V99.
          05 FILLER      PIC X(41).
      ****************************************************************
      * BILLING LEDGER: ONE RECORD PER PRICED MATCH, APPENDED A
      * BUSINESS DATE AT A TIME.
      ****************************************************************
       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
          05 LG-BUS-DATE  PIC X(8).
          05 LG-SOURCE-ID PIC X(8).
          05 LG-BILL-ACCT PIC X(10).
          05 LG-KEY       PIC X(3).
          05 LG-NUM       PIC 9(2).
          05 LG-NAME      PIC X(3).
          05 LG-GROUP     PIC 9(3).
          05 LG-TYPE      PIC X(1).
          05 LG-RATE-LO   PIC 9(3).
          05 LG-RATE-HI   PIC 9(3).
          05 LG-RATE      PIC 9(3)V99.
          05 LG-AMOUNT    PIC 9(5)V99.
      ****************************************************************
      * LEDGER CONTROL: 'P' - BUSINESS DATE LC-KEY POSTED, WITH ITS
      * DETAIL COUNT AND AMOUNT; 'C' - PERIOD LC-KEY(1:6) (CCYYMM)
      * CLOSED, WITH THE PERIOD'S COUNT AND AMOUNT. LC-STAMP IS
      * THE CLOCK DATE THE RECORD WAS WRITTEN.
      ****************************************************************
       FD  LEDGER-CONTROL-FILE.
       01 LEDGER-CONTROL-RECORD.
          05 LC-REC-TYPE  PIC X(1).
          05 LC-KEY       PIC X(8).
          05 LC-COUNT     PIC 9(6).
          05 LC-AMOUNT    PIC 9(7)V99.
          05 LC-STAMP     PIC X(8).
          05 FILLER       PIC X(8).
       FD  POST-REPORT-FILE.
       01 POST-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PX-EOF        PIC X(1) VALUE 'N'.
       01 WS-LC-EOF        PIC X(1) VALUE 'N'.
       01 WS-HDR-SEEN      PIC X(1) VALUE 'N'.
       01 WS-TRL-SEEN      PIC X(1) VALUE 'N'.
       01 WS-ERROR-FLAG    PIC X(1) VALUE 'N'.
       01 WS-REFUSED       PIC X(1) VALUE 'N'.
       01 WS-REASON        PIC X(50) VALUE SPACES.
       01 WS-BUS-DATE      PIC X(8) VALUE SPACES.
       01 WS-PERIOD        PIC X(6).
       01 WS-DETAIL-COUNT  PIC 9(6) VALUE 0.
       01 WS-DETAIL-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-TRL-COUNT     PIC 9(6) VALUE 0.
       01 WS-TRL-AMOUNT    PIC 9(7)V99 VALUE 0.
       01 WS-POSTED-COUNT  PIC 9(6) VALUE 0.
       01 WS-POSTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-STAMP-DATE    PIC X(8).
       01 WS-COUNT-TXT     PIC ZZZZZ9.
       01 WS-COUNT-TXT2    PIC ZZZZZ9.
       01 WS-AMOUNT-TXT    PIC ZZZZZZ9.99.
       01 WS-AMOUNT-TXT2   PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STAMP-DATE
           OPEN OUTPUT POST-REPORT-FILE
           PERFORM CHECK-EXTRACT-PARA
           IF WS-ERROR-FLAG NOT = 'Y'
               PERFORM CONTROL-CHECK-PARA
           END-IF
           IF WS-ERROR-FLAG NOT = 'Y' AND WS-REFUSED NOT = 'Y'
               PERFORM POST-PARA
               PERFORM CONTROL-WRITE-PARA
           END-IF
           PERFORM TOTALS-PARA
           CLOSE POST-REPORT-FILE
           IF WS-REFUSED = 'Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ERROR-FLAG = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ****************************************************************
      * FIRST PASS OVER THE PRICED EXTRACT: THE BUSINESS DATE FROM
      * ITS HEADER, AND THE DETAIL COUNT AND AMOUNT BALANCED TO ITS
      * TRAILER BEFORE ANYTHING IS POSTED.
      ****************************************************************
       CHECK-EXTRACT-PARA.
           OPEN INPUT PRICED-EXTRACT-FILE
           PERFORM UNTIL WS-PX-EOF = 'Y'
               READ PRICED-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-PX-EOF
                   NOT AT END
                       EVALUATE PH-REC-TYPE
                           WHEN 'H'
                               MOVE 'Y' TO WS-HDR-SEEN
                               MOVE PH-RUN-DATE TO WS-BUS-DATE
                           WHEN 'D'
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD PD-AMOUNT TO WS-DETAIL-AMOUNT
                           WHEN 'T'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE PT-COUNT  TO WS-TRL-COUNT
                               MOVE PT-AMOUNT TO WS-TRL-AMOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PRICED-EXTRACT-FILE
           MOVE SPACES TO POST-REPORT-RECORD
           STRING 'LDGPOST BILLING LEDGER POSTING - BUSINESS DATE: '
              WS-BUS-DATE
              DELIMITED BY SIZE INTO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-HDR-SEEN NOT = 'Y'
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PRICED EXTRACT MISSING HEADER' TO WS-REASON
               WHEN WS-BUS-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PRICED EXTRACT HEADER DATE INVALID'
                      TO WS-REASON
               WHEN WS-TRL-SEEN NOT = 'Y'
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PRICED EXTRACT MISSING TRAILER' TO WS-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-TRL-COUNT
                       OR WS-DETAIL-AMOUNT NOT = WS-TRL-AMOUNT
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PRICED EXTRACT OUT OF BALANCE WITH TRAILER'
                      TO WS-REASON
               WHEN OTHER
                   MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
           END-EVALUATE.

      ****************************************************************
      * REFUSES A BUSINESS DATE THAT IS ALREADY ON THE LEDGER OR
      * THAT FALLS IN A PERIOD ALREADY CLOSED.
      ****************************************************************
       CONTROL-CHECK-PARA.
           OPEN INPUT LEDGER-CONTROL-FILE
           PERFORM UNTIL WS-LC-EOF = 'Y'
               READ LEDGER-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-LC-EOF
                   NOT AT END
                       IF LC-REC-TYPE = 'P'
                               AND LC-KEY = WS-BUS-DATE
                           MOVE 'Y' TO WS-REFUSED
                           MOVE SPACES TO WS-REASON
                           STRING 'DATE ALREADY POSTED ON ' LC-STAMP
                              DELIMITED BY SIZE INTO WS-REASON
                       END-IF
                       IF LC-REC-TYPE = 'C'
                               AND LC-KEY(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-REFUSED
                           MOVE SPACES TO WS-REASON
                           STRING 'PERIOD ' WS-PERIOD ' CLOSED ON '
                              LC-STAMP
                              DELIMITED BY SIZE INTO WS-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-CONTROL-FILE.

      ****************************************************************
      * SECOND PASS: EVERY PRICED DETAIL IS APPENDED TO THE LEDGER
      * UNDER THE HEADER'S BUSINESS DATE.
      ****************************************************************
       POST-PARA.
           MOVE 'N' TO WS-PX-EOF
           OPEN INPUT PRICED-EXTRACT-FILE
           OPEN EXTEND LEDGER-FILE
           PERFORM UNTIL WS-PX-EOF = 'Y'
               READ PRICED-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-PX-EOF
                   NOT AT END
                       IF PD-REC-TYPE = 'D'
                           MOVE WS-BUS-DATE  TO LG-BUS-DATE
                           MOVE PD-SOURCE-ID TO LG-SOURCE-ID
                           MOVE PD-BILL-ACCT TO LG-BILL-ACCT
                           MOVE PD-KEY       TO LG-KEY
                           MOVE PD-NUM       TO LG-NUM
                           MOVE PD-NAME      TO LG-NAME
                           MOVE PD-GROUP     TO LG-GROUP
                           MOVE PD-TYPE      TO LG-TYPE
                           MOVE PD-RATE-LO   TO LG-RATE-LO
                           MOVE PD-RATE-HI   TO LG-RATE-HI
                           MOVE PD-RATE      TO LG-RATE
                           MOVE PD-AMOUNT    TO LG-AMOUNT
                           WRITE LEDGER-RECORD
                           ADD 1 TO WS-POSTED-COUNT
                           ADD PD-AMOUNT TO WS-POSTED-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           CLOSE PRICED-EXTRACT-FILE.

       CONTROL-WRITE-PARA.
           OPEN EXTEND LEDGER-CONTROL-FILE
           MOVE SPACES           TO LEDGER-CONTROL-RECORD
           MOVE 'P'              TO LC-REC-TYPE
           MOVE WS-BUS-DATE      TO LC-KEY
           MOVE WS-POSTED-COUNT  TO LC-COUNT
           MOVE WS-POSTED-AMOUNT TO LC-AMOUNT
           MOVE WS-STAMP-DATE    TO LC-STAMP
           WRITE LEDGER-CONTROL-RECORD
           CLOSE LEDGER-CONTROL-FILE.

       TOTALS-PARA.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-TXT
           MOVE WS-TRL-COUNT    TO WS-COUNT-TXT2
           MOVE SPACES TO POST-REPORT-RECORD
           STRING 'PRICED DETAILS READ: ' WS-COUNT-TXT
              ' EXPECTED FROM TRAILER: ' WS-COUNT-TXT2
              DELIMITED BY SIZE INTO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-TXT
           MOVE WS-TRL-AMOUNT    TO WS-AMOUNT-TXT2
           MOVE SPACES TO POST-REPORT-RECORD
           STRING 'PRICED AMOUNT READ: ' WS-AMOUNT-TXT
              ' EXPECTED FROM TRAILER: ' WS-AMOUNT-TXT2
              DELIMITED BY SIZE INTO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           MOVE WS-POSTED-COUNT TO WS-COUNT-TXT
           MOVE SPACES TO POST-REPORT-RECORD
           STRING 'DETAILS POSTED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-TXT
           MOVE SPACES TO POST-REPORT-RECORD
           STRING 'AMOUNT POSTED: ' WS-AMOUNT-TXT
              DELIMITED BY SIZE INTO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           MOVE SPACES TO POST-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-REFUSED = 'Y'
                   STRING 'STATUS: REFUSED - ' WS-REASON
                      DELIMITED BY SIZE INTO POST-REPORT-RECORD
               WHEN WS-ERROR-FLAG = 'Y'
                   STRING 'STATUS: NOT POSTED - ' WS-REASON
                      DELIMITED BY SIZE INTO POST-REPORT-RECORD
               WHEN OTHER
                   STRING 'STATUS: POSTED' DELIMITED BY SIZE
                      INTO POST-REPORT-RECORD
           END-EVALUATE
           WRITE POST-REPORT-RECORD.
