      ******************************************************************
      * LDGCLOSE - BILLING LEDGER MONTH-END CLOSE.
      * CLOSES ONE BILLING PERIOD (CALENDAR MONTH) OF THE BILLING
      * LEDGER (BILLLEDG) THAT LDGPOST BUILDS A DAY AT A TIME. ONE
      * SYSIN CONTROL CARD NAMES THE PERIOD:
      *   COLUMNS 1-6   PERIOD (CCYYMM); BLANK MEANS THE MONTH
      *                 BEFORE THE BUSINESS DATE'S MONTH
      * THE PERIOD MUST BE A VALID MONTH THAT HAS ENDED, MUST NOT
      * ALREADY BE CLOSED, AND MUST HAVE AT LEAST ONE BUSINESS DATE
      * POSTED ON THE LEDGER CONTROL FILE (LEDGCTL); OTHERWISE THE
      * CLOSE IS REFUSED WITH CONDITION CODE 12. THE PERIOD'S
      * LEDGER RECORDS ARE SORTED BY DESK AND BUSINESS DATE AND AN
      * INVOICE IS PRINTED PER DESK ON LDGCRPT: DAILY SUBTOTALS,
      * TOTALS BY RATE GROUP RANGE AND SEARCH TYPE, AND THE MONTH
      * TOTAL. ONE SUMMARY RECORD PER DESK (BILLING ACCOUNT,
      * MATCHES, AMOUNT) GOES TO THE FINANCE SUMMARY FILE (LDGSUMM)
      * BETWEEN A HEADER AND A TRAILER. THE LEDGER TOTALS FOR THE
      * PERIOD MUST AGREE WITH WHAT LDGPOST LOGGED AS POSTED; WHEN
      * THEY DO, A 'C' RECORD IS WRITTEN TO LEDGCTL AND LDGPOST
      * REFUSES ANY LATER POSTING TO THE PERIOD. WHEN THEY DO NOT,
      * THE PERIOD IS LEFT OPEN AND THE RUN ENDS WITH CONDITION
      * CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDGCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "BILLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESK-FILE ASSIGN TO "DESKMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REPORT-FILE ASSIGN TO "LDGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "LDGSUMM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
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
       FD  LEDGER-CONTROL-FILE.
       01 LEDGER-CONTROL-RECORD.
          05 LC-REC-TYPE  PIC X(1).
          05 LC-KEY       PIC X(8).
          05 LC-COUNT     PIC 9(6).
          05 LC-AMOUNT    PIC 9(7)V99.
          05 LC-STAMP     PIC X(8).
          05 FILLER       PIC X(8).
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
       FD  DESK-FILE.
       01 DESK-RECORD.
          05 DK-SOURCE-ID   PIC X(8).
          05 DK-NAME        PIC X(30).
          05 DK-STATUS      PIC X(1).
          05 DK-BILL-ACCT   PIC X(10).
          05 DK-DAILY-LIMIT PIC 9(6).
       FD  INVOICE-REPORT-FILE.
       01 INVOICE-REPORT-RECORD PIC X(80).
      ****************************************************************
      * FINANCE SUMMARY: 'H' PERIOD AND CLOSE DATE, ONE 'D' PER
      * DESK INVOICED, 'T' DESK COUNT, MATCHES AND AMOUNT.
      ****************************************************************
       FD  SUMMARY-FILE.
       01 SUMMARY-HEADER-RECORD.
          05 SH-REC-TYPE   PIC X(1).
          05 SH-PERIOD     PIC X(6).
          05 SH-CLOSE-DATE PIC X(8).
          05 FILLER        PIC X(35).
       01 SUMMARY-DETAIL-RECORD.
          05 SM-REC-TYPE   PIC X(1).
          05 SM-PERIOD     PIC X(6).
          05 SM-SOURCE-ID  PIC X(8).
          05 SM-BILL-ACCT  PIC X(10).
          05 SM-MATCHES    PIC 9(7).
          05 SM-AMOUNT     PIC 9(7)V99.
          05 FILLER        PIC X(9).
       01 SUMMARY-TRAILER-RECORD.
          05 ST-REC-TYPE   PIC X(1).
          05 ST-DESKS      PIC 9(6).
          05 ST-MATCHES    PIC 9(9).
          05 ST-AMOUNT     PIC 9(9)V99.
          05 FILLER        PIC X(23).
       SD  LEDGER-SORT-FILE.
       01 LEDGER-SORT-RECORD.
          05 LS-SOURCE-ID PIC X(8).
          05 LS-BUS-DATE  PIC X(8).
          05 LS-BILL-ACCT PIC X(10).
          05 LS-RATE-LO   PIC 9(3).
          05 LS-RATE-HI   PIC 9(3).
          05 LS-TYPE      PIC X(1).
          05 LS-AMOUNT    PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-CARD.
          05 CC-PERIOD     PIC X(6).
          05 FILLER        PIC X(74).
       01 WS-PERIOD        PIC X(6).
       01 WS-PERIOD-NUM REDEFINES WS-PERIOD.
          05 WS-PERIOD-YEAR  PIC 9(4).
          05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-BUS-DATE      PIC X(8).
       01 WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE.
          05 WS-BUS-YEAR   PIC 9(4).
          05 WS-BUS-MONTH  PIC 9(2).
          05 WS-BUS-DAY    PIC 9(2).
       01 WS-STAMP-DATE    PIC X(8).
       01 WS-REFUSED       PIC X(1) VALUE 'N'.
       01 WS-ERROR-FLAG    PIC X(1) VALUE 'N'.
       01 WS-REASON        PIC X(50) VALUE SPACES.
       01 WS-LC-EOF        PIC X(1) VALUE 'N'.
       01 WS-LG-EOF        PIC X(1) VALUE 'N'.
       01 WS-DK-EOF        PIC X(1) VALUE 'N'.
       01 WS-SORT-EOF      PIC X(1) VALUE 'N'.
       01 WS-DATES-POSTED  PIC 9(4) VALUE 0.
       01 WS-CTL-COUNT     PIC 9(9) VALUE 0.
       01 WS-CTL-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-LEDG-COUNT    PIC 9(9) VALUE 0.
       01 WS-LEDG-AMOUNT   PIC 9(9)V99 VALUE 0.
      ****************************************************************
      * DESK REGISTRY, FOR THE DESK NAME ON EACH INVOICE.
      ****************************************************************
       01 WS-DESK-TABLE.
          05 WS-DESK-COUNT PIC 9(3) VALUE 0.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-ID     PIC X(8).
             10 WS-DESK-NAME   PIC X(30).
       01 WS-DESK-HIT      PIC 9(3) VALUE 0.
       01 WS-SUB           PIC 9(3).
       01 WS-SUB2          PIC 9(3).
      ****************************************************************
      * CONTROL-BREAK TOTALS FOR THE INVOICE IN PROGRESS: THE DAY,
      * THE DESK'S MONTH, AND ONE ENTRY PER RATE GROUP RANGE AND
      * SEARCH TYPE THE DESK WAS BILLED UNDER.
      ****************************************************************
       01 WS-CUR-SOURCE    PIC X(8) VALUE SPACES.
       01 WS-CUR-ACCT      PIC X(10) VALUE SPACES.
       01 WS-CUR-DATE      PIC X(8) VALUE SPACES.
       01 WS-DAY-MATCHES   PIC 9(7) VALUE 0.
       01 WS-DAY-AMOUNT    PIC 9(7)V99 VALUE 0.
       01 WS-DESK-MATCHES  PIC 9(7) VALUE 0.
       01 WS-DESK-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-INVOICES      PIC 9(6) VALUE 0.
       01 WS-ALL-MATCHES   PIC 9(9) VALUE 0.
       01 WS-ALL-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-RANGE-TABLE.
          05 WS-RANGE-COUNT PIC 9(3) VALUE 0.
          05 WS-RANGE-ENTRY OCCURS 300 TIMES.
             10 WT-RANGE-KEY.
                15 WT-LO     PIC 9(3).
                15 WT-HI     PIC 9(3).
                15 WT-TYPE   PIC X(1).
             10 WT-MATCHES   PIC 9(7).
             10 WT-AMOUNT    PIC 9(7)V99.
       01 WS-SWAP-ENTRY.
          05 SW-RANGE-KEY    PIC X(7).
          05 SW-MATCHES      PIC 9(7).
          05 SW-AMOUNT       PIC 9(7)V99.
       01 WS-RANGE-FULL    PIC X(1) VALUE 'N'.
       01 WS-GROUP-TXT     PIC 9(3).
       01 WS-GROUP-TXT2    PIC 9(3).
       01 WS-COUNT-TXT     PIC ZZZZZ9.
       01 WS-BIG-COUNT-TXT PIC ZZZZZZZZ9.
       01 WS-BIG-COUNT-TXT2 PIC ZZZZZZZZ9.
       01 WS-AMOUNT-TXT    PIC ZZZZZZ9.99.
       01 WS-BIG-AMOUNT-TXT PIC ZZZZZZZZ9.99.
       01 WS-BIG-AMOUNT-TXT2 PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STAMP-DATE
           PERFORM BUS-DATE-PARA
           PERFORM CARD-PARA
           OPEN OUTPUT INVOICE-REPORT-FILE
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'LDGCLOSE MONTH-END INVOICES - PERIOD: ' WS-PERIOD
              ' RUN DATE: ' WS-STAMP-DATE
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           IF WS-REFUSED NOT = 'Y'
               PERFORM CONTROL-CHECK-PARA
           END-IF
           IF WS-REFUSED NOT = 'Y'
               PERFORM LOAD-DESK-PARA
               OPEN OUTPUT SUMMARY-FILE
               MOVE SPACES        TO SUMMARY-HEADER-RECORD
               MOVE 'H'           TO SH-REC-TYPE
               MOVE WS-PERIOD     TO SH-PERIOD
               MOVE WS-STAMP-DATE TO SH-CLOSE-DATE
               WRITE SUMMARY-HEADER-RECORD
               SORT LEDGER-SORT-FILE
                  ON ASCENDING KEY LS-SOURCE-ID LS-BUS-DATE
                  INPUT PROCEDURE IS SELECT-PARA
                  OUTPUT PROCEDURE IS INVOICE-PARA
               MOVE SPACES         TO SUMMARY-TRAILER-RECORD
               MOVE 'T'            TO ST-REC-TYPE
               MOVE WS-INVOICES    TO ST-DESKS
               MOVE WS-ALL-MATCHES TO ST-MATCHES
               MOVE WS-ALL-AMOUNT  TO ST-AMOUNT
               WRITE SUMMARY-TRAILER-RECORD
               CLOSE SUMMARY-FILE
               IF WS-LEDG-COUNT NOT = WS-CTL-COUNT
                       OR WS-LEDG-AMOUNT NOT = WS-CTL-AMOUNT
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'LEDGER DOES NOT AGREE WITH POSTING LOG'
                      TO WS-REASON
               ELSE
                   PERFORM CLOSE-PERIOD-PARA
               END-IF
           END-IF
           PERFORM TOTALS-PARA
           CLOSE INVOICE-REPORT-FILE
           IF WS-REFUSED = 'Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ERROR-FLAG = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ****************************************************************
      * THE BUSINESS DATE BUSDCHK LAST FIXED FOR THE CHAIN, OR THE
      * CLOCK DATE WITH NO BUSDATE RECORD.
      ****************************************************************
       BUS-DATE-PARA.
           MOVE WS-STAMP-DATE TO WS-BUS-DATE
           OPEN INPUT BUS-DATE-FILE
           READ BUS-DATE-FILE
               AT END
                   DISPLAY 'NO BUSINESS DATE RECORD, USING CLOCK '
                      'DATE ' WS-BUS-DATE
               NOT AT END
                   IF BD-BUS-DATE NUMERIC
                       MOVE BD-BUS-DATE TO WS-BUS-DATE
                   ELSE
                       DISPLAY 'BUSINESS DATE RECORD INVALID, USING '
                          'CLOCK DATE ' WS-BUS-DATE
                   END-IF
           END-READ
           CLOSE BUS-DATE-FILE.

      ****************************************************************
      * THE PERIOD FROM THE CONTROL CARD, DEFAULTING TO THE MONTH
      * BEFORE THE BUSINESS DATE. A PERIOD THAT IS NOT A VALID
      * MONTH, OR THAT HAS NOT ENDED BY THE BUSINESS DATE, IS
      * REFUSED - CLOSING IT WOULD LOCK OUT THE REST OF ITS DAYS.
      ****************************************************************
       CARD-PARA.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF CC-PERIOD = SPACES
               MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   MOVE 12 TO WS-PERIOD-MONTH
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           ELSE
               MOVE CC-PERIOD TO WS-PERIOD
           END-IF
           IF WS-PERIOD NOT NUMERIC
               MOVE 'Y' TO WS-REFUSED
               MOVE 'PERIOD ON CONTROL CARD IS NOT CCYYMM'
                  TO WS-REASON
           ELSE
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'PERIOD ON CONTROL CARD IS NOT A VALID MONTH'
                      TO WS-REASON
               ELSE
                   IF WS-PERIOD >= WS-BUS-DATE(1:6)
                       MOVE 'Y' TO WS-REFUSED
                       MOVE SPACES TO WS-REASON
                       STRING 'PERIOD HAS NOT ENDED AT BUSINESS DATE '
                          WS-BUS-DATE
                          DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      * THE POSTING LOG FOR THE PERIOD: REFUSED IF ALREADY CLOSED
      * OR IF NOTHING WAS EVER POSTED TO IT; OTHERWISE THE POSTED
      * COUNT AND AMOUNT THE LEDGER MUST AGREE WITH.
      ****************************************************************
       CONTROL-CHECK-PARA.
           OPEN INPUT LEDGER-CONTROL-FILE
           PERFORM UNTIL WS-LC-EOF = 'Y'
               READ LEDGER-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-LC-EOF
                   NOT AT END
                       IF LC-KEY(1:6) = WS-PERIOD
                           IF LC-REC-TYPE = 'C'
                               MOVE 'Y' TO WS-REFUSED
                               MOVE SPACES TO WS-REASON
                               STRING 'PERIOD ALREADY CLOSED ON '
                                  LC-STAMP
                                  DELIMITED BY SIZE INTO WS-REASON
                           END-IF
                           IF LC-REC-TYPE = 'P'
                               ADD 1 TO WS-DATES-POSTED
                               ADD LC-COUNT  TO WS-CTL-COUNT
                               ADD LC-AMOUNT TO WS-CTL-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-CONTROL-FILE
           IF WS-REFUSED NOT = 'Y' AND WS-DATES-POSTED = 0
               MOVE 'Y' TO WS-REFUSED
               MOVE 'NO BUSINESS DATES POSTED FOR PERIOD' TO WS-REASON
           END-IF.

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
                           MOVE DK-NAME
                              TO WS-DESK-NAME(WS-DESK-COUNT)
                       ELSE
                           DISPLAY 'DESK REGISTRY TABLE FULL, '
                              'IGNORING: ' DK-SOURCE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESK-FILE.

      ****************************************************************
      * RELEASES THE PERIOD'S LEDGER RECORDS TO THE SORT.
      ****************************************************************
       SELECT-PARA.
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL WS-LG-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LG-EOF
                   NOT AT END
                       IF LG-BUS-DATE(1:6) = WS-PERIOD
                           ADD 1 TO WS-LEDG-COUNT
                           ADD LG-AMOUNT TO WS-LEDG-AMOUNT
                           MOVE LG-SOURCE-ID TO LS-SOURCE-ID
                           MOVE LG-BUS-DATE  TO LS-BUS-DATE
                           MOVE LG-BILL-ACCT TO LS-BILL-ACCT
                           MOVE LG-RATE-LO   TO LS-RATE-LO
                           MOVE LG-RATE-HI   TO LS-RATE-HI
                           MOVE LG-TYPE      TO LS-TYPE
                           MOVE LG-AMOUNT    TO LS-AMOUNT
                           RELEASE LEDGER-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      ****************************************************************
      * PRINTS THE INVOICES FROM THE SORTED LEDGER WITH A CONTROL
      * BREAK ON DESK AND, WITHIN THE DESK, ON BUSINESS DATE.
      ****************************************************************
       INVOICE-PARA.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN LEDGER-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM INVOICE-RECORD-PARA
               END-RETURN
           END-PERFORM
           IF WS-CUR-SOURCE NOT = SPACES
               PERFORM DAY-END-PARA
               PERFORM DESK-END-PARA
           END-IF.

       INVOICE-RECORD-PARA.
           IF LS-SOURCE-ID NOT = WS-CUR-SOURCE
               IF WS-CUR-SOURCE NOT = SPACES
                   PERFORM DAY-END-PARA
                   PERFORM DESK-END-PARA
               END-IF
               PERFORM DESK-START-PARA
           END-IF
           IF LS-BUS-DATE NOT = WS-CUR-DATE
               IF WS-CUR-DATE NOT = SPACES
                   PERFORM DAY-END-PARA
               END-IF
               MOVE LS-BUS-DATE TO WS-CUR-DATE
               MOVE 0 TO WS-DAY-MATCHES
               MOVE 0 TO WS-DAY-AMOUNT
           END-IF
           ADD 1 TO WS-DAY-MATCHES
           ADD LS-AMOUNT TO WS-DAY-AMOUNT
           ADD 1 TO WS-DESK-MATCHES
           ADD LS-AMOUNT TO WS-DESK-AMOUNT
           PERFORM RANGE-ADD-PARA.

       DESK-START-PARA.
           MOVE LS-SOURCE-ID TO WS-CUR-SOURCE
           MOVE LS-BILL-ACCT TO WS-CUR-ACCT
           MOVE SPACES TO WS-CUR-DATE
           MOVE 0 TO WS-DESK-MATCHES
           MOVE 0 TO WS-DESK-AMOUNT
           MOVE 0 TO WS-RANGE-COUNT
           MOVE 'N' TO WS-RANGE-FULL
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DESK-COUNT OR WS-DESK-HIT > 0
              IF WS-DESK-ID(WS-SUB) = LS-SOURCE-ID
                 MOVE WS-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM
           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE SPACES TO INVOICE-REPORT-RECORD
           IF WS-DESK-HIT > 0
               STRING 'INVOICE SOURCE=' LS-SOURCE-ID
                  ' ACCOUNT=' LS-BILL-ACCT
                  ' ' WS-DESK-NAME(WS-DESK-HIT)
                  DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           ELSE
               STRING 'INVOICE SOURCE=' LS-SOURCE-ID
                  ' ACCOUNT=' LS-BILL-ACCT
                  ' NOT ON DESK REGISTRY'
                  DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           END-IF
           WRITE INVOICE-REPORT-RECORD
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING '  DAILY SUBTOTALS:' DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

       DAY-END-PARA.
           MOVE WS-DAY-MATCHES TO WS-COUNT-TXT
           MOVE WS-DAY-AMOUNT  TO WS-AMOUNT-TXT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING '    DATE=' WS-CUR-DATE
              ' MATCHES=' WS-COUNT-TXT
              ' AMOUNT=' WS-AMOUNT-TXT
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

      ****************************************************************
      * ACCUMULATES THE MATCH UNDER ITS RATE GROUP RANGE AND SEARCH
      * TYPE FOR THE DESK.
      ****************************************************************
       RANGE-ADD-PARA.
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RANGE-COUNT OR WS-DESK-HIT > 0
              IF WT-LO(WS-SUB) = LS-RATE-LO
                    AND WT-HI(WS-SUB) = LS-RATE-HI
                    AND WT-TYPE(WS-SUB) = LS-TYPE
                 MOVE WS-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM
           IF WS-DESK-HIT = 0
               IF WS-RANGE-COUNT < 300
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE WS-RANGE-COUNT TO WS-DESK-HIT
                   MOVE LS-RATE-LO TO WT-LO(WS-DESK-HIT)
                   MOVE LS-RATE-HI TO WT-HI(WS-DESK-HIT)
                   MOVE LS-TYPE    TO WT-TYPE(WS-DESK-HIT)
                   MOVE 0 TO WT-MATCHES(WS-DESK-HIT)
                   MOVE 0 TO WT-AMOUNT(WS-DESK-HIT)
               ELSE
                   IF WS-RANGE-FULL = 'N'
                       MOVE 'Y' TO WS-RANGE-FULL
                       DISPLAY 'RANGE TABLE FULL, RANGE TOTALS '
                          'INCOMPLETE FOR SOURCE ' WS-CUR-SOURCE
                   END-IF
               END-IF
           END-IF
           IF WS-DESK-HIT > 0
               ADD 1 TO WT-MATCHES(WS-DESK-HIT)
               ADD LS-AMOUNT TO WT-AMOUNT(WS-DESK-HIT)
           END-IF.

      ****************************************************************
      * CLOSES THE DESK'S INVOICE: RANGE/TYPE TOTALS IN RANGE ORDER,
      * THE MONTH TOTAL, AND THE DESK'S FINANCE SUMMARY RECORD.
      ****************************************************************
       DESK-END-PARA.
           PERFORM SORT-RANGES-PARA
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING '  BY GROUP RANGE AND SEARCH TYPE:' DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RANGE-COUNT
              MOVE WT-LO(WS-SUB)      TO WS-GROUP-TXT
              MOVE WT-HI(WS-SUB)      TO WS-GROUP-TXT2
              MOVE WT-MATCHES(WS-SUB) TO WS-COUNT-TXT
              MOVE WT-AMOUNT(WS-SUB)  TO WS-AMOUNT-TXT
              MOVE SPACES TO INVOICE-REPORT-RECORD
              STRING '    GROUPS=' WS-GROUP-TXT '-' WS-GROUP-TXT2
                 ' TYPE=' WT-TYPE(WS-SUB)
                 ' MATCHES=' WS-COUNT-TXT
                 ' AMOUNT=' WS-AMOUNT-TXT
                 DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
              WRITE INVOICE-REPORT-RECORD
           END-PERFORM
           MOVE WS-DESK-MATCHES TO WS-COUNT-TXT
           MOVE WS-DESK-AMOUNT  TO WS-AMOUNT-TXT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING '  MONTH TOTAL: MATCHES=' WS-COUNT-TXT
              ' AMOUNT=' WS-AMOUNT-TXT
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE SPACES          TO SUMMARY-DETAIL-RECORD
           MOVE 'D'             TO SM-REC-TYPE
           MOVE WS-PERIOD       TO SM-PERIOD
           MOVE WS-CUR-SOURCE   TO SM-SOURCE-ID
           MOVE WS-CUR-ACCT     TO SM-BILL-ACCT
           MOVE WS-DESK-MATCHES TO SM-MATCHES
           MOVE WS-DESK-AMOUNT  TO SM-AMOUNT
           WRITE SUMMARY-DETAIL-RECORD
           ADD 1 TO WS-INVOICES
           ADD WS-DESK-MATCHES TO WS-ALL-MATCHES
           ADD WS-DESK-AMOUNT  TO WS-ALL-AMOUNT.

      ****************************************************************
      * EXCHANGE SORT OF THE DESK'S RANGE TABLE BY GROUP RANGE,
      * THEN SEARCH TYPE.
      ****************************************************************
       SORT-RANGES-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB >= WS-RANGE-COUNT
              PERFORM VARYING WS-SUB2 FROM 1 BY 1
                 UNTIL WS-SUB2 >= WS-RANGE-COUNT
                 IF WT-RANGE-KEY(WS-SUB2) > WT-RANGE-KEY(WS-SUB2 + 1)
                    MOVE WS-RANGE-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                    MOVE WS-RANGE-ENTRY(WS-SUB2 + 1)
                       TO WS-RANGE-ENTRY(WS-SUB2)
                    MOVE WS-SWAP-ENTRY TO WS-RANGE-ENTRY(WS-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ****************************************************************
      * LOCKS THE PERIOD: LDGPOST REFUSES ANY BUSINESS DATE IN IT
      * FROM NOW ON.
      ****************************************************************
       CLOSE-PERIOD-PARA.
           OPEN EXTEND LEDGER-CONTROL-FILE
           MOVE SPACES         TO LEDGER-CONTROL-RECORD
           MOVE 'C'            TO LC-REC-TYPE
           MOVE WS-PERIOD      TO LC-KEY
           MOVE WS-LEDG-COUNT  TO LC-COUNT
           MOVE WS-LEDG-AMOUNT TO LC-AMOUNT
           MOVE WS-STAMP-DATE  TO LC-STAMP
           WRITE LEDGER-CONTROL-RECORD
           CLOSE LEDGER-CONTROL-FILE.

       TOTALS-PARA.
           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE WS-DATES-POSTED TO WS-COUNT-TXT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'BUSINESS DATES POSTED IN PERIOD: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE WS-INVOICES TO WS-COUNT-TXT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'DESKS INVOICED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE WS-LEDG-COUNT TO WS-BIG-COUNT-TXT
           MOVE WS-CTL-COUNT  TO WS-BIG-COUNT-TXT2
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'LEDGER MATCHES: ' WS-BIG-COUNT-TXT
              ' POSTED PER LOG: ' WS-BIG-COUNT-TXT2
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE WS-LEDG-AMOUNT TO WS-BIG-AMOUNT-TXT
           MOVE WS-CTL-AMOUNT  TO WS-BIG-AMOUNT-TXT2
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'LEDGER AMOUNT: ' WS-BIG-AMOUNT-TXT
              ' POSTED PER LOG: ' WS-BIG-AMOUNT-TXT2
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE SPACES TO INVOICE-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-REFUSED = 'Y'
                   STRING 'STATUS: REFUSED - ' WS-REASON
                      DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
               WHEN WS-ERROR-FLAG = 'Y'
                   STRING 'STATUS: NOT CLOSED - ' WS-REASON
                      DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
               WHEN OTHER
                   STRING 'STATUS: PERIOD CLOSED' DELIMITED BY SIZE
                      INTO INVOICE-REPORT-RECORD
           END-EVALUATE
           WRITE INVOICE-REPORT-RECORD.
