      * TO THE ET-COUNT TRAILER, SO THE NUMBER BILLING LOADS IS
      * THE NUMBER WE PRINTED. A DETAIL WITH NO RATE IN EFFECT,
      * OR AN OUT-OF-BALANCE EXTRACT, ENDS THE RUN WITH CONDITION
      * CODE 8 SO AN UNPRICED FEED NEVER REACHES BILLING. A RATE
      * MASTER LARGER THAN THE 100-RATE TABLE (THE SAME TABLE
      * RTUPDT MAINTAINS IT IN) IS REFUSED WITH CONDITION CODE 12
      * BEFORE ANYTHING IS PRICED - PRICING FROM PART OF THE
      * MASTER COULD BILL A DETAIL AT THE WRONG RATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPRICE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REPORT-FILE ASSIGN TO "EXTPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01 EXTR-HEADER-RECORD.
          05 EH-REC-TYPE PIC X(1).
          05 EH-RUN-DATE PIC X(8).
          05 FILLER      PIC X(30).
       01 EXTR-DETAIL-RECORD.
          05 ED-REC-TYPE PIC X(1).
          05 ED-KEY      PIC X(3).
          05 ED-RUN-DATE PIC X(8).
          05 ED-SOURCE-ID PIC X(8).
          05 ED-TYPE     PIC X(1).
          05 ED-BILL-ACCT PIC X(10).
       01 EXTR-TRAILER-RECORD.
          05 ET-REC-TYPE PIC X(1).
          05 ET-COUNT    PIC 9(6).
          05 FILLER      PIC X(32).
      ****************************************************************
      * RATE MASTER: ONE RATE PER MATCH FOR SEARCHES OF RM-TYPE
      * ('E', 'P', 'W', OR '*' FOR ANY TYPE) AGAINST GROUPS IN
          05 RM-EFF-DATE PIC 9(8).
          05 RM-EXP-DATE PIC 9(8).
      ****************************************************************
      * PRICED EXTRACT: THE SRCHEXTR DETAIL EXTENDED WITH THE RATE
      * AND AMOUNT APPLIED, FOLLOWED BY THE DESK'S BILLING ACCOUNT
      * AND THE GROUP RANGE OF THE RATE APPLIED (ZERO WHEN NO RATE
      * WAS IN EFFECT), WHICH THE MONTH-END INVOICES TOTAL BY.
      * THE TRAILER CARRIES THE DETAIL COUNT AND THE TOTAL AMOUNT.
      ****************************************************************
       FD  PRICED-EXTRACT-FILE.
       01 PRICED-HEADER-RECORD.
          05 PH-REC-TYPE PIC X(1).
          05 PH-RUN-DATE PIC X(8).
          05 FILLER      PIC X(48).
       01 PRICED-DETAIL-RECORD.
          05 PD-REC-TYPE PIC X(1).
          05 PD-KEY      PIC X(3).
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
       FD  INVOICE-REPORT-FILE.
       01 INVOICE-REPORT-RECORD PIC X(80).
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
       WORKING-STORAGE SECTION.
       01 WS-EX-EOF        PIC X(1) VALUE 'N'.
       01 WS-RM-EOF        PIC X(1) VALUE 'N'.
       01 WS-RATE-OVER     PIC 9(4) VALUE 0.
      ****************************************************************
      * THE RATE TABLE, SAME 100-ENTRY SHAPE RTUPDT MAINTAINS - KEEP
      * THE TWO TABLES AND THEIR FULL CHECKS THE SAME SIZE.
      ****************************************************************
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT PIC 9(3) VALUE 0.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.

       PROCEDURE DIVISION.
           PERFORM LOAD-RATES-PARA
           IF WS-RATE-OVER > 0
               DISPLAY 'RATE MASTER HOLDS ' WS-RATE-OVER
                  ' RATES MORE THAN THE RATE TABLE, NOTHING PRICED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT-PARA
           PERFORM PRICE-PARA
           PERFORM REGISTER-PARA
                       MOVE 'Y' TO WS-RM-EOF
                   NOT AT END
                       IF WS-RATE-COUNT >= 100
                           DISPLAY 'RATE TABLE FULL, NO ROOM FOR '
                              'RATE FOR GROUPS ' RM-GROUP-LO '-'
                              RM-GROUP-HI
                           ADD 1 TO WS-RATE-OVER
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RM-GROUP-LO
           CLOSE RATE-MASTER-FILE.

       OPEN-REPORT-PARA.
           PERFORM BUS-DATE-PARA
           OPEN OUTPUT INVOICE-REPORT-FILE
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'EXTPRICE INVOICE REGISTER - RUN DATE: '
              DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

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

       PRICE-PARA.
           OPEN INPUT EXTRACT-FILE
           OPEN OUTPUT PRICED-EXTRACT-FILE
           MOVE ED-RUN-DATE   TO PD-RUN-DATE
           MOVE ED-SOURCE-ID  TO PD-SOURCE-ID
           MOVE ED-TYPE       TO PD-TYPE
           MOVE ED-BILL-ACCT  TO PD-BILL-ACCT
           IF WS-HIT > 0
               MOVE WR-RATE(WS-HIT) TO PD-RATE
               MOVE WR-RATE(WS-HIT) TO PD-AMOUNT
               MOVE WR-GROUP-LO(WS-HIT) TO PD-RATE-LO
               MOVE WR-GROUP-HI(WS-HIT) TO PD-RATE-HI
               ADD WR-RATE(WS-HIT) TO WS-TOTAL-AMOUNT
               IF ED-GROUP >= 1 AND ED-GROUP <= 500
                   ADD WR-RATE(WS-HIT)
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 0 TO PD-RATE
               MOVE 0 TO PD-AMOUNT
               MOVE 0 TO PD-RATE-LO
               MOVE 0 TO PD-RATE-HI
               MOVE ED-GROUP TO WS-GROUP-TXT
               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING 'NO RATE IN EFFECT: KEY=' ED-KEY
