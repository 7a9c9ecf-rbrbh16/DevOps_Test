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
       FD  ACK-FILE.
       01 ACK-HEADER-RECORD.
          05 AH-REC-TYPE PIC X(1).
