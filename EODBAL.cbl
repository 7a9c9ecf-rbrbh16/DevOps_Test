               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-SHEET-FILE ASSIGN TO "EODBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REPORT-FILE.
       01 EXTR-HEADER-RECORD.
          05 EH-REC-TYPE PIC X(1).
          05 EH-RUN-DATE PIC X(8).
          05 FILLER      PIC X(30).
       01 EXTR-TRAILER-RECORD.
          05 ET-REC-TYPE PIC X(1).
          05 ET-COUNT    PIC 9(6).
          05 FILLER      PIC X(32).
       FD  RUN-CONTROL-FILE.
       01 RUNC-RECORD.
          05 RC-REC-TYPE   PIC X(1).
          05 RC-COND-CODE  PIC 9(2).
       FD  CONTROL-SHEET-FILE.
       01 CONTROL-SHEET-RECORD PIC X(80).
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
       01 WS-RUN-DATE      PIC X(8).
       01 WS-RUN-MODE      PIC X(1) VALUE 'N'.
       01 WS-TE-EOF        PIC X(1) VALUE 'N'.
       01 WS-SR-EOF        PIC X(1) VALUE 'N'.
       01 WS-EX-EOF        PIC X(1) VALUE 'N'.
       01 WS-CC-TXT        PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM BUS-DATE-PARA
           PERFORM SCAN-EDIT-REPORT-PARA
           PERFORM SCAN-SEARCH-REPORT-PARA
           PERFORM SCAN-EXTRACT-PARA
           END-IF
           STOP RUN.

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
                       MOVE BD-RUN-MODE TO WS-RUN-MODE
                   ELSE
                       DISPLAY 'BUSINESS DATE RECORD INVALID, USING '
                          'CLOCK DATE ' WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUS-DATE-FILE.

      ****************************************************************
      * TRNEDRPT IS APPENDED DAY ON DAY. EACH REPORT HEADER LINE
      * OPENS A SECTION; A SECTION HEADED WITH THE RUN DATE RESETS
              WS-RUN-DATE
              DELIMITED BY SIZE INTO CONTROL-SHEET-RECORD
           WRITE CONTROL-SHEET-RECORD
           IF WS-RUN-MODE = 'C'
              MOVE SPACES TO CONTROL-SHEET-RECORD
              STRING 'CATCH-UP RUN FOR A PRIOR BUSINESS DATE'
                 DELIMITED BY SIZE INTO CONTROL-SHEET-RECORD
              WRITE CONTROL-SHEET-RECORD
           END-IF
           PERFORM CHECK-SOURCES-PARA
           PERFORM CHECK-PASSED-PARA
           PERFORM CHECK-SEARCHED-PARA
