      ******************************************************************
      * EXTCONV - ONE-TIME BILLING EXTRACT FORMAT CONVERSION.
      * THE SRCHEXTR DETAIL RECORD GREW THE DESK'S BILLING ACCOUNT
      * (ED-BILL-ACCT) AT POSITION 30, TAKING THE EXTRACT FROM 29
      * TO 39 BYTES, AND THE HEADER AND TRAILER WERE PADDED TO
      * MATCH. THE LIVE EXTRACT WAS WRITTEN BEFORE THE DESK
      * REGISTRY CARRIED BILLING ACCOUNTS, SO THIS UTILITY COPIES
      * EACH RECORD TO THE NEW LAYOUT WITH THE ACCOUNT LEFT BLANK,
      * SO EXTCJOB CAN CUT OVER TO A FRESHLY ALLOCATED 39-BYTE
      * DATASET. RUN ONCE, BEFORE THE FIRST SRCHJOB RUN OF THE NEW
      * SRCH, THEN NEVER AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EXTRACT-FILE ASSIGN TO "SRCHEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-EXTRACT-FILE ASSIGN TO "EXTRNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EXTRACT-FILE.
       01 OLD-EXTRACT-RECORD.
          05 OX-DATA      PIC X(29).
       FD  NEW-EXTRACT-FILE.
       01 NEW-EXTRACT-RECORD.
          05 NX-DATA      PIC X(29).
          05 NX-BILL-ACCT PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-EXT-EOF       PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-COUNT-TXT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-EXTRACT-FILE
           OPEN OUTPUT NEW-EXTRACT-FILE
           PERFORM UNTIL WS-EXT-EOF = 'Y'
               READ OLD-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EXT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES  TO NEW-EXTRACT-RECORD
                       MOVE OX-DATA TO NX-DATA
                       WRITE NEW-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-EXTRACT-FILE
           CLOSE NEW-EXTRACT-FILE
           MOVE WS-READ-COUNT TO WS-COUNT-TXT
           DISPLAY 'EXTRACT RECORDS CONVERTED: ' WS-COUNT-TXT
           STOP RUN.
