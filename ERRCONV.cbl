      ******************************************************************
      * ERRCONV - ONE-TIME PGMCOB REJECT LOG FORMAT CONVERSION.
      * THE REJECT RECORD GREW A STAMP (CCYYMMDDHHMMSS) AND AN ENTRY
      * PATH AT POSITION 47, TAKING PGMCERR FROM 46 TO 66 BYTES. THE
      * EXISTING RECORDS WERE NEVER STAMPED, SO THIS UTILITY COPIES
      * EACH ONE TO THE NEW LAYOUT WITH THE STAMP AND PATH LEFT
      * BLANK - PGMCOB'S LOCKOUT COUNT AND SECRPT SKIP THEM - SO
      * ERRCJOB CAN CUT OVER TO A FRESHLY ALLOCATED 66-BYTE DATASET.
      * RUN ONCE, BEFORE THE FIRST RUN OF THE NEW PGMCOB, THEN NEVER
      * AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ERROR-FILE ASSIGN TO "PGMCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ERROR-FILE ASSIGN TO "ERRNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ERROR-FILE.
       01 OLD-ERROR-RECORD.
          05 OE-VALUE  PIC X(5).
          05 OE-REASON PIC X(41).
       FD  NEW-ERROR-FILE.
       01 NEW-ERROR-RECORD.
          05 NE-VALUE  PIC X(5).
          05 NE-REASON PIC X(41).
          05 NE-STAMP  PIC X(14).
          05 NE-PATH   PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-ERR-EOF       PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-COUNT-TXT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-ERROR-FILE
           OPEN OUTPUT NEW-ERROR-FILE
           PERFORM UNTIL WS-ERR-EOF = 'Y'
               READ OLD-ERROR-FILE
                   AT END
                       MOVE 'Y' TO WS-ERR-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES    TO NEW-ERROR-RECORD
                       MOVE OE-VALUE  TO NE-VALUE
                       MOVE OE-REASON TO NE-REASON
                       WRITE NEW-ERROR-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-ERROR-FILE
           CLOSE NEW-ERROR-FILE
           MOVE WS-READ-COUNT TO WS-COUNT-TXT
           DISPLAY 'REJECT LOG RECORDS CONVERTED: ' WS-COUNT-TXT
           STOP RUN.
