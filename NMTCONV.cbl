      ******************************************************************
      * NMTCONV - ONE-TIME NAME MAINTENANCE TRANSACTION CONVERSION.
      * THE NMTRAN RECORD GREW AN EFFECTIVE DATE (MT-EFF-DATE) AT
      * POSITION 10, TAKING NMTRAN FROM 9 TO 17 BYTES. A BLANK
      * EFFECTIVE DATE MEANS APPLY TONIGHT, WHICH IS WHAT EVERY
      * TRANSACTION ALREADY WAITING ON THE OLD FILE WAS WRITTEN TO
      * DO, SO THIS UTILITY COPIES EACH ONE TO THE NEW LAYOUT WITH
      * THE DATE LEFT BLANK, SO NMTCJOB CAN CUT OVER TO A FRESHLY
      * ALLOCATED 17-BYTE DATASET. RUN ONCE, BEFORE THE FIRST
      * NMUPDJOB RUN OF THE NEW NMUPDT, THEN NEVER AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANS-FILE ASSIGN TO "NMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-TRANS-FILE ASSIGN TO "NMTRNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRANS-FILE.
       01 OLD-TRANS-RECORD.
          05 OT-ACTION   PIC X(1).
          05 OT-GROUP    PIC X(3).
          05 OT-NUM      PIC X(2).
          05 OT-NAME     PIC X(3).
       FD  NEW-TRANS-FILE.
       01 NEW-TRANS-RECORD.
          05 NT-ACTION   PIC X(1).
          05 NT-GROUP    PIC X(3).
          05 NT-NUM      PIC X(2).
          05 NT-NAME     PIC X(3).
          05 NT-EFF-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-TRN-EOF       PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-COUNT-TXT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-TRANS-FILE
           OPEN OUTPUT NEW-TRANS-FILE
           PERFORM UNTIL WS-TRN-EOF = 'Y'
               READ OLD-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES    TO NEW-TRANS-RECORD
                       MOVE OT-ACTION TO NT-ACTION
                       MOVE OT-GROUP  TO NT-GROUP
                       MOVE OT-NUM    TO NT-NUM
                       MOVE OT-NAME   TO NT-NAME
                       WRITE NEW-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-TRANS-FILE
           CLOSE NEW-TRANS-FILE
           MOVE WS-READ-COUNT TO WS-COUNT-TXT
           DISPLAY 'NAME TRANSACTIONS CONVERTED: ' WS-COUNT-TXT
           STOP RUN.
