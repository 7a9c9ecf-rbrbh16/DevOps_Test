      ******************************************************************
      * SECRPT - OPERATOR CODE SECURITY EXCEPTION REPORT.
      * DAILY AUDIT REPORT OVER THE PGMCOB REJECT LOG (PGMCERR) AND
      * THE CODE LOCK LOG (PGMCLOCK) FOR ONE DAY (CLOCK DATE OF THE
      * PGMCERR STAMP): REJECTS BY CODE (WITH ENTRY PATH AND FIRST/
      * LAST TIME), REJECTS BY REASON, CODES LOCKED AND REINSTATED
      * THAT DAY, CODES STILL LOCKED, AND BURSTS OF UNKNOWN-CODE
      * ATTEMPTS ('CODE NOT IN MASTER LIST') - THE PATTERN LEFT BY
      * SOMEONE CYCLING THROUGH GUESSES AT FIVE-CHARACTER CODES. A
      * BURST IS A RUN OF UNKNOWN-CODE ATTEMPTS IN WHICH EACH
      * ATTEMPT IS PART OF SOME SPAN OF THE BURST WINDOW HOLDING AT
      * LEAST THE BURST COUNT OF ATTEMPTS. ONE SYSIN CONTROL CARD:
      *   COLUMNS 1-8   REPORT DATE (CCYYMMDD); BLANK MEANS TODAY
      *   COLUMNS 9-11  BURST COUNT; BLANK MEANS 5
      *   COLUMNS 12-14 BURST WINDOW IN MINUTES; BLANK MEANS 10
      * ENDS WITH CONDITION CODE 4 WHEN A CODE WAS LOCKED OR A BURST
      * WAS SEEN ON THE DAY, 12 WHEN THE CARD IS INVALID.
      * OLD PGMCERR RECORDS CONVERTED BY ERRCONV HAVE NO STAMP AND
      * ARE NOT REPORTED ON ANY DAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO "PGMCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "PGMCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPTF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE.
       01 ERROR-RECORD.
          05 ERR-VALUE  PIC X(5).
          05 ERR-REASON PIC X(41).
          05 ERR-STAMP  PIC X(14).
          05 ERR-PATH   PIC X(6).
       FD  LOCK-FILE.
       01 LOCK-RECORD.
          05 LK-CODE    PIC X(5).
          05 LK-ACTION  PIC X(1).
          05 LK-STAMP   PIC X(14).
          05 LK-REJECTS PIC 9(3).
          05 LK-PATH    PIC X(6).
       FD  SECURITY-REPORT-FILE.
       01 SECURITY-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-CARD.
          05 CC-REPORT-DATE  PIC X(8).
          05 CC-BURST-COUNT  PIC X(3).
          05 CC-BURST-MINUTES PIC X(3).
          05 FILLER          PIC X(66).
       01 WS-REPORT-DATE     PIC X(8).
       01 WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE PIC 9(8).
       01 WS-RUN-DATE        PIC X(8).
       01 WS-BURST-COUNT     PIC 9(3) VALUE 5.
       01 WS-BURST-MINUTES   PIC 9(3) VALUE 10.
       01 WS-BURST-SECS      PIC 9(5) VALUE 0.
       01 WS-REFUSED         PIC X(1) VALUE 'N'.
       01 WS-REASON          PIC X(40) VALUE SPACES.
       01 WS-ERR-EOF         PIC X(1) VALUE 'N'.
       01 WS-LK-EOF          PIC X(1) VALUE 'N'.
       01 WS-HHMMSS          PIC X(6).
       01 WS-TIME-TXT        PIC X(8).
       01 WS-TIME-TXT2       PIC X(8).
      ****************************************************************
      * ONE ENTRY PER DISTINCT VALUE REJECTED ON THE REPORT DATE.
      ****************************************************************
       01 WS-REJ-TABLE.
          05 WS-REJ-COUNT PIC 9(4) VALUE 0.
          05 WS-REJ-ENTRY OCCURS 500 TIMES.
             10 WC-VALUE   PIC X(5).
             10 WC-REJECTS PIC 9(6).
             10 WC-PATH    PIC X(6).
             10 WC-FIRST   PIC X(6).
             10 WC-LAST    PIC X(6).
             10 WC-REASON  PIC X(40).
       01 WS-SWAP-ENTRY   PIC X(69).
      ****************************************************************
      * ONE ENTRY PER REJECT REASON SEEN ON THE REPORT DATE.
      ****************************************************************
       01 WS-RSN-TABLE.
          05 WS-RSN-COUNT PIC 9(2) VALUE 0.
          05 WS-RSN-ENTRY OCCURS 20 TIMES.
             10 WR-REASON  PIC X(40).
             10 WR-REJECTS PIC 9(6).
      ****************************************************************
      * LATEST LOCK LOG RECORD PER CODE - 'L' MEANS STILL LOCKED.
      ****************************************************************
       01 WS-LOCK-TABLE.
          05 WS-LOCK-COUNT PIC 9(3) VALUE 0.
          05 WS-LOCK-ENTRY OCCURS 200 TIMES.
             10 WL-CODE    PIC X(5).
             10 WL-ACTION  PIC X(1).
             10 WL-STAMP   PIC X(14).
      ****************************************************************
      * UNKNOWN-CODE ATTEMPTS ON THE REPORT DATE IN LOG ORDER, WITH
      * SECONDS PAST MIDNIGHT FOR THE BURST SCAN.
      ****************************************************************
       01 WS-UNK-TABLE.
          05 WS-UNK-COUNT PIC 9(4) VALUE 0.
          05 WS-UNK-ENTRY OCCURS 2000 TIMES.
             10 WU-VALUE   PIC X(5).
             10 WU-SECS    PIC 9(5).
             10 WU-STAMP   PIC X(6).
             10 WU-PATH    PIC X(6).
             10 WU-BURST   PIC X(1).
       01 WS-UNK-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-SUB          PIC 9(4).
       01 WS-SUB2         PIC 9(4).
       01 WS-SUB3         PIC 9(4).
       01 WS-HIT          PIC 9(4).
       01 WS-BURST-START  PIC 9(4).
       01 WS-BURST-END    PIC 9(4).
       01 WS-BURST-PATH   PIC X(6).
       01 WS-DISTINCT     PIC 9(4).
       01 WS-TOTAL-REJECTS PIC 9(6) VALUE 0.
       01 WS-LOCKS-TODAY  PIC 9(4) VALUE 0.
       01 WS-REINST-TODAY PIC 9(4) VALUE 0.
       01 WS-STILL-LOCKED PIC 9(4) VALUE 0.
       01 WS-BURSTS       PIC 9(4) VALUE 0.
       01 WS-COUNT-TXT    PIC ZZZZZ9.
       01 WS-COUNT-TXT2   PIC ZZZZZ9.
       01 WS-SHORT-TXT    PIC ZZ9.
       01 WS-SHORT-TXT2   PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CARD-PARA
           OPEN OUTPUT SECURITY-REPORT-FILE
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'SECRPT OPERATOR CODE SECURITY EXCEPTIONS - DATE: '
              WS-REPORT-DATE ' RUN DATE: ' WS-RUN-DATE
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           IF WS-REFUSED = 'Y'
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'STATUS: REFUSED - ' WS-REASON
                  DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               CLOSE SECURITY-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REJECTS-PARA
           PERFORM SORT-REJECTS-PARA
           PERFORM BY-CODE-PARA
           PERFORM BY-REASON-PARA
           PERFORM LOCKS-PARA
           PERFORM BURSTS-PARA
           PERFORM TOTALS-PARA
           CLOSE SECURITY-REPORT-FILE
           IF WS-LOCKS-TODAY > 0 OR WS-BURSTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARD-PARA.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           IF CC-REPORT-DATE NOT = SPACES
               MOVE CC-REPORT-DATE TO WS-REPORT-DATE
               IF WS-REPORT-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'REPORT DATE NOT CCYYMMDD' TO WS-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE-NUM)
                           NOT = 0
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'REPORT DATE NOT A CALENDAR DATE'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF CC-BURST-COUNT NOT = SPACES
               IF CC-BURST-COUNT NUMERIC AND CC-BURST-COUNT > '001'
                   MOVE CC-BURST-COUNT TO WS-BURST-COUNT
               ELSE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'BURST COUNT NOT 002-999' TO WS-REASON
               END-IF
           END-IF
           IF CC-BURST-MINUTES NOT = SPACES
               IF CC-BURST-MINUTES NUMERIC
                       AND CC-BURST-MINUTES NOT = '000'
                   MOVE CC-BURST-MINUTES TO WS-BURST-MINUTES
               ELSE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'BURST WINDOW NOT 001-999 MINUTES'
                      TO WS-REASON
               END-IF
           END-IF
           COMPUTE WS-BURST-SECS = WS-BURST-MINUTES * 60.

      ****************************************************************
      * ONE PASS OF THE REJECT LOG FOR THE REPORT DATE.
      ****************************************************************
       LOAD-REJECTS-PARA.
           OPEN INPUT ERROR-LOG-FILE
           PERFORM UNTIL WS-ERR-EOF = 'Y'
               READ ERROR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ERR-EOF
                   NOT AT END
                       IF ERR-STAMP(1:8) = WS-REPORT-DATE
                           ADD 1 TO WS-TOTAL-REJECTS
                           PERFORM CODE-TALLY-PARA
                           PERFORM REASON-TALLY-PARA
                           IF ERR-REASON(2:40) =
                                   'CODE NOT IN MASTER LIST'
                               PERFORM UNKNOWN-ADD-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERROR-LOG-FILE.

       CODE-TALLY-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-REJ-COUNT OR WS-HIT > 0
              IF WC-VALUE(WS-SUB) = ERR-VALUE
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-REJ-COUNT < 500
                   ADD 1 TO WS-REJ-COUNT
                   MOVE WS-REJ-COUNT TO WS-HIT
                   MOVE ERR-VALUE       TO WC-VALUE(WS-HIT)
                   MOVE 0               TO WC-REJECTS(WS-HIT)
                   MOVE ERR-PATH        TO WC-PATH(WS-HIT)
                   MOVE ERR-STAMP(9:6)  TO WC-FIRST(WS-HIT)
               ELSE
                   DISPLAY 'REJECT TABLE FULL, CODE NOT LISTED: '
                      ERR-VALUE
               END-IF
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WC-REJECTS(WS-HIT)
               IF ERR-PATH NOT = WC-PATH(WS-HIT)
                   MOVE 'BOTH' TO WC-PATH(WS-HIT)
               END-IF
               MOVE ERR-STAMP(9:6)   TO WC-LAST(WS-HIT)
               MOVE ERR-REASON(2:40) TO WC-REASON(WS-HIT)
           END-IF.

       REASON-TALLY-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RSN-COUNT OR WS-HIT > 0
              IF WR-REASON(WS-SUB) = ERR-REASON(2:40)
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-RSN-COUNT < 20
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-HIT
               MOVE ERR-REASON(2:40) TO WR-REASON(WS-HIT)
               MOVE 0 TO WR-REJECTS(WS-HIT)
           END-IF
           IF WS-HIT > 0
               ADD 1 TO WR-REJECTS(WS-HIT)
           END-IF.

       UNKNOWN-ADD-PARA.
           IF WS-UNK-COUNT < 2000
               ADD 1 TO WS-UNK-COUNT
               MOVE ERR-VALUE      TO WU-VALUE(WS-UNK-COUNT)
               MOVE ERR-STAMP(9:6) TO WU-STAMP(WS-UNK-COUNT)
               MOVE ERR-PATH       TO WU-PATH(WS-UNK-COUNT)
               MOVE 'N'            TO WU-BURST(WS-UNK-COUNT)
               COMPUTE WU-SECS(WS-UNK-COUNT) =
                  FUNCTION NUMVAL(ERR-STAMP(9:2)) * 3600
                  + FUNCTION NUMVAL(ERR-STAMP(11:2)) * 60
                  + FUNCTION NUMVAL(ERR-STAMP(13:2))
           ELSE
               IF WS-UNK-OVERFLOW NOT = 'Y'
                   MOVE 'Y' TO WS-UNK-OVERFLOW
                   DISPLAY 'UNKNOWN-CODE TABLE FULL, LATER ATTEMPTS '
                      'NOT SCANNED FOR BURSTS'
               END-IF
           END-IF.

      ****************************************************************
      * EXCHANGE SORT OF THE REJECT TABLE, MOST REJECTS FIRST.
      ****************************************************************
       SORT-REJECTS-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB >= WS-REJ-COUNT
              PERFORM VARYING WS-SUB2 FROM 1 BY 1
                 UNTIL WS-SUB2 >= WS-REJ-COUNT
                 IF WC-REJECTS(WS-SUB2) < WC-REJECTS(WS-SUB2 + 1)
                    MOVE WS-REJ-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                    MOVE WS-REJ-ENTRY(WS-SUB2 + 1)
                       TO WS-REJ-ENTRY(WS-SUB2)
                    MOVE WS-SWAP-ENTRY TO WS-REJ-ENTRY(WS-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       BY-CODE-PARA.
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'REJECTS BY CODE:'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING '  CODE  REJECTS PATH   FIRST    LAST     '
              'LAST REASON'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-REJ-COUNT
              MOVE WC-REJECTS(WS-SUB) TO WS-COUNT-TXT
              MOVE WC-FIRST(WS-SUB) TO WS-HHMMSS
              PERFORM TIME-TXT-PARA
              MOVE WS-TIME-TXT TO WS-TIME-TXT2
              MOVE WC-LAST(WS-SUB) TO WS-HHMMSS
              PERFORM TIME-TXT-PARA
              MOVE SPACES TO SECURITY-REPORT-RECORD
              STRING '  ' WC-VALUE(WS-SUB) ' ' WS-COUNT-TXT ' '
                 WC-PATH(WS-SUB) ' ' WS-TIME-TXT2 ' ' WS-TIME-TXT
                 ' ' WC-REASON(WS-SUB)
                 DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
              WRITE SECURITY-REPORT-RECORD
           END-PERFORM.

      ****************************************************************
      * HHMMSS IN WS-HHMMSS TO HH:MM:SS IN WS-TIME-TXT.
      ****************************************************************
       TIME-TXT-PARA.
           MOVE SPACES TO WS-TIME-TXT
           STRING WS-HHMMSS(1:2) ':' WS-HHMMSS(3:2) ':'
              WS-HHMMSS(5:2)
              DELIMITED BY SIZE INTO WS-TIME-TXT.

       BY-REASON-PARA.
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'REJECTS BY REASON:'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RSN-COUNT
              MOVE WR-REJECTS(WS-SUB) TO WS-COUNT-TXT
              MOVE SPACES TO SECURITY-REPORT-RECORD
              STRING '  ' WS-COUNT-TXT '  ' WR-REASON(WS-SUB)
                 DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
              WRITE SECURITY-REPORT-RECORD
           END-PERFORM.

      ****************************************************************
      * LOCKS AND REINSTATEMENTS ON THE REPORT DATE AS THEY HAPPENED,
      * THEN EVERY CODE WHOSE LATEST LOCK LOG RECORD IS STILL 'L'.
      ****************************************************************
       LOCKS-PARA.
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES LOCKED AND REINSTATED ON ' WS-REPORT-DATE ':'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           OPEN INPUT LOCK-FILE
           PERFORM UNTIL WS-LK-EOF = 'Y'
               READ LOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-LK-EOF
                   NOT AT END
                       PERFORM LOCK-STATE-PARA
                       IF LK-STAMP(1:8) = WS-REPORT-DATE
                           PERFORM LOCK-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES STILL LOCKED (REINSTATE THROUGH CDUPDT):'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-LOCK-COUNT
              IF WL-ACTION(WS-SUB) = 'L'
                 ADD 1 TO WS-STILL-LOCKED
                 MOVE WL-STAMP(WS-SUB)(9:6) TO WS-HHMMSS
                 PERFORM TIME-TXT-PARA
                 MOVE SPACES TO SECURITY-REPORT-RECORD
                 STRING '  CODE=' WL-CODE(WS-SUB) ' LOCKED SINCE '
                    WL-STAMP(WS-SUB)(1:8) ' ' WS-TIME-TXT
                    DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
                 WRITE SECURITY-REPORT-RECORD
              END-IF
           END-PERFORM.

       LOCK-STATE-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-LOCK-COUNT OR WS-HIT > 0
              IF WL-CODE(WS-SUB) = LK-CODE
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-LOCK-COUNT < 200
               ADD 1 TO WS-LOCK-COUNT
               MOVE WS-LOCK-COUNT TO WS-HIT
               MOVE LK-CODE TO WL-CODE(WS-HIT)
           END-IF
           IF WS-HIT > 0
               MOVE LK-ACTION TO WL-ACTION(WS-HIT)
               MOVE LK-STAMP  TO WL-STAMP(WS-HIT)
           END-IF.

       LOCK-LINE-PARA.
           MOVE LK-STAMP(9:6) TO WS-HHMMSS
           PERFORM TIME-TXT-PARA
           MOVE SPACES TO SECURITY-REPORT-RECORD
           IF LK-ACTION = 'L'
               ADD 1 TO WS-LOCKS-TODAY
               MOVE LK-REJECTS TO WS-SHORT-TXT
               STRING '  CODE=' LK-CODE ' LOCKED     AT ' WS-TIME-TXT
                  ' AFTER ' WS-SHORT-TXT ' REJECTS, LAST VIA '
                  LK-PATH
                  DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           ELSE
               ADD 1 TO WS-REINST-TODAY
               STRING '  CODE=' LK-CODE ' REINSTATED AT ' WS-TIME-TXT
                  ' BY ' LK-PATH
                  DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           END-IF
           WRITE SECURITY-REPORT-RECORD.

      ****************************************************************
      * MARKS EVERY UNKNOWN-CODE ATTEMPT THAT STARTS A SPAN OF THE
      * BURST WINDOW HOLDING AT LEAST THE BURST COUNT, TOGETHER WITH
      * THE REST OF THAT SPAN, THEN PRINTS EACH UNBROKEN RUN OF
      * MARKED ATTEMPTS AS ONE BURST.
      ****************************************************************
       BURSTS-PARA.
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-BURST-COUNT TO WS-SHORT-TXT
           MOVE WS-BURST-MINUTES TO WS-SHORT-TXT2
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'BURSTS OF UNKNOWN-CODE ATTEMPTS - ' WS-SHORT-TXT
              ' OR MORE WITHIN ' WS-SHORT-TXT2 ' MINUTES:'
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-UNK-COUNT
              MOVE WS-SUB TO WS-SUB2
              PERFORM UNTIL WS-SUB2 >= WS-UNK-COUNT
                 OR WU-SECS(WS-SUB2 + 1) - WU-SECS(WS-SUB)
                    >= WS-BURST-SECS
                 OR WU-SECS(WS-SUB2 + 1) < WU-SECS(WS-SUB)
                 ADD 1 TO WS-SUB2
              END-PERFORM
              IF WS-SUB2 - WS-SUB + 1 >= WS-BURST-COUNT
                 PERFORM VARYING WS-SUB3 FROM WS-SUB BY 1
                    UNTIL WS-SUB3 > WS-SUB2
                    MOVE 'Y' TO WU-BURST(WS-SUB3)
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE 0 TO WS-BURST-START
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-UNK-COUNT
              IF WU-BURST(WS-SUB) = 'Y'
                 IF WS-BURST-START = 0
                    MOVE WS-SUB TO WS-BURST-START
                 END-IF
                 MOVE WS-SUB TO WS-BURST-END
              ELSE
                 IF WS-BURST-START > 0
                    PERFORM BURST-LINE-PARA
                    MOVE 0 TO WS-BURST-START
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BURST-START > 0
              PERFORM BURST-LINE-PARA
           END-IF.

       BURST-LINE-PARA.
           ADD 1 TO WS-BURSTS
           MOVE WU-PATH(WS-BURST-START) TO WS-BURST-PATH
           MOVE 0 TO WS-DISTINCT
           PERFORM VARYING WS-SUB2 FROM WS-BURST-START BY 1
              UNTIL WS-SUB2 > WS-BURST-END
              IF WU-PATH(WS-SUB2) NOT = WS-BURST-PATH
                 MOVE 'BOTH' TO WS-BURST-PATH
              END-IF
              MOVE 0 TO WS-HIT
              PERFORM VARYING WS-SUB3 FROM WS-BURST-START BY 1
                 UNTIL WS-SUB3 >= WS-SUB2 OR WS-HIT > 0
                 IF WU-VALUE(WS-SUB3) = WU-VALUE(WS-SUB2)
                    MOVE WS-SUB3 TO WS-HIT
                 END-IF
              END-PERFORM
              IF WS-HIT = 0
                 ADD 1 TO WS-DISTINCT
              END-IF
           END-PERFORM
           MOVE WU-STAMP(WS-BURST-START) TO WS-HHMMSS
           PERFORM TIME-TXT-PARA
           MOVE WS-TIME-TXT TO WS-TIME-TXT2
           MOVE WU-STAMP(WS-BURST-END) TO WS-HHMMSS
           PERFORM TIME-TXT-PARA
           COMPUTE WS-SUB2 = WS-BURST-END - WS-BURST-START + 1
           MOVE WS-SUB2 TO WS-COUNT-TXT
           MOVE WS-DISTINCT TO WS-COUNT-TXT2
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING '  FROM ' WS-TIME-TXT2 ' TO ' WS-TIME-TXT
              ' ATTEMPTS=' WS-COUNT-TXT ' CODES=' WS-COUNT-TXT2
              ' PATH=' WS-BURST-PATH
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD.

       TOTALS-PARA.
           MOVE SPACES TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-TOTAL-REJECTS TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'REJECTS ON DATE: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-REJ-COUNT TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES REJECTED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-LOCKS-TODAY TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES LOCKED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-REINST-TODAY TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES REINSTATED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-STILL-LOCKED TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'CODES STILL LOCKED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           MOVE WS-BURSTS TO WS-COUNT-TXT
           MOVE SPACES TO SECURITY-REPORT-RECORD
           STRING 'UNKNOWN-CODE BURSTS: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD.
