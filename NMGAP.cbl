      ******************************************************************
      * NMGAP - DEMAND VERSUS MASTER GAP ANALYSIS.
      * MATCHES THE SEARCH DEMAND RECORDED ON THE SRCHAUDT TRAIL
      * (ONE SUMMARY RECORD PER SEARCH KEY PER TRANSACTION) AGAINST
      * THE NAME MASTER (NAMEMAST) OVER A WINDOW OF RUN DATES - THE
      * CLOCK DATE EACH SEARCH RAN ON, AS STAMPED ON THE TRAIL - AND
      * PRINTS THREE LISTS ON NMGAPRPT:
      *   DORMANT NAMES - ON THE MASTER BUT NOT FOUND BY ANY SEARCH
      *     IN THE WINDOW (A NAME IS FOUND BY A SEARCH WHEN THE KEY
      *     MATCHES IT THE WAY SRCH MATCHES: EXACT, PREFIX 'P' OR
      *     WILDCARD 'W')
      *   REPEATEDLY NOT-FOUND KEYS - SEARCHED AT LEAST THE
      *     THRESHOLD NUMBER OF TIMES IN THE WINDOW, NEVER FOUND,
      *     AND STILL NOT ON THE MASTER, WITH HOW MANY SOURCES ASKED
      *   GROUPS NEVER HIT - GROUPS WHOSE NAMES ARE ALL DORMANT
      * EACH EXACT NOT-FOUND KEY IS WRITTEN TO GAPADD AS A DRAFT
      * NMTRAN 'A' RECORD WITH GROUP AND NUM ZERO: THE MASTER OWNER
      * MUST FILL THEM IN (NMUPDT REJECTS GROUP ZERO) BEFORE THE
      * FILE GOES TO NMUPDJOB. A DORMANT NAME NOT FOUND FOR AT
      * LEAST THE DELETE THRESHOLD IN DAYS - COUNTED FROM ITS LAST
      * HIT ON THE TRAIL, OR FROM THE START OF THE TRAIL WHEN IT
      * WAS NEVER HIT - IS WRITTEN TO GAPDEL AS A DRAFT 'D' RECORD
      * FOR REVIEW. ONE SYSIN CONTROL CARD:
      *   COLUMNS 1-8   WINDOW START (CCYYMMDD); BLANK MEANS 29
      *                 DAYS BEFORE THE WINDOW END
      *   COLUMNS 9-16  WINDOW END (CCYYMMDD); BLANK MEANS TODAY'S
      *                 RUN DATE
      *   COLUMNS 17-19 NOT-FOUND THRESHOLD; BLANK MEANS 3
      *   COLUMNS 20-22 DELETE THRESHOLD IN DAYS; BLANK MEANS 60
      * AN INVALID CARD IS REFUSED WITH CONDITION CODE 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMGAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "SRCHAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAP-REPORT-FILE ASSIGN TO "NMGAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADD-DRAFT-FILE ASSIGN TO "GAPADD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELETE-DRAFT-FILE ASSIGN TO "GAPDEL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01 NM-RECORD.
          05 NM-GROUP PIC 9(3).
          05 NM-NUM   PIC 9(2).
          05 NM-NAME  PIC X(3).
       FD  AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AU-TIMESTAMP  PIC X(21).
          05 AU-SEARCH-KEY PIC X(4).
          05 AU-TYPE       PIC X(1).
          05 AU-SCANNED    PIC X(6).
          05 AU-MATCHES    PIC X(4).
          05 AU-OUTCOME    PIC X(9).
          05 AU-SOURCE     PIC X(8).
       FD  GAP-REPORT-FILE.
       01 GAP-REPORT-RECORD PIC X(80).
      ****************************************************************
      * DRAFT TRANSACTIONS IN THE NMTRAN LAYOUT (EFFECTIVE DATE
      * LEFT BLANK).
      ****************************************************************
       FD  ADD-DRAFT-FILE.
       01 ADD-DRAFT-RECORD.
          05 GA-ACTION   PIC X(1).
          05 GA-GROUP    PIC 9(3).
          05 GA-NUM      PIC 9(2).
          05 GA-NAME     PIC X(3).
          05 GA-EFF-DATE PIC X(8).
       FD  DELETE-DRAFT-FILE.
       01 DELETE-DRAFT-RECORD.
          05 GD-ACTION   PIC X(1).
          05 GD-GROUP    PIC 9(3).
          05 GD-NUM      PIC 9(2).
          05 GD-NAME     PIC X(3).
          05 GD-EFF-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-CARD.
          05 CC-FROM-DATE   PIC X(8).
          05 CC-TO-DATE     PIC X(8).
          05 CC-MIN-NF      PIC X(3).
          05 CC-DELETE-DAYS PIC X(3).
          05 FILLER         PIC X(58).
       01 WS-FROM-DATE     PIC X(8).
       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE       PIC X(8).
       01 WS-TO-DATE-NUM   REDEFINES WS-TO-DATE PIC 9(8).
       01 WS-MIN-NF        PIC 9(3) VALUE 3.
       01 WS-DELETE-DAYS   PIC 9(3) VALUE 60.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-REFUSED       PIC X(1) VALUE 'N'.
       01 WS-REASON        PIC X(50) VALUE SPACES.
       01 WS-DATE-INT      PIC 9(8) VALUE 0.
       01 WS-TO-INT        PIC 9(8) VALUE 0.
       01 WS-DORMANT-DAYS  PIC 9(8) VALUE 0.
       01 WS-NM-EOF        PIC X(1) VALUE 'N'.
       01 WS-AU-EOF        PIC X(1) VALUE 'N'.
       01 WS-AU-DATE       PIC X(8).
       01 WS-AU-KEY        PIC X(3).
       01 WS-AU-TYPE       PIC X(1).
       01 WS-TRAIL-FIRST   PIC X(8) VALUE SPACES.
       01 WS-AUDIT-READ    PIC 9(8) VALUE 0.
       01 WS-AUDIT-WINDOW  PIC 9(8) VALUE 0.
      ****************************************************************
      * THE NAME MASTER, ONE ENTRY PER NAME, WITH THE LATEST DATE
      * (NOT AFTER THE WINDOW END) A SEARCH FOUND IT.
      ****************************************************************
       01 WS-NAME-TABLE.
          05 WS-NAME-COUNT PIC 9(4) VALUE 0.
          05 WS-NAME-ENTRY OCCURS 4500 TIMES.
             10 WN-GROUP    PIC 9(3).
             10 WN-NUM      PIC 9(2).
             10 WN-NAME     PIC X(3).
             10 WN-LAST-HIT PIC X(8).
      ****************************************************************
      * ONE ENTRY PER DISTINCT KEY AND SEARCH TYPE ON THE TRAIL UP
      * TO THE WINDOW END: THE LATEST DATE IT FOUND ANYTHING, AND
      * ITS SEARCHES, NOT-FOUNDS AND ASKING SOURCES IN THE WINDOW.
      ****************************************************************
       01 WS-KEY-TABLE.
          05 WS-KEY-COUNT PIC 9(4) VALUE 0.
          05 WS-KEY-ENTRY OCCURS 2000 TIMES.
             10 WK-KEY        PIC X(3).
             10 WK-TYPE       PIC X(1).
             10 WK-LAST-FOUND PIC X(8).
             10 WK-SEARCHES   PIC 9(6).
             10 WK-NOT-FOUND  PIC 9(6).
             10 WK-WIN-LAST   PIC X(8).
             10 WK-SRC-COUNT  PIC 9(3).
             10 WK-SOURCE     PIC X(8) OCCURS 5 TIMES.
       01 WS-SWAP-ENTRY    PIC X(75).
       01 WS-KEY-OVERFLOW  PIC X(1) VALUE 'N'.
       01 WS-SUB           PIC 9(4).
       01 WS-SUB2          PIC 9(4).
       01 WS-HIT           PIC 9(4) VALUE 0.
       01 WS-KPOS          PIC 9(1).
       01 WS-PFX-LEN       PIC 9(1).
       01 WS-MATCH-FLAG    PIC X(1).
       01 WS-ON-MASTER     PIC X(1).
       01 WS-GROUP-HIT     PIC X(1).
       01 WS-CUR-GROUP     PIC 9(3).
       01 WS-GROUP-NAMES   PIC 9(2).
       01 WS-DORMANT       PIC 9(6) VALUE 0.
       01 WS-NF-KEYS       PIC 9(6) VALUE 0.
       01 WS-DEAD-GROUPS   PIC 9(6) VALUE 0.
       01 WS-ADD-DRAFTS    PIC 9(6) VALUE 0.
       01 WS-DEL-DRAFTS    PIC 9(6) VALUE 0.
       01 WS-LAST-TXT      PIC X(8).
       01 WS-DRAFT-TXT     PIC X(16).
       01 WS-GROUP-TXT     PIC 9(3).
       01 WS-NUM-TXT       PIC 9(2).
       01 WS-COUNT-TXT     PIC ZZZZZ9.
       01 WS-COUNT-TXT2    PIC ZZ9.
       01 WS-BIG-COUNT-TXT PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TO-DATE
           PERFORM CARD-PARA
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'NMGAP DEMAND VERSUS MASTER - RUN DATES '
              WS-FROM-DATE ' TO ' WS-TO-DATE ' RUN ON: ' WS-RUN-DATE
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           IF WS-REFUSED = 'Y'
               MOVE SPACES TO GAP-REPORT-RECORD
               STRING 'STATUS: REFUSED - ' WS-REASON
                  DELIMITED BY SIZE INTO GAP-REPORT-RECORD
               WRITE GAP-REPORT-RECORD
               CLOSE GAP-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NAMES-PARA
           PERFORM TALLY-PARA
           PERFORM NAME-HITS-PARA
           PERFORM SORT-KEYS-PARA
           OPEN OUTPUT ADD-DRAFT-FILE
           OPEN OUTPUT DELETE-DRAFT-FILE
           PERFORM DORMANT-PARA
           PERFORM NOT-FOUND-PARA
           PERFORM GROUPS-PARA
           CLOSE ADD-DRAFT-FILE
           CLOSE DELETE-DRAFT-FILE
           PERFORM TOTALS-PARA
           CLOSE GAP-REPORT-FILE
           STOP RUN.

       CARD-PARA.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF CC-TO-DATE NOT = SPACES
               MOVE CC-TO-DATE TO WS-TO-DATE
           END-IF
           MOVE CC-FROM-DATE TO WS-FROM-DATE
           IF WS-TO-DATE NOT NUMERIC
               MOVE 'Y' TO WS-REFUSED
               MOVE 'WINDOW END NOT CCYYMMDD' TO WS-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE-NUM) NOT = 0
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'WINDOW END NOT A CALENDAR DATE' TO WS-REASON
               END-IF
           END-IF
           IF WS-REFUSED NOT = 'Y'
               COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
               IF CC-FROM-DATE = SPACES
                   COMPUTE WS-DATE-INT = WS-TO-INT - 29
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                      TO WS-FROM-DATE
               ELSE
                   IF WS-FROM-DATE NOT NUMERIC
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'WINDOW START NOT CCYYMMDD' TO WS-REASON
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE-NUM)
                               NOT = 0
                           MOVE 'Y' TO WS-REFUSED
                           MOVE 'WINDOW START NOT A CALENDAR DATE'
                              TO WS-REASON
                       ELSE
                           IF WS-FROM-DATE > WS-TO-DATE
                               MOVE 'Y' TO WS-REFUSED
                               MOVE 'WINDOW START AFTER WINDOW END'
                                  TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CC-MIN-NF NOT = SPACES
               IF CC-MIN-NF NUMERIC AND CC-MIN-NF NOT = '000'
                   MOVE CC-MIN-NF TO WS-MIN-NF
               ELSE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'NOT-FOUND THRESHOLD NOT 001-999' TO WS-REASON
               END-IF
           END-IF
           IF CC-DELETE-DAYS NOT = SPACES
               IF CC-DELETE-DAYS NUMERIC AND CC-DELETE-DAYS NOT = '000'
                   MOVE CC-DELETE-DAYS TO WS-DELETE-DAYS
               ELSE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'DELETE THRESHOLD NOT 001-999' TO WS-REASON
               END-IF
           END-IF.

       LOAD-NAMES-PARA.
           OPEN INPUT NAME-MASTER-FILE
           PERFORM UNTIL WS-NM-EOF = 'Y'
               READ NAME-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-NM-EOF
                   NOT AT END
                       IF WS-NAME-COUNT < 4500
                           ADD 1 TO WS-NAME-COUNT
                           MOVE NM-GROUP TO WN-GROUP(WS-NAME-COUNT)
                           MOVE NM-NUM   TO WN-NUM(WS-NAME-COUNT)
                           MOVE NM-NAME  TO WN-NAME(WS-NAME-COUNT)
                           MOVE SPACES   TO WN-LAST-HIT(WS-NAME-COUNT)
                       ELSE
                           DISPLAY 'NAME TABLE FULL, IGNORING: '
                              NM-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE.

      ****************************************************************
      * ONE PASS OF THE TRAIL, DATED BY THE RUN DATE IN EACH
      * RECORD'S TIMESTAMP. RECORDS AFTER THE WINDOW END ARE
      * IGNORED; RECORDS BEFORE THE WINDOW START COUNT ONLY TOWARD
      * WHEN A KEY LAST FOUND SOMETHING. A BLANK SEARCH TYPE IS AN
      * EXACT SEARCH.
      ****************************************************************
       TALLY-PARA.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AU-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AU-EOF
                   NOT AT END
                       MOVE AU-TIMESTAMP(1:8) TO WS-AU-DATE
                       IF WS-AU-DATE NUMERIC
                               AND WS-AU-DATE NOT > WS-TO-DATE
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM TALLY-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TALLY-RECORD-PARA.
           IF WS-TRAIL-FIRST = SPACES OR WS-AU-DATE < WS-TRAIL-FIRST
               MOVE WS-AU-DATE TO WS-TRAIL-FIRST
           END-IF
           MOVE AU-SEARCH-KEY(1:3) TO WS-AU-KEY
           MOVE AU-TYPE TO WS-AU-TYPE
           IF WS-AU-TYPE = SPACE
               MOVE 'E' TO WS-AU-TYPE
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-KEY-COUNT OR WS-HIT > 0
              IF WK-KEY(WS-SUB) = WS-AU-KEY
                    AND WK-TYPE(WS-SUB) = WS-AU-TYPE
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-KEY-COUNT < 2000
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-HIT
                   MOVE SPACES TO WS-KEY-ENTRY(WS-HIT)
                   MOVE WS-AU-KEY  TO WK-KEY(WS-HIT)
                   MOVE WS-AU-TYPE TO WK-TYPE(WS-HIT)
                   MOVE 0 TO WK-SEARCHES(WS-HIT)
                   MOVE 0 TO WK-NOT-FOUND(WS-HIT)
                   MOVE 0 TO WK-SRC-COUNT(WS-HIT)
               ELSE
                   IF WS-KEY-OVERFLOW NOT = 'Y'
                       MOVE 'Y' TO WS-KEY-OVERFLOW
                       DISPLAY 'KEY TABLE FULL, FURTHER KEYS OMITTED '
                          'FROM GAP ANALYSIS FROM: ' WS-AU-KEY
                   END-IF
               END-IF
           END-IF
           IF WS-HIT > 0
               IF AU-OUTCOME = 'FOUND'
                   IF WS-AU-DATE > WK-LAST-FOUND(WS-HIT)
                           OR WK-LAST-FOUND(WS-HIT) = SPACES
                       MOVE WS-AU-DATE TO WK-LAST-FOUND(WS-HIT)
                   END-IF
               END-IF
               IF WS-AU-DATE NOT < WS-FROM-DATE
                   ADD 1 TO WS-AUDIT-WINDOW
                   PERFORM TALLY-WINDOW-PARA
               END-IF
           END-IF.

       TALLY-WINDOW-PARA.
           ADD 1 TO WK-SEARCHES(WS-HIT)
           IF WS-AU-DATE > WK-WIN-LAST(WS-HIT)
                   OR WK-WIN-LAST(WS-HIT) = SPACES
               MOVE WS-AU-DATE TO WK-WIN-LAST(WS-HIT)
           END-IF
           IF AU-OUTCOME = 'NOT FOUND'
               ADD 1 TO WK-NOT-FOUND(WS-HIT)
               MOVE 0 TO WS-SUB2
               PERFORM VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WK-SRC-COUNT(WS-HIT) OR WS-SUB > 5
                  IF WK-SOURCE(WS-HIT, WS-SUB) = AU-SOURCE
                     MOVE WS-SUB TO WS-SUB2
                  END-IF
               END-PERFORM
               IF WS-SUB2 = 0 AND WK-SRC-COUNT(WS-HIT) < 999
                   ADD 1 TO WK-SRC-COUNT(WS-HIT)
                   IF WK-SRC-COUNT(WS-HIT) <= 5
                       MOVE AU-SOURCE TO
                          WK-SOURCE(WS-HIT, WK-SRC-COUNT(WS-HIT))
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      * CARRIES EACH KEY'S LATEST FOUND DATE TO EVERY NAME ON THE
      * MASTER THE KEY MATCHES, USING SRCH'S MATCH RULES.
      ****************************************************************
       NAME-HITS-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-KEY-COUNT
              IF WK-LAST-FOUND(WS-SUB) NOT = SPACES
                 PERFORM PREFIX-LEN-PARA
                 PERFORM VARYING WS-SUB2 FROM 1 BY 1
                    UNTIL WS-SUB2 > WS-NAME-COUNT
                    PERFORM MATCH-TEST-PARA
                    IF WS-MATCH-FLAG = 'Y'
                       IF WK-LAST-FOUND(WS-SUB)
                             > WN-LAST-HIT(WS-SUB2)
                          OR WN-LAST-HIT(WS-SUB2) = SPACES
                          MOVE WK-LAST-FOUND(WS-SUB)
                             TO WN-LAST-HIT(WS-SUB2)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       PREFIX-LEN-PARA.
           MOVE 0 TO WS-PFX-LEN
           IF WK-TYPE(WS-SUB) = 'P'
              PERFORM VARYING WS-KPOS FROM 1 BY 1
                 UNTIL WS-KPOS > 3
                 IF WK-KEY(WS-SUB)(WS-KPOS:1) NOT = SPACE
                    MOVE WS-KPOS TO WS-PFX-LEN
                 END-IF
              END-PERFORM
           END-IF.

      ****************************************************************
      * KEY WK-KEY(WS-SUB) AGAINST NAME WN-NAME(WS-SUB2), SAME RULES
      * AS SRCH'S MATCH-TEST-PARA.
      ****************************************************************
       MATCH-TEST-PARA.
           MOVE 'N' TO WS-MATCH-FLAG
           EVALUATE WK-TYPE(WS-SUB)
               WHEN 'P'
                   IF WS-PFX-LEN > 0
                       IF WN-NAME(WS-SUB2)(1:WS-PFX-LEN) =
                               WK-KEY(WS-SUB)(1:WS-PFX-LEN)
                           MOVE 'Y' TO WS-MATCH-FLAG
                       END-IF
                   END-IF
               WHEN 'W'
                   MOVE 'Y' TO WS-MATCH-FLAG
                   PERFORM VARYING WS-KPOS FROM 1 BY 1
                      UNTIL WS-KPOS > 3
                      IF WK-KEY(WS-SUB)(WS-KPOS:1) NOT = '?'
                              AND WK-KEY(WS-SUB)(WS-KPOS:1)
                              NOT = WN-NAME(WS-SUB2)(WS-KPOS:1)
                          MOVE 'N' TO WS-MATCH-FLAG
                      END-IF
                   END-PERFORM
               WHEN OTHER
                   IF WN-NAME(WS-SUB2) = WK-KEY(WS-SUB)
                       MOVE 'Y' TO WS-MATCH-FLAG
                   END-IF
           END-EVALUATE.

      ****************************************************************
      * EXCHANGE SORT OF THE KEY TABLE, MOST NOT-FOUND SEARCHES
      * FIRST.
      ****************************************************************
       SORT-KEYS-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB >= WS-KEY-COUNT
              PERFORM VARYING WS-SUB2 FROM 1 BY 1
                 UNTIL WS-SUB2 >= WS-KEY-COUNT
                 IF WK-NOT-FOUND(WS-SUB2) < WK-NOT-FOUND(WS-SUB2 + 1)
                    MOVE WS-KEY-ENTRY(WS-SUB2) TO WS-SWAP-ENTRY
                    MOVE WS-KEY-ENTRY(WS-SUB2 + 1)
                       TO WS-KEY-ENTRY(WS-SUB2)
                    MOVE WS-SWAP-ENTRY TO WS-KEY-ENTRY(WS-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ****************************************************************
      * NAMES NO SEARCH FOUND IN THE WINDOW, IN MASTER ORDER. THE
      * DORMANT PERIOD RUNS FROM THE LAST HIT (OR THE DAY BEFORE
      * THE TRAIL STARTS, FOR A NAME NEVER HIT) TO THE WINDOW END;
      * AT OR PAST THE DELETE THRESHOLD A DRAFT 'D' IS WRITTEN.
      ****************************************************************
       DORMANT-PARA.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'DORMANT NAMES - ON THE MASTER, NOT FOUND IN THE '
              'WINDOW:'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING '  GROUP NUM NAME LAST HIT  DAYS     DRAFT'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
              UNTIL WS-SUB2 > WS-NAME-COUNT
              IF WN-LAST-HIT(WS-SUB2) < WS-FROM-DATE
                    OR WN-LAST-HIT(WS-SUB2) = SPACES
                 PERFORM DORMANT-LINE-PARA
              END-IF
           END-PERFORM.

       DORMANT-LINE-PARA.
           ADD 1 TO WS-DORMANT
           MOVE 0 TO WS-DORMANT-DAYS
           IF WN-LAST-HIT(WS-SUB2) = SPACES
               MOVE 'NEVER' TO WS-LAST-TXT
               IF WS-TRAIL-FIRST NOT = SPACES
                   COMPUTE WS-DORMANT-DAYS = WS-TO-INT + 1
                      - FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL(WS-TRAIL-FIRST))
               END-IF
           ELSE
               MOVE WN-LAST-HIT(WS-SUB2) TO WS-LAST-TXT
               COMPUTE WS-DORMANT-DAYS = WS-TO-INT
                  - FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(WN-LAST-HIT(WS-SUB2)))
           END-IF
           MOVE SPACES TO WS-DRAFT-TXT
           IF WS-DORMANT-DAYS >= WS-DELETE-DAYS
               MOVE SPACES TO DELETE-DRAFT-RECORD
               MOVE 'D'                 TO GD-ACTION
               MOVE WN-GROUP(WS-SUB2)   TO GD-GROUP
               MOVE WN-NUM(WS-SUB2)     TO GD-NUM
               MOVE WN-NAME(WS-SUB2)    TO GD-NAME
               WRITE DELETE-DRAFT-RECORD
               ADD 1 TO WS-DEL-DRAFTS
               MOVE 'DELETE DRAFTED' TO WS-DRAFT-TXT
           END-IF
           MOVE WN-GROUP(WS-SUB2) TO WS-GROUP-TXT
           MOVE WN-NUM(WS-SUB2)   TO WS-NUM-TXT
           MOVE WS-DORMANT-DAYS   TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING '  ' WS-GROUP-TXT '   ' WS-NUM-TXT '  '
              WN-NAME(WS-SUB2) '  ' WS-LAST-TXT ' ' WS-COUNT-TXT
              '   ' WS-DRAFT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

      ****************************************************************
      * KEYS SEARCHED AT LEAST THE THRESHOLD NUMBER OF TIMES IN THE
      * WINDOW THAT NEVER FOUND ANYTHING THERE AND STILL MATCH NO
      * NAME ON THE MASTER. AN EXACT KEY BECOMES A DRAFT 'A'.
      ****************************************************************
       NOT-FOUND-PARA.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-MIN-NF TO WS-COUNT-TXT2
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'REPEATEDLY NOT-FOUND KEYS - ' WS-COUNT-TXT2
              ' OR MORE SEARCHES IN THE WINDOW, NEVER FOUND:'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING '  KEY T SEARCHES SOURCES LAST     FIRST ASKED BY'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-KEY-COUNT
              IF WK-NOT-FOUND(WS-SUB) >= WS-MIN-NF
                    AND WK-NOT-FOUND(WS-SUB) = WK-SEARCHES(WS-SUB)
                 PERFORM ON-MASTER-PARA
                 IF WS-ON-MASTER = 'N'
                    PERFORM NOT-FOUND-LINE-PARA
                 END-IF
              END-IF
           END-PERFORM.

       ON-MASTER-PARA.
           MOVE 'N' TO WS-ON-MASTER
           PERFORM PREFIX-LEN-PARA
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
              UNTIL WS-SUB2 > WS-NAME-COUNT OR WS-ON-MASTER = 'Y'
              PERFORM MATCH-TEST-PARA
              IF WS-MATCH-FLAG = 'Y'
                 MOVE 'Y' TO WS-ON-MASTER
              END-IF
           END-PERFORM.

       NOT-FOUND-LINE-PARA.
           ADD 1 TO WS-NF-KEYS
           MOVE SPACES TO WS-DRAFT-TXT
           IF WK-TYPE(WS-SUB) = 'E'
                 AND WK-KEY(WS-SUB)(3:1) NOT = SPACE
               MOVE SPACES TO ADD-DRAFT-RECORD
               MOVE 'A'            TO GA-ACTION
               MOVE 0              TO GA-GROUP
               MOVE 0              TO GA-NUM
               MOVE WK-KEY(WS-SUB) TO GA-NAME
               WRITE ADD-DRAFT-RECORD
               ADD 1 TO WS-ADD-DRAFTS
               MOVE ' ADD DRAFTED' TO WS-DRAFT-TXT
           END-IF
           MOVE WK-NOT-FOUND(WS-SUB) TO WS-COUNT-TXT
           MOVE WK-SRC-COUNT(WS-SUB) TO WS-COUNT-TXT2
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING '  ' WK-KEY(WS-SUB) ' ' WK-TYPE(WS-SUB)
              '   ' WS-COUNT-TXT '     ' WS-COUNT-TXT2
              ' ' WK-WIN-LAST(WS-SUB) ' ' WK-SOURCE(WS-SUB, 1)
              WS-DRAFT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

      ****************************************************************
      * GROUPS ON THE MASTER NONE OF WHOSE NAMES WAS FOUND IN THE
      * WINDOW. THE MASTER IS IN GROUP ORDER.
      ****************************************************************
       GROUPS-PARA.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'GROUPS NEVER HIT - NO NAME FOUND IN THE WINDOW:'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE 0 TO WS-CUR-GROUP
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
              UNTIL WS-SUB2 > WS-NAME-COUNT
              IF WN-GROUP(WS-SUB2) NOT = WS-CUR-GROUP
                 IF WS-CUR-GROUP > 0 AND WS-GROUP-HIT = 'N'
                    PERFORM GROUP-LINE-PARA
                 END-IF
                 MOVE WN-GROUP(WS-SUB2) TO WS-CUR-GROUP
                 MOVE 'N' TO WS-GROUP-HIT
                 MOVE 0 TO WS-GROUP-NAMES
              END-IF
              ADD 1 TO WS-GROUP-NAMES
              IF WN-LAST-HIT(WS-SUB2) NOT < WS-FROM-DATE
                    AND WN-LAST-HIT(WS-SUB2) NOT = SPACES
                 MOVE 'Y' TO WS-GROUP-HIT
              END-IF
           END-PERFORM
           IF WS-CUR-GROUP > 0 AND WS-GROUP-HIT = 'N'
              PERFORM GROUP-LINE-PARA
           END-IF.

       GROUP-LINE-PARA.
           ADD 1 TO WS-DEAD-GROUPS
           MOVE WS-CUR-GROUP TO WS-GROUP-TXT
           MOVE WS-GROUP-NAMES TO WS-COUNT-TXT2
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING '  GROUP=' WS-GROUP-TXT ' NAMES=' WS-COUNT-TXT2
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       TOTALS-PARA.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-AUDIT-WINDOW TO WS-BIG-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'SEARCHES IN WINDOW: ' WS-BIG-COUNT-TXT
              ' AUDIT TRAIL STARTS: ' WS-TRAIL-FIRST
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-NAME-COUNT TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'NAMES ON MASTER: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-DORMANT TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'DORMANT NAMES: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-NF-KEYS TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'REPEATEDLY NOT-FOUND KEYS: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-DEAD-GROUPS TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'GROUPS NEVER HIT: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-ADD-DRAFTS TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'DRAFT ADDS WRITTEN (GAPADD): ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-DELETE-DAYS TO WS-COUNT-TXT2
           MOVE WS-DEL-DRAFTS TO WS-COUNT-TXT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING 'DRAFT DELETES WRITTEN (GAPDEL): ' WS-COUNT-TXT
              ' - DORMANT ' WS-COUNT-TXT2 ' DAYS OR MORE'
              DELIMITED BY SIZE INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.
