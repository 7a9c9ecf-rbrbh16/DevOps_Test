      ******************************************************************
      * BUSDCHK - BUSINESS DATE CONTROL CHECK.
      * FIRST STEP OF THE NIGHTLY CHAIN. FIXES THE BUSINESS DATE
      * THE WHOLE CHAIN PROCESSES SO NO STEP TAKES ITS RUN DATE
      * FROM THE CLOCK - A CHAIN THAT RUNS PAST MIDNIGHT, OR A
      * MISSED DAY RUN AS A CATCH-UP THE NEXT MORNING, STILL
      * PROCESSES THE RIGHT DAY'S FILE. ONE SYSIN CONTROL CARD
      * DRIVES THE RUN:
      *   COLUMNS 1-8   BUSINESS DATE (CCYYMMDD); BLANK MEANS
      *                 TODAY'S CLOCK DATE
      *   COLUMNS 10-17 'OVERRIDE' TO RUN ON A NON-BUSINESS DAY
      * THE DATE IS CHECKED AGAINST THE PROCESSING CALENDAR
      * (PROCCAL): A CALENDAR ENTRY MARKS A DATE AS A BUSINESS DAY
      * ('B') OR HOLIDAY ('H'); A DATE NOT ON THE CALENDAR IS A
      * BUSINESS DAY MONDAY TO FRIDAY AND A NON-BUSINESS DAY AT
      * THE WEEKEND. A NON-BUSINESS DAY IS REFUSED (CONDITION CODE
      * 12) UNLESS THE CARD CARRIES THE OVERRIDE, AS IS A DATE
      * AFTER TODAY OR A DATE THAT IS NOT A VALID CALENDAR DATE.
      * AN ACCEPTED DATE IS WRITTEN TO THE BUSINESS-DATE CONTROL
      * FILE (BUSDATE) THAT EVERY LATER PROGRAM IN THE CHAIN
      * READS, MARKED AS A CATCH-UP WHEN IT IS BEFORE TODAY. A
      * REFUSED DATE LEAVES BUSDATE EMPTY, NOT MISSING, SO A JOB
      * THAT READS IT FALLS BACK TO THE CLOCK DATE INSTEAD OF
      * FAILING ALLOCATION.
      * THE RUN-CONTROL FILE (SRCHRUNC) IS THEN READ FOR THE LAST
      * DATE A RUN WAS RECORDED BEFORE THE BUSINESS DATE; EVERY
      * BUSINESS DAY BETWEEN THE TWO HAS NO RUN RECORDED AND IS
      * FLAGGED ON THE REPORT (BUSDRPT) AS SKIPPED, ENDING WITH
      * CONDITION CODE 4 SO THE SHIFT SCHEDULES ITS CATCH-UP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "SRCHRUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REPORT-FILE ASSIGN TO "BUSDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************************************************
      * PROCESSING CALENDAR: ONE RECORD PER DATE THAT DEPARTS FROM
      * THE WEEKDAY RULE - 'H' FOR A HOLIDAY THAT FALLS ON A
      * WEEKDAY, 'B' FOR A WEEKEND DATE THAT IS WORKED.
      ****************************************************************
       FD  CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 PC-DATE      PIC X(8).
          05 PC-DAY-TYPE  PIC X(1).
          05 PC-DESC      PIC X(30).
       FD  RUN-CONTROL-FILE.
       01 RUNC-RECORD.
          05 RC-REC-TYPE   PIC X(1).
          05 RC-RUN-NUM    PIC 9(4).
          05 RC-RUN-DATE   PIC X(8).
          05 RC-TIME       PIC X(6).
          05 RC-TRANS      PIC 9(6).
          05 RC-MATCHED    PIC 9(4).
          05 RC-NOTFOUND   PIC 9(4).
          05 RC-COND-CODE  PIC 9(2).
      ****************************************************************
      * BUSINESS-DATE CONTROL FILE: THE ONE RECORD EVERY PROGRAM IN
      * THE CHAIN TAKES ITS RUN DATE FROM. BD-RUN-MODE IS 'C' FOR
      * A CATCH-UP (BUSINESS DATE BEFORE THE CLOCK DATE), 'N'
      * OTHERWISE; BD-OVERRIDE IS 'Y' WHEN A NON-BUSINESS DAY WAS
      * RUN UNDER THE OVERRIDE CARD.
      ****************************************************************
       FD  BUS-DATE-FILE.
       01 BUS-DATE-RECORD.
          05 BD-BUS-DATE   PIC X(8).
          05 BD-CLOCK-DATE PIC X(8).
          05 BD-RUN-MODE   PIC X(1).
          05 BD-OVERRIDE   PIC X(1).
       FD  CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-CARD.
          05 WS-CARD-DATE     PIC X(8).
          05 FILLER           PIC X(1).
          05 WS-CARD-OVERRIDE PIC X(8).
          05 FILLER           PIC X(63).
       01 WS-CAL-STATUS    PIC X(2).
       01 WS-CAL-EOF       PIC X(1) VALUE 'N'.
       01 WS-RC-EOF        PIC X(1) VALUE 'N'.
       01 WS-CAL-TABLE.
          05 WS-CAL-COUNT  PIC 9(3) VALUE 0.
          05 WS-CAL-ENTRY OCCURS 400 TIMES.
             10 WC-DATE     PIC X(8).
             10 WC-DAY-TYPE PIC X(1).
             10 WC-DESC     PIC X(30).
       01 WS-BUS-DATE      PIC X(8).
       01 WS-CLOCK-DATE    PIC X(8).
       01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-MODE      PIC X(1) VALUE 'N'.
       01 WS-OVERRIDE      PIC X(1) VALUE 'N'.
       01 WS-REFUSED       PIC X(1) VALUE 'N'.
       01 WS-REASON        PIC X(40) VALUE SPACES.
       01 WS-ALREADY-RUN   PIC X(1) VALUE 'N'.
       01 WS-SKIP-COUNT    PIC 9(3) VALUE 0.
       01 WS-MAX-GAP       PIC 9(3) VALUE 366.
      ****************************************************************
      * DAY-TYPE-PARA WORK AREA: WS-CHK-DATE IN, WS-CHK-BUSINESS
      * ('Y'/'N') AND WS-CHK-DESC OUT.
      ****************************************************************
       01 WS-CHK-DATE      PIC 9(8).
       01 WS-CHK-BUSINESS  PIC X(1).
       01 WS-CHK-DESC      PIC X(30).
       01 WS-DAY-OF-WEEK   PIC 9(1).
       01 WS-CHK-INT       PIC 9(8).
       01 WS-BUS-INT       PIC 9(8).
       01 WS-FIRST-INT     PIC 9(8).
       01 WS-SUB           PIC 9(3).
       01 WS-CAL-HIT       PIC 9(3) VALUE 0.
       01 WS-COUNT-TXT     PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INIT-PARA
           PERFORM LOAD-CALENDAR-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM VALIDATE-DATE-PARA
           IF WS-REFUSED NOT = 'Y'
               PERFORM RUN-HISTORY-PARA
               PERFORM SKIP-CHECK-PARA
           END-IF
           PERFORM WRITE-BUS-DATE-PARA
           PERFORM TOTALS-PARA
           CLOSE CHECK-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-REFUSED = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SKIP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CARD-DATE = SPACES
               MOVE WS-CLOCK-DATE TO WS-BUS-DATE
           ELSE
               MOVE WS-CARD-DATE TO WS-BUS-DATE
           END-IF
           IF WS-CARD-OVERRIDE = 'OVERRIDE'
               MOVE 'Y' TO WS-OVERRIDE
           END-IF
           DISPLAY 'BUSDCHK BUSINESS DATE ' WS-BUS-DATE
              ' CLOCK DATE ' WS-CLOCK-DATE.

       LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'PROCCAL OPEN ERROR, STATUS ' WS-CAL-STATUS
               MOVE 'Y' TO WS-REFUSED
               MOVE 'PROCESSING CALENDAR NOT AVAILABLE' TO WS-REASON
           ELSE
               PERFORM UNTIL WS-CAL-EOF = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF
                       NOT AT END
                           IF WS-CAL-COUNT >= 400
                               DISPLAY 'CALENDAR TABLE FULL, IGNORING '
                                  PC-DATE
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE PC-DATE TO WC-DATE(WS-CAL-COUNT)
                               MOVE PC-DAY-TYPE
                                  TO WC-DAY-TYPE(WS-CAL-COUNT)
                               MOVE PC-DESC TO WC-DESC(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       OPEN-REPORT-PARA.
           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING 'BUSDCHK BUSINESS DATE CHECK - BUSINESS DATE: '
              WS-BUS-DATE
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING '  CLOCK DATE: ' WS-CLOCK-DATE
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD.

      ****************************************************************
      * THE BUSINESS DATE MUST BE A REAL CALENDAR DATE, NOT AFTER
      * TODAY, AND A BUSINESS DAY - OR CARRY THE OVERRIDE. A DATE
      * BEFORE TODAY IS A CATCH-UP RUN OF A MISSED DAY.
      ****************************************************************
       VALIDATE-DATE-PARA.
           IF WS-REFUSED NOT = 'Y'
               IF WS-BUS-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'BUSINESS DATE NOT NUMERIC' TO WS-REASON
               ELSE
                   MOVE WS-BUS-DATE TO WS-CHK-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = 0
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'BUSINESS DATE NOT A VALID DATE'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REFUSED NOT = 'Y'
               IF WS-BUS-DATE > WS-CLOCK-DATE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'BUSINESS DATE IS AFTER TODAY' TO WS-REASON
               END-IF
           END-IF
           IF WS-REFUSED NOT = 'Y'
               PERFORM DAY-TYPE-PARA
               MOVE SPACES TO CHECK-REPORT-RECORD
               IF WS-CHK-BUSINESS = 'Y'
                   STRING '  ' WS-BUS-DATE ' IS A BUSINESS DAY '
                      WS-CHK-DESC
                      DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               ELSE
                   STRING '  ' WS-BUS-DATE ' IS NOT A BUSINESS DAY - '
                      WS-CHK-DESC
                      DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               END-IF
               WRITE CHECK-REPORT-RECORD
               IF WS-CHK-BUSINESS NOT = 'Y'
                   IF WS-OVERRIDE = 'Y'
                       MOVE SPACES TO CHECK-REPORT-RECORD
                       STRING '  NON-BUSINESS DAY RUN ALLOWED BY '
                          'OVERRIDE CARD'
                          DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                       WRITE CHECK-REPORT-RECORD
                   ELSE
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'NOT A BUSINESS DAY - NO OVERRIDE CARD'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REFUSED NOT = 'Y'
               IF WS-BUS-DATE < WS-CLOCK-DATE
                   MOVE 'C' TO WS-RUN-MODE
                   MOVE SPACES TO CHECK-REPORT-RECORD
                   STRING '  CATCH-UP RUN FOR BUSINESS DATE '
                      WS-BUS-DATE
                      DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                   WRITE CHECK-REPORT-RECORD
               END-IF
           END-IF.

      ****************************************************************
      * A CALENDAR ENTRY DECIDES THE DAY TYPE OUTRIGHT; OTHERWISE
      * THE WEEKDAY RULE APPLIES. INTEGER-OF-DATE DAY 1 (1601-01-01)
      * WAS A MONDAY, SO THE DAY NUMBER MOD 7 IS 6 ON A SATURDAY
      * AND 0 ON A SUNDAY.
      ****************************************************************
       DAY-TYPE-PARA.
           MOVE 'Y' TO WS-CHK-BUSINESS
           MOVE SPACES TO WS-CHK-DESC
           MOVE 0 TO WS-CAL-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-CAL-COUNT OR WS-CAL-HIT > 0
              IF WC-DATE(WS-SUB) = WS-CHK-DATE
                 MOVE WS-SUB TO WS-CAL-HIT
              END-IF
           END-PERFORM
           IF WS-CAL-HIT > 0
               MOVE WC-DESC(WS-CAL-HIT) TO WS-CHK-DESC
               IF WC-DAY-TYPE(WS-CAL-HIT) NOT = 'B'
                   MOVE 'N' TO WS-CHK-BUSINESS
               END-IF
           ELSE
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
                  (FUNCTION INTEGER-OF-DATE(WS-CHK-DATE), 7)
               IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                   MOVE 'N' TO WS-CHK-BUSINESS
                   MOVE 'WEEKEND' TO WS-CHK-DESC
               END-IF
           END-IF.

      ****************************************************************
      * FINDS THE LAST DATE BEFORE THE BUSINESS DATE WITH ANY RUN
      * RECORDED, AND WHETHER THE BUSINESS DATE ITSELF ALREADY HAS
      * A COMPLETED CLEAN RUN (SRCH WILL REFUSE IT WITHOUT A FORCE
      * CARD - WORTH SAYING BEFORE THE CHAIN GETS THERE).
      ****************************************************************
       RUN-HISTORY-PARA.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-RC-EOF = 'Y'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-RC-EOF
                   NOT AT END
                       IF RC-RUN-DATE < WS-BUS-DATE
                               AND (WS-LAST-RUN-DATE = SPACES
                                 OR RC-RUN-DATE > WS-LAST-RUN-DATE)
                           MOVE RC-RUN-DATE TO WS-LAST-RUN-DATE
                       END-IF
                       IF RC-REC-TYPE = 'E'
                               AND RC-RUN-DATE = WS-BUS-DATE
                               AND RC-COND-CODE = 0
                           MOVE 'Y' TO WS-ALREADY-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE SPACES TO CHECK-REPORT-RECORD
           IF WS-LAST-RUN-DATE = SPACES
               STRING '  NO EARLIER RUN RECORDED ON SRCHRUNC'
                  DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           ELSE
               STRING '  LAST EARLIER RUN RECORDED: ' WS-LAST-RUN-DATE
                  DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           END-IF
           WRITE CHECK-REPORT-RECORD
           IF WS-ALREADY-RUN = 'Y'
               MOVE SPACES TO CHECK-REPORT-RECORD
               STRING '  A CLEAN RUN IS ALREADY RECORDED FOR '
                  WS-BUS-DATE ' - SRCH NEEDS A FORCE CARD'
                  DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.

      ****************************************************************
      * EVERY BUSINESS DAY AFTER THE LAST RECORDED RUN AND BEFORE
      * THE BUSINESS DATE WAS SKIPPED. THE LOOK-BACK IS CAPPED AT
      * WS-MAX-GAP DAYS SO A NEW OR PURGED RUN-CONTROL FILE DOES
      * NOT FLAG YEARS OF HISTORY.
      ****************************************************************
       SKIP-CHECK-PARA.
           IF WS-LAST-RUN-DATE NOT = SPACES
                   AND WS-LAST-RUN-DATE NUMERIC
               MOVE WS-BUS-DATE TO WS-CHK-DATE
               COMPUTE WS-BUS-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
               MOVE WS-LAST-RUN-DATE TO WS-CHK-DATE
               COMPUTE WS-FIRST-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CHK-DATE) + 1
               IF WS-BUS-INT - WS-FIRST-INT > WS-MAX-GAP
                   COMPUTE WS-FIRST-INT = WS-BUS-INT - WS-MAX-GAP
               END-IF
               PERFORM VARYING WS-CHK-INT FROM WS-FIRST-INT BY 1
                  UNTIL WS-CHK-INT >= WS-BUS-INT
                  COMPUTE WS-CHK-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
                  PERFORM DAY-TYPE-PARA
                  IF WS-CHK-BUSINESS = 'Y'
                     ADD 1 TO WS-SKIP-COUNT
                     MOVE SPACES TO CHECK-REPORT-RECORD
                     STRING '  BUSINESS DATE ' WS-CHK-DATE
                        ' SKIPPED - NO RUN RECORDED ON SRCHRUNC'
                        DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                     WRITE CHECK-REPORT-RECORD
                     DISPLAY 'BUSINESS DATE ' WS-CHK-DATE
                        ' SKIPPED - NO RUN RECORDED'
                  END-IF
               END-PERFORM
           END-IF.

      ****************************************************************
      * REWRITES BUSDATE ON EVERY RUN: THE ACCEPTED DATE, OR NO
      * RECORD AT ALL WHEN THE DATE WAS REFUSED, SO YESTERDAY'S
      * DATE IS NEVER LEFT BEHIND FOR THE CHAIN TO PICK UP.
      ****************************************************************
       WRITE-BUS-DATE-PARA.
           OPEN OUTPUT BUS-DATE-FILE
           IF WS-REFUSED NOT = 'Y'
               MOVE SPACES        TO BUS-DATE-RECORD
               MOVE WS-BUS-DATE   TO BD-BUS-DATE
               MOVE WS-CLOCK-DATE TO BD-CLOCK-DATE
               MOVE WS-RUN-MODE   TO BD-RUN-MODE
               MOVE WS-OVERRIDE   TO BD-OVERRIDE
               WRITE BUS-DATE-RECORD
           END-IF
           CLOSE BUS-DATE-FILE.

       TOTALS-PARA.
           MOVE WS-SKIP-COUNT TO WS-COUNT-TXT
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING 'SKIPPED BUSINESS DATES: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE SPACES TO CHECK-REPORT-RECORD
           IF WS-REFUSED = 'Y'
               STRING 'STATUS: RUN REFUSED - ' WS-REASON
                  DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               DISPLAY 'BUSDCHK RUN REFUSED: ' WS-REASON
           ELSE
               IF WS-RUN-MODE = 'C'
                   STRING 'STATUS: ACCEPTED - CATCH-UP RUN'
                      DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               ELSE
                   STRING 'STATUS: ACCEPTED'
                      DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               END-IF
           END-IF
           WRITE CHECK-REPORT-RECORD.
