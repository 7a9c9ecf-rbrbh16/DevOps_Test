      ******************************************************************
      * RTUPDT - RATE-MASTER MAINTENANCE.
      * APPLIES ADD/CHANGE/EXPIRE/PURGE TRANSACTIONS FROM RTTRAN
      * AGAINST THE RATE MASTER (RATEMAST, THE TABLE EXTPRICE
      * PRICES FROM) AND WRITES THE UPDATED MASTER TO RATENEW, SO
      * RATES ARE NEVER HAND-EDITED - THE SAME DISCIPLINE NMUPDT
      * AND CDUPDT GIVE THEIR MASTERS. A RATE IS IDENTIFIED BY ITS
      * GROUP RANGE, SEARCH TYPE AND EFFECTIVE DATE. ENFORCES
      * GROUPS 1-500 WITH LOW NOT ABOVE HIGH, TYPE 'E', 'P', 'W' OR
      * '*', A NONZERO RATE, EFFECTIVE-BEFORE-EXPIRY DATING, AND NO
      * TWO RATES OF THE SAME TYPE WITH OVERLAPPING GROUP RANGES IN
      * EFFECT ON THE SAME DATE. A RATE ALREADY IN EFFECT ON THE
      * BUSINESS DATE KEEPS ITS AMOUNT - A PRICE CHANGE IS AN
      * EXPIRE PLUS A DATED ADD, SO WHAT WAS BILLED STAYS ON THE
      * MASTER - AND NO EXPIRY MAY BE SET BEFORE THE BUSINESS DATE.
      * EXPIRED RATES STAY ON THE MASTER UNTIL A PURGE TRANSACTION
      * DROPS THOSE THAT EXPIRED BEFORE ITS CUTOFF DATE, WHICH
      * KEEPS THE MASTER WITHIN THE 100-RATE TABLE THIS PROGRAM
      * AND EXTPRICE BOTH LOAD. A MASTER THAT DOES NOT FIT THE
      * TABLE IS REFUSED WITH CONDITION CODE 12 AND NOTHING IS
      * WRITTEN, RATHER THAN REWRITTEN WITHOUT THE RATES THAT DID
      * NOT FIT.
      * PRINTS A MAINTENANCE REPORT (RTUPDRPT) SHOWING EACH
      * TRANSACTION AS APPLIED OR REJECTED WITH A REASON, BEFORE/
      * AFTER RECORD COUNTS, A LISTING OF THE UPDATED MASTER AND A
      * COVERAGE CHECK OF EVERY GROUP 1-500 AND SEARCH TYPE 'E',
      * 'P' AND 'W' ON THE BUSINESS DATE AND ON THE NEXT DATE ANY
      * RATE STARTS OR STOPS. A GAP ON THE BUSINESS DATE WOULD
      * FAIL TONIGHT'S PRICING AND ENDS THE RUN WITH CONDITION
      * CODE 8 SO RTUPDJOB HOLDS BACK THE MASTER SWAP; A GAP ONLY
      * ON THE NEXT CHANGE DATE IS A WARNING (CONDITION CODE 4).
      * EVERY APPLIED TRANSACTION OF AN INSTALLED RUN IS APPENDED
      * TO THE PERMANENT RATE HISTORY (RTHIST) WITH THE BEFORE AND
      * AFTER RATE AND EXPIRY, SO A DISPUTED INVOICE CAN BE
      * RE-PRICED AT THE RATE THAT WAS IN FORCE - INCLUDING ONE
      * SINCE PURGED FROM THE MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTUPDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "RTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-RATE-FILE ASSIGN TO "RATENEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "RTUPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "RTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MASTER-FILE.
       01 RATE-RECORD.
          05 RM-GROUP-LO PIC 9(3).
          05 RM-GROUP-HI PIC 9(3).
          05 RM-TYPE     PIC X(1).
          05 RM-RATE     PIC 9(3)V99.
          05 RM-EFF-DATE PIC 9(8).
          05 RM-EXP-DATE PIC 9(8).
       FD  MAINT-TRANS-FILE.
      ****************************************************************
      * TRANSACTION ACTIONS (GROUP RANGE, TYPE AND EFFECTIVE DATE
      * NAME THE RATE):
      *   'A' - ADD A NEW RATE (RATE AND EXPIRY FROM THE
      *         TRANSACTION; EFFECTIVE NOT BEFORE THE BUSINESS
      *         DATE)
      *   'C' - CHANGE A RATE'S AMOUNT AND/OR EXPIRY. A ZERO RATE
      *         OR EXPIRY LEAVES THAT FIELD AS IS. THE AMOUNT OF A
      *         RATE ALREADY IN EFFECT CANNOT BE CHANGED
      *   'X' - EXPIRE A RATE ON RT-EXP-DATE (ZERO MEANS AT THE
      *         END OF THE BUSINESS DATE). THE RATE STAYS ON THE
      *         MASTER FOR HISTORY
      *   'P' - PURGE EVERY RATE THAT EXPIRED BEFORE RT-EXP-DATE
      *         (ZERO MEANS THE BUSINESS DATE; A LATER DATE IS
      *         REFUSED - A RATE STILL IN EFFECT IS NEVER PURGED).
      *         THE OTHER FIELDS ARE NOT USED. EACH RATE PURGED IS
      *         LISTED AND LOGGED TO RTHIST
      ****************************************************************
       01 MAINT-RECORD.
          05 RT-ACTION   PIC X(1).
          05 RT-GROUP-LO PIC 9(3).
          05 RT-GROUP-HI PIC 9(3).
          05 RT-TYPE     PIC X(1).
          05 RT-RATE     PIC 9(3)V99.
          05 RT-EFF-DATE PIC 9(8).
          05 RT-EXP-DATE PIC 9(8).
       FD  NEW-RATE-FILE.
       01 NEW-RATE-RECORD.
          05 NR-GROUP-LO PIC 9(3).
          05 NR-GROUP-HI PIC 9(3).
          05 NR-TYPE     PIC X(1).
          05 NR-RATE     PIC 9(3)V99.
          05 NR-EFF-DATE PIC 9(8).
          05 NR-EXP-DATE PIC 9(8).
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD PIC X(80).
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
          05 RH-RUN-DATE PIC X(8).
          05 RH-ACTION   PIC X(1).
          05 RH-GROUP-LO PIC 9(3).
          05 RH-GROUP-HI PIC 9(3).
          05 RH-TYPE     PIC X(1).
          05 RH-EFF-DATE PIC 9(8).
          05 RH-OLD-RATE PIC 9(3)V99.
          05 RH-OLD-EXP  PIC 9(8).
          05 RH-NEW-RATE PIC 9(3)V99.
          05 RH-NEW-EXP  PIC 9(8).
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
       WORKING-STORAGE SECTION.
      ****************************************************************
      * THE RATE TABLE, SAME 100-ENTRY SHAPE EXTPRICE LOADS - KEEP
      * THE TWO TABLES AND THEIR FULL CHECKS THE SAME SIZE.
      ****************************************************************
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT PIC 9(3) VALUE 0.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.
             10 WR-GROUP-LO PIC 9(3).
             10 WR-GROUP-HI PIC 9(3).
             10 WR-TYPE     PIC X(1).
             10 WR-RATE     PIC 9(3)V99.
             10 WR-EFF      PIC 9(8).
             10 WR-EXP      PIC 9(8).
      ****************************************************************
      * APPLIED TRANSACTIONS HELD FOR RTHIST UNTIL THE RUN IS KNOWN
      * TO BE INSTALLABLE - HISTORY MUST NEVER SHOW A RATE THE
      * LIVE MASTER NEVER CARRIED.
      ****************************************************************
       01 WS-HIST-TABLE.
          05 WS-HIST-COUNT PIC 9(3) VALUE 0.
          05 WS-HIST-ENTRY OCCURS 200 TIMES.
             10 WH-ACTION   PIC X(1).
             10 WH-GROUP-LO PIC 9(3).
             10 WH-GROUP-HI PIC 9(3).
             10 WH-TYPE     PIC X(1).
             10 WH-EFF      PIC 9(8).
             10 WH-OLD-RATE PIC 9(3)V99.
             10 WH-OLD-EXP  PIC 9(8).
             10 WH-NEW-RATE PIC 9(3)V99.
             10 WH-NEW-EXP  PIC 9(8).
       01 WS-RM-EOF       PIC X(1) VALUE 'N'.
       01 WS-RATE-OVER    PIC 9(4) VALUE 0.
       01 WS-RT-EOF       PIC X(1) VALUE 'N'.
       01 WS-BEFORE-COUNT PIC 9(4) VALUE 0.
       01 WS-AFTER-COUNT  PIC 9(4) VALUE 0.
       01 WS-APPLIED      PIC 9(4) VALUE 0.
       01 WS-REJECTED     PIC 9(4) VALUE 0.
       01 WS-REASON       PIC X(34).
       01 WS-HIT          PIC 9(3) VALUE 0.
       01 WS-SUB          PIC 9(3).
       01 WS-KEEP         PIC 9(3).
       01 WS-PURGED       PIC 9(3) VALUE 0.
       01 WS-CUTOFF       PIC 9(8) VALUE 0.
       01 WS-RUN-DATE     PIC X(8).
       01 WS-BUS-DATE     PIC X(8).
       01 WS-TODAY REDEFINES WS-BUS-DATE PIC 9(8).
       01 WS-WORK-RATE    PIC 9(3)V99 VALUE 0.
       01 WS-WORK-EFF     PIC 9(8) VALUE 0.
       01 WS-WORK-EXP     PIC 9(8) VALUE 0.
       01 WS-OLD-RATE     PIC 9(3)V99 VALUE 0.
       01 WS-OLD-EXP      PIC 9(8) VALUE 0.
       01 WS-GROUP-TXT    PIC 9(3).
       01 WS-GROUP-TXT2   PIC 9(3).
       01 WS-RATE-TXT     PIC ZZ9.99.
      ****************************************************************
      * COVERAGE CHECK WORK AREAS.
      ****************************************************************
       01 WS-NEXT-DATE    PIC 9(8) VALUE 0.
       01 WS-DAY-AFTER    PIC 9(8) VALUE 0.
       01 WS-DAY-INT      PIC 9(8) VALUE 0.
       01 WS-CHK-DATE     PIC 9(8) VALUE 0.
       01 WS-CHK-TYPE     PIC X(1).
       01 WS-TYPE-LIST    PIC X(3) VALUE 'EPW'.
       01 WS-TYPE-SUB     PIC 9(1).
       01 WS-GROUP        PIC 9(3).
       01 WS-GAP-START    PIC 9(3) VALUE 0.
       01 WS-GAP-END      PIC 9(3) VALUE 0.
       01 WS-COVERED      PIC X(1) VALUE 'N'.
       01 WS-GAPS-TODAY   PIC 9(4) VALUE 0.
       01 WS-GAPS-NEXT    PIC 9(4) VALUE 0.
       01 WS-GAPS         PIC 9(4) VALUE 0.
       01 WS-REPORT-COUNT-TXT PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM BUS-DATE-PARA
           PERFORM INIT-PARA
           IF WS-RATE-OVER > 0
               DISPLAY 'RATE MASTER HOLDS ' WS-RATE-OVER
                  ' RATES MORE THAN THE RATE TABLE, NOTHING WRITTEN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT-PARA
           PERFORM MAINT-PARA
           PERFORM WRITE-MASTER-PARA
           PERFORM TOTALS-PARA
           PERFORM RATE-LIST-PARA
           PERFORM COVERAGE-PARA
           IF WS-GAPS-TODAY > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM HISTORY-PARA
               IF WS-GAPS-NEXT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MAINT-REPORT-FILE
           STOP RUN.

      ****************************************************************
      * THE BUSINESS DATE BUSDCHK LAST FIXED FOR THE CHAIN - THE
      * DATE TONIGHT'S EXTPRICE PRICES AT - OR THE CLOCK DATE WITH
      * NO BUSDATE RECORD. THE CLOCK DATE STAMPS THE HISTORY.
      ****************************************************************
       BUS-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-BUS-DATE
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
      * LOADS THE RATE MASTER. A DUPLICATE RATE (SAME GROUP RANGE,
      * TYPE AND EFFECTIVE DATE) ON THE INPUT MASTER IS A LEFTOVER
      * FROM HAND EDITING AND IS SKIPPED WITH A MESSAGE - THE
      * REWRITTEN MASTER COMES OUT CLEAN. RATES BEYOND THE TABLE
      * ARE COUNTED SO THE RUN CAN BE REFUSED - REWRITING THE
      * MASTER WITHOUT THEM WOULD DROP LIVE RATES.
      ****************************************************************
       INIT-PARA.
           OPEN INPUT RATE-MASTER-FILE
           PERFORM UNTIL WS-RM-EOF = 'Y'
               READ RATE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-RM-EOF
                   NOT AT END
                       PERFORM LOAD-RATE-PARA
               END-READ
           END-PERFORM
           CLOSE RATE-MASTER-FILE.

       LOAD-RATE-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-GROUP-LO(WS-SUB) = RM-GROUP-LO
                    AND WR-GROUP-HI(WS-SUB) = RM-GROUP-HI
                    AND WR-TYPE(WS-SUB) = RM-TYPE
                    AND WR-EFF(WS-SUB) = RM-EFF-DATE
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
               DISPLAY 'RATE MASTER ERROR: DUPLICATE RATE '
                  RM-GROUP-LO '-' RM-GROUP-HI ' ' RM-TYPE ' '
                  RM-EFF-DATE ', RECORD SKIPPED'
           ELSE
               IF WS-RATE-COUNT >= 100
                   DISPLAY 'RATE TABLE FULL, NO ROOM FOR RATE '
                      RM-GROUP-LO '-' RM-GROUP-HI ' ' RM-TYPE ' '
                      RM-EFF-DATE
                   ADD 1 TO WS-RATE-OVER
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RM-GROUP-LO TO WR-GROUP-LO(WS-RATE-COUNT)
                   MOVE RM-GROUP-HI TO WR-GROUP-HI(WS-RATE-COUNT)
                   MOVE RM-TYPE     TO WR-TYPE(WS-RATE-COUNT)
                   MOVE RM-RATE     TO WR-RATE(WS-RATE-COUNT)
                   MOVE RM-EFF-DATE TO WR-EFF(WS-RATE-COUNT)
                   MOVE RM-EXP-DATE TO WR-EXP(WS-RATE-COUNT)
                   ADD 1 TO WS-BEFORE-COUNT
               END-IF
           END-IF.

       OPEN-REPORT-PARA.
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'RTUPDT RATE-MASTER MAINTENANCE - RUN DATE: '
              WS-RUN-DATE ' BUSINESS DATE: ' WS-BUS-DATE
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-BEFORE-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'MASTER RECORDS BEFORE: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  A GROUPS  T EFFECTIVE' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       MAINT-PARA.
           OPEN INPUT MAINT-TRANS-FILE
           PERFORM UNTIL WS-RT-EOF = 'Y'
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-RT-EOF
                   NOT AT END
                       PERFORM APPLY-PARA
               END-READ
           END-PERFORM
           CLOSE MAINT-TRANS-FILE.

       APPLY-PARA.
           MOVE SPACES TO WS-REASON
           IF RT-ACTION NOT = 'A' AND RT-ACTION NOT = 'C'
                   AND RT-ACTION NOT = 'X' AND RT-ACTION NOT = 'P'
               MOVE 'ACTION NOT A, C, X OR P' TO WS-REASON
           ELSE
               IF RT-ACTION NOT = 'P'
                   PERFORM EDIT-KEY-PARA
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM FIND-RATE-PARA
               EVALUATE RT-ACTION
                   WHEN 'P'
                       PERFORM PURGE-RATE-PARA
                   WHEN 'A'
                       PERFORM ADD-RATE-PARA
                   WHEN 'C'
                       PERFORM CHANGE-RATE-PARA
                   WHEN 'X'
                       PERFORM EXPIRE-RATE-PARA
               END-EVALUATE
           END-IF
           PERFORM TRANS-LINE-PARA.

      ****************************************************************
      * THE GROUP RANGE, TYPE AND EFFECTIVE DATE THAT NAME THE RATE
      * MUST BE ONES EXTPRICE COULD EVER MATCH.
      ****************************************************************
       EDIT-KEY-PARA.
           IF RT-GROUP-LO NOT NUMERIC OR RT-GROUP-HI NOT NUMERIC
               MOVE 'GROUP RANGE NOT NUMERIC' TO WS-REASON
           ELSE
               IF RT-GROUP-LO < 1 OR RT-GROUP-HI > 500
                   MOVE 'GROUP RANGE NOT WITHIN 001-500' TO WS-REASON
               ELSE
                   IF RT-GROUP-LO > RT-GROUP-HI
                       MOVE 'GROUP RANGE LOW ABOVE HIGH' TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF RT-TYPE NOT = 'E' AND RT-TYPE NOT = 'P'
                       AND RT-TYPE NOT = 'W' AND RT-TYPE NOT = '*'
                   MOVE 'TYPE NOT E, P, W OR *' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF RT-EFF-DATE NOT NUMERIC OR RT-EXP-DATE NOT NUMERIC
                   MOVE 'DATES NOT NUMERIC' TO WS-REASON
               ELSE
                   IF RT-RATE NOT NUMERIC AND RT-ACTION NOT = 'X'
                       MOVE 'RATE NOT NUMERIC' TO WS-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-RATE-PARA.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-GROUP-LO(WS-SUB) = RT-GROUP-LO
                    AND WR-GROUP-HI(WS-SUB) = RT-GROUP-HI
                    AND WR-TYPE(WS-SUB) = RT-TYPE
                    AND WR-EFF(WS-SUB) = RT-EFF-DATE
                 MOVE WS-SUB TO WS-HIT
              END-IF
           END-PERFORM.

      ****************************************************************
      * NO OTHER RATE OF THE SAME TYPE MAY COVER ANY OF THE SAME
      * GROUPS ON ANY OF THE SAME DATES AS THE RATE BEING ADDED OR
      * CHANGED (WS-WORK-EFF/EXP; WS-HIT IS THE RATE ITSELF ON A
      * CHANGE, ZERO ON AN ADD). '*' RATES ARE CATCH-ALLS BEHIND
      * THE TYPED RATES AND ARE ONLY CHECKED AGAINST EACH OTHER.
      ****************************************************************
       OVERLAP-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT OR WS-REASON NOT = SPACES
              IF WS-SUB NOT = WS-HIT
                    AND WR-TYPE(WS-SUB) = RT-TYPE
                    AND WR-GROUP-LO(WS-SUB) <= RT-GROUP-HI
                    AND WR-GROUP-HI(WS-SUB) >= RT-GROUP-LO
                    AND WR-EFF(WS-SUB) <= WS-WORK-EXP
                    AND WR-EXP(WS-SUB) >= WS-WORK-EFF
                 MOVE WR-GROUP-LO(WS-SUB) TO WS-GROUP-TXT
                 MOVE WR-GROUP-HI(WS-SUB) TO WS-GROUP-TXT2
                 STRING 'OVERLAPS ' WS-GROUP-TXT '-' WS-GROUP-TXT2
                    ' EFF ' WR-EFF(WS-SUB)
                    DELIMITED BY SIZE INTO WS-REASON
              END-IF
           END-PERFORM.

       ADD-RATE-PARA.
           IF WS-HIT > 0
               MOVE 'RATE ALREADY ON MASTER' TO WS-REASON
           ELSE
               IF WS-RATE-COUNT >= 100
                   MOVE 'RATE TABLE FULL' TO WS-REASON
               ELSE
                   IF RT-RATE = 0
                       MOVE 'RATE IS ZERO' TO WS-REASON
                   ELSE
                       IF RT-EFF-DATE >= RT-EXP-DATE
                           MOVE 'EFFECTIVE NOT BEFORE EXPIRY'
                              TO WS-REASON
                       ELSE
                           IF RT-EFF-DATE < WS-TODAY
                               MOVE 'EFFECTIVE BEFORE BUSINESS DATE'
                                  TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE RT-EFF-DATE TO WS-WORK-EFF
               MOVE RT-EXP-DATE TO WS-WORK-EXP
               PERFORM OVERLAP-PARA
           END-IF
           IF WS-REASON = SPACES
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-GROUP-LO TO WR-GROUP-LO(WS-RATE-COUNT)
               MOVE RT-GROUP-HI TO WR-GROUP-HI(WS-RATE-COUNT)
               MOVE RT-TYPE     TO WR-TYPE(WS-RATE-COUNT)
               MOVE RT-RATE     TO WR-RATE(WS-RATE-COUNT)
               MOVE RT-EFF-DATE TO WR-EFF(WS-RATE-COUNT)
               MOVE RT-EXP-DATE TO WR-EXP(WS-RATE-COUNT)
               MOVE 0 TO WS-OLD-RATE
               MOVE 0 TO WS-OLD-EXP
               PERFORM HIST-ENTRY-PARA
           END-IF.

      ****************************************************************
      * RATE AND EXPIRY MERGE: A ZERO TRANSACTION VALUE KEEPS THE
      * MASTER'S VALUE. A RATE ALREADY IN EFFECT, OR ALREADY
      * EXPIRED, HAS BEEN BILLED AND KEEPS ITS AMOUNT.
      ****************************************************************
       CHANGE-RATE-PARA.
           IF WS-HIT = 0
               MOVE 'RATE NOT ON MASTER' TO WS-REASON
           ELSE
               MOVE WR-RATE(WS-HIT) TO WS-WORK-RATE
               MOVE WR-EFF(WS-HIT)  TO WS-WORK-EFF
               MOVE WR-EXP(WS-HIT)  TO WS-WORK-EXP
               IF RT-RATE NOT = 0
                   MOVE RT-RATE TO WS-WORK-RATE
               END-IF
               IF RT-EXP-DATE NOT = 0
                   MOVE RT-EXP-DATE TO WS-WORK-EXP
               END-IF
               IF WR-EXP(WS-HIT) < WS-TODAY
                   MOVE 'RATE ALREADY EXPIRED' TO WS-REASON
               ELSE
                   IF WS-WORK-RATE NOT = WR-RATE(WS-HIT)
                           AND WR-EFF(WS-HIT) <= WS-TODAY
                       MOVE 'RATE IN EFFECT - EXPIRE, THEN ADD'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM EDIT-EXPIRY-PARA
           END-IF
           IF WS-REASON = SPACES
               PERFORM OVERLAP-PARA
           END-IF
           IF WS-REASON = SPACES
               MOVE WR-RATE(WS-HIT) TO WS-OLD-RATE
               MOVE WR-EXP(WS-HIT)  TO WS-OLD-EXP
               MOVE WS-WORK-RATE TO WR-RATE(WS-HIT)
               MOVE WS-WORK-EXP  TO WR-EXP(WS-HIT)
               PERFORM HIST-ENTRY-PARA
           END-IF.

       EXPIRE-RATE-PARA.
           IF WS-HIT = 0
               MOVE 'RATE NOT ON MASTER' TO WS-REASON
           ELSE
               MOVE WR-RATE(WS-HIT) TO WS-WORK-RATE
               MOVE WR-EFF(WS-HIT)  TO WS-WORK-EFF
               IF RT-EXP-DATE = 0
                   MOVE WS-TODAY TO WS-WORK-EXP
               ELSE
                   MOVE RT-EXP-DATE TO WS-WORK-EXP
               END-IF
               IF WR-EXP(WS-HIT) < WS-TODAY
                   MOVE 'RATE ALREADY EXPIRED' TO WS-REASON
               ELSE
                   IF WS-WORK-EXP >= WR-EXP(WS-HIT)
                       MOVE 'EXPIRY NOT BEFORE CURRENT EXPIRY'
                          TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM EDIT-EXPIRY-PARA
           END-IF
           IF WS-REASON = SPACES
               MOVE WR-RATE(WS-HIT) TO WS-OLD-RATE
               MOVE WR-EXP(WS-HIT)  TO WS-OLD-EXP
               MOVE WS-WORK-EXP TO WR-EXP(WS-HIT)
               PERFORM HIST-ENTRY-PARA
           END-IF.

      ****************************************************************
      * DROPS EVERY RATE THAT EXPIRED BEFORE THE CUTOFF, CLOSING UP
      * THE TABLE IN PLACE SO THE MASTER KEEPS ITS ORDER. A CUTOFF
      * AFTER THE BUSINESS DATE COULD TAKE A RATE TONIGHT'S PRICING
      * STILL NEEDS AND IS REFUSED. EACH RATE DROPPED IS LISTED
      * AHEAD OF THE TRANSACTION LINE AND HELD FOR RTHIST, NEW RATE
      * AND EXPIRY ZERO.
      ****************************************************************
       PURGE-RATE-PARA.
           IF RT-EXP-DATE NOT NUMERIC
               MOVE 'CUTOFF DATE NOT NUMERIC' TO WS-REASON
           ELSE
               IF RT-EXP-DATE = 0
                   MOVE WS-TODAY TO WS-CUTOFF
               ELSE
                   MOVE RT-EXP-DATE TO WS-CUTOFF
               END-IF
               IF WS-CUTOFF > WS-TODAY
                   MOVE 'CUTOFF AFTER BUSINESS DATE' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE 0 TO WS-KEEP
               MOVE 0 TO WS-PURGED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WS-RATE-COUNT
                  IF WR-EXP(WS-SUB) < WS-CUTOFF
                     PERFORM PURGE-LINE-PARA
                  ELSE
                     ADD 1 TO WS-KEEP
                     IF WS-KEEP NOT = WS-SUB
                        MOVE WS-RATE-ENTRY(WS-SUB)
                           TO WS-RATE-ENTRY(WS-KEEP)
                     END-IF
                  END-IF
               END-PERFORM
               MOVE WS-KEEP TO WS-RATE-COUNT
           END-IF.

       PURGE-LINE-PARA.
           ADD 1 TO WS-PURGED
           MOVE WR-RATE(WS-SUB) TO WS-RATE-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '    PURGED ' WR-GROUP-LO(WS-SUB) '-'
              WR-GROUP-HI(WS-SUB) ' ' WR-TYPE(WS-SUB)
              ' ' WS-RATE-TXT ' ' WR-EFF(WS-SUB)
              '  ' WR-EXP(WS-SUB)
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF WS-HIST-COUNT < 200
               ADD 1 TO WS-HIST-COUNT
               MOVE 'P'                 TO WH-ACTION(WS-HIST-COUNT)
               MOVE WR-GROUP-LO(WS-SUB) TO WH-GROUP-LO(WS-HIST-COUNT)
               MOVE WR-GROUP-HI(WS-SUB) TO WH-GROUP-HI(WS-HIST-COUNT)
               MOVE WR-TYPE(WS-SUB)     TO WH-TYPE(WS-HIST-COUNT)
               MOVE WR-EFF(WS-SUB)      TO WH-EFF(WS-HIST-COUNT)
               MOVE WR-RATE(WS-SUB)     TO WH-OLD-RATE(WS-HIST-COUNT)
               MOVE WR-EXP(WS-SUB)      TO WH-OLD-EXP(WS-HIST-COUNT)
               MOVE 0                   TO WH-NEW-RATE(WS-HIST-COUNT)
               MOVE 0                   TO WH-NEW-EXP(WS-HIST-COUNT)
           ELSE
               DISPLAY 'HISTORY TABLE FULL, NOT RECORDED: P '
                  WR-GROUP-LO(WS-SUB) '-' WR-GROUP-HI(WS-SUB) ' '
                  WR-TYPE(WS-SUB) ' ' WR-EFF(WS-SUB)
           END-IF.

      ****************************************************************
      * A NEW EXPIRY MUST STAY AFTER THE EFFECTIVE DATE AND MAY NOT
      * FALL BEFORE THE BUSINESS DATE - DAYS ALREADY PRICED KEEP
      * THE RATE THEY WERE PRICED AT.
      ****************************************************************
       EDIT-EXPIRY-PARA.
           IF WS-WORK-EFF >= WS-WORK-EXP
               MOVE 'EFFECTIVE NOT BEFORE EXPIRY' TO WS-REASON
           ELSE
               IF WS-WORK-EXP < WS-TODAY
                   MOVE 'EXPIRY BEFORE BUSINESS DATE' TO WS-REASON
               END-IF
           END-IF.

       HIST-ENTRY-PARA.
           IF WS-HIST-COUNT < 200
               ADD 1 TO WS-HIST-COUNT
               MOVE RT-ACTION    TO WH-ACTION(WS-HIST-COUNT)
               MOVE RT-GROUP-LO  TO WH-GROUP-LO(WS-HIST-COUNT)
               MOVE RT-GROUP-HI  TO WH-GROUP-HI(WS-HIST-COUNT)
               MOVE RT-TYPE      TO WH-TYPE(WS-HIST-COUNT)
               MOVE RT-EFF-DATE  TO WH-EFF(WS-HIST-COUNT)
               MOVE WS-OLD-RATE  TO WH-OLD-RATE(WS-HIST-COUNT)
               MOVE WS-OLD-EXP   TO WH-OLD-EXP(WS-HIST-COUNT)
               IF RT-ACTION = 'A'
                   MOVE RT-RATE     TO WH-NEW-RATE(WS-HIST-COUNT)
                   MOVE RT-EXP-DATE TO WH-NEW-EXP(WS-HIST-COUNT)
               ELSE
                   MOVE WR-RATE(WS-HIT) TO WH-NEW-RATE(WS-HIST-COUNT)
                   MOVE WR-EXP(WS-HIT)  TO WH-NEW-EXP(WS-HIST-COUNT)
               END-IF
           ELSE
               DISPLAY 'HISTORY TABLE FULL, NOT RECORDED: '
                  RT-ACTION ' ' RT-GROUP-LO '-' RT-GROUP-HI ' '
                  RT-TYPE ' ' RT-EFF-DATE
           END-IF.

       TRANS-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WS-REASON = SPACES
               ADD 1 TO WS-APPLIED
               IF RT-ACTION = 'P'
                   MOVE WS-PURGED TO WS-REPORT-COUNT-TXT
                   STRING '  P CUTOFF ' WS-CUTOFF
                      ' APPLIED - RATES PURGED: ' WS-REPORT-COUNT-TXT
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               ELSE
                   STRING '  ' RT-ACTION ' ' RT-GROUP-LO '-'
                      RT-GROUP-HI ' ' RT-TYPE ' ' RT-EFF-DATE
                      ' APPLIED'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED
               STRING '  ' RT-ACTION ' ' RT-GROUP-LO '-' RT-GROUP-HI
                  ' ' RT-TYPE ' ' RT-EFF-DATE
                  ' REJECTED - ' WS-REASON
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           END-IF
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * WRITES THE TYPED RATES FIRST AND THE '*' CATCH-ALLS AFTER
      * THEM: EXTPRICE TAKES THE FIRST RATE THAT COVERS A DETAIL,
      * SO A SPECIFIC TYPE ALWAYS WINS OVER THE CATCH-ALL.
      ****************************************************************
       WRITE-MASTER-PARA.
           OPEN OUTPUT NEW-RATE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-TYPE(WS-SUB) NOT = '*'
                 PERFORM WRITE-RATE-PARA
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-TYPE(WS-SUB) = '*'
                 PERFORM WRITE-RATE-PARA
              END-IF
           END-PERFORM
           CLOSE NEW-RATE-FILE.

       WRITE-RATE-PARA.
           MOVE SPACES TO NEW-RATE-RECORD
           MOVE WR-GROUP-LO(WS-SUB) TO NR-GROUP-LO
           MOVE WR-GROUP-HI(WS-SUB) TO NR-GROUP-HI
           MOVE WR-TYPE(WS-SUB)     TO NR-TYPE
           MOVE WR-RATE(WS-SUB)     TO NR-RATE
           MOVE WR-EFF(WS-SUB)      TO NR-EFF-DATE
           MOVE WR-EXP(WS-SUB)      TO NR-EXP-DATE
           WRITE NEW-RATE-RECORD
           ADD 1 TO WS-AFTER-COUNT.

       TOTALS-PARA.
           MOVE WS-AFTER-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'MASTER RECORDS AFTER: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-APPLIED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS APPLIED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-REJECTED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTIONS REJECTED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * LISTS THE UPDATED MASTER IN THE ORDER IT WAS WRITTEN SO THE
      * RATE OWNER CAN SIGN OFF THE CHANGE.
      ****************************************************************
       RATE-LIST-PARA.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'RATE MASTER:' DELIMITED BY SIZE
              INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  GROUPS  T   RATE EFFECTIVE EXPIRY'
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-TYPE(WS-SUB) NOT = '*'
                 PERFORM RATE-LINE-PARA
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-TYPE(WS-SUB) = '*'
                 PERFORM RATE-LINE-PARA
              END-IF
           END-PERFORM.

       RATE-LINE-PARA.
           MOVE WR-RATE(WS-SUB) TO WS-RATE-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  ' WR-GROUP-LO(WS-SUB) '-' WR-GROUP-HI(WS-SUB)
              ' ' WR-TYPE(WS-SUB)
              ' ' WS-RATE-TXT
              ' ' WR-EFF(WS-SUB)
              '  ' WR-EXP(WS-SUB)
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * COVERAGE OF THE UPDATED MASTER: EVERY GROUP 1-500 MUST HAVE
      * A RATE FOR EACH SEARCH TYPE ('E', 'P', 'W' - A '*' RATE
      * COVERS ALL THREE) ON THE BUSINESS DATE AND ON THE NEXT
      * DATE ANY RATE TAKES EFFECT OR LAPSES (THE DAY AFTER ITS
      * EXPIRY). GAPS ARE LISTED AS GROUP RANGES.
      ****************************************************************
       COVERAGE-PARA.
           MOVE 99999999 TO WS-NEXT-DATE
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT
              IF WR-EFF(WS-SUB) > WS-TODAY
                    AND WR-EFF(WS-SUB) < WS-NEXT-DATE
                 MOVE WR-EFF(WS-SUB) TO WS-NEXT-DATE
              END-IF
              IF WR-EXP(WS-SUB) >= WS-TODAY
                    AND WR-EXP(WS-SUB) < 99991231
                 COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WR-EXP(WS-SUB)) + 1
                 COMPUTE WS-DAY-AFTER =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 IF WS-DAY-AFTER < WS-NEXT-DATE
                    MOVE WS-DAY-AFTER TO WS-NEXT-DATE
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'RATE COVERAGE, GROUPS 001-500, TYPES E/P/W:'
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-TODAY TO WS-CHK-DATE
           PERFORM COVERAGE-DATE-PARA
           MOVE WS-GAPS TO WS-GAPS-TODAY
           MOVE 0 TO WS-GAPS-NEXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WS-NEXT-DATE = 99999999
               STRING '  NEXT RATE CHANGE: NONE SCHEDULED'
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           ELSE
               STRING '  NEXT RATE CHANGE: ' WS-NEXT-DATE
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE WS-NEXT-DATE TO WS-CHK-DATE
               PERFORM COVERAGE-DATE-PARA
               MOVE WS-GAPS TO WS-GAPS-NEXT
           END-IF
           MOVE SPACES TO MAINT-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-GAPS-TODAY > 0
                   STRING 'STATUS: NO RATE IN EFFECT ON BUSINESS '
                      'DATE - NEW MASTER NOT INSTALLED'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WHEN WS-GAPS-NEXT > 0
                   STRING 'STATUS: WARNING - GAPS FROM NEXT RATE '
                      'CHANGE'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WHEN OTHER
                   STRING 'STATUS: ALL GROUPS AND TYPES COVERED'
                      DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           END-EVALUATE
           WRITE MAINT-REPORT-RECORD.

       COVERAGE-DATE-PARA.
           MOVE 0 TO WS-GAPS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 3
              MOVE WS-TYPE-LIST(WS-TYPE-SUB:1) TO WS-CHK-TYPE
              MOVE 0 TO WS-GAP-START
              PERFORM VARYING WS-GROUP FROM 1 BY 1
                 UNTIL WS-GROUP > 500
                 PERFORM COVERED-PARA
                 IF WS-COVERED = 'N'
                    IF WS-GAP-START = 0
                       MOVE WS-GROUP TO WS-GAP-START
                    END-IF
                 ELSE
                    IF WS-GAP-START > 0
                       COMPUTE WS-GAP-END = WS-GROUP - 1
                       PERFORM GAP-LINE-PARA
                       MOVE 0 TO WS-GAP-START
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-GAP-START > 0
                 MOVE 500 TO WS-GAP-END
                 PERFORM GAP-LINE-PARA
              END-IF
           END-PERFORM
           MOVE WS-GAPS TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  GAPS ON ' WS-CHK-DATE ': ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       COVERED-PARA.
           MOVE 'N' TO WS-COVERED
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-RATE-COUNT OR WS-COVERED = 'Y'
              IF WS-GROUP >= WR-GROUP-LO(WS-SUB)
                    AND WS-GROUP <= WR-GROUP-HI(WS-SUB)
                    AND (WR-TYPE(WS-SUB) = '*'
                      OR WR-TYPE(WS-SUB) = WS-CHK-TYPE)
                    AND WS-CHK-DATE >= WR-EFF(WS-SUB)
                    AND WS-CHK-DATE <= WR-EXP(WS-SUB)
                 MOVE 'Y' TO WS-COVERED
              END-IF
           END-PERFORM.

       GAP-LINE-PARA.
           ADD 1 TO WS-GAPS
           MOVE WS-GAP-START TO WS-GROUP-TXT
           MOVE WS-GAP-END   TO WS-GROUP-TXT2
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  NO RATE ON ' WS-CHK-DATE
              ': TYPE=' WS-CHK-TYPE
              ' GROUPS=' WS-GROUP-TXT '-' WS-GROUP-TXT2
              DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      ****************************************************************
      * ONE PERMANENT HISTORY RECORD PER APPLIED TRANSACTION WITH
      * THE RATE AND EXPIRY BEFORE (ZERO FOR AN ADD) AND AFTER.
      ****************************************************************
       HISTORY-PARA.
           OPEN EXTEND HISTORY-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-HIST-COUNT
              MOVE SPACES TO HISTORY-RECORD
              MOVE WS-RUN-DATE          TO RH-RUN-DATE
              MOVE WH-ACTION(WS-SUB)    TO RH-ACTION
              MOVE WH-GROUP-LO(WS-SUB)  TO RH-GROUP-LO
              MOVE WH-GROUP-HI(WS-SUB)  TO RH-GROUP-HI
              MOVE WH-TYPE(WS-SUB)      TO RH-TYPE
              MOVE WH-EFF(WS-SUB)       TO RH-EFF-DATE
              MOVE WH-OLD-RATE(WS-SUB)  TO RH-OLD-RATE
              MOVE WH-OLD-EXP(WS-SUB)   TO RH-OLD-EXP
              MOVE WH-NEW-RATE(WS-SUB)  TO RH-NEW-RATE
              MOVE WH-NEW-EXP(WS-SUB)   TO RH-NEW-EXP
              WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.
