               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO "PGMCERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "PGMCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "PGMCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RESPONSE-REPORT-FILE ASSIGN TO "PGMCRSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.                                                   00040002
       FILE SECTION.
       FD  CODE-FILE.
          05 CM-STATUS   PIC X(1).
          05 CM-EFF-DATE PIC 9(8).
          05 CM-EXP-DATE PIC 9(8).
      ****************************************************************
      * ONE RECORD PER REJECTED CODE, STAMPED WITH THE CLOCK DATE
      * AND TIME (CCYYMMDDHHMMSS) AND THE ENTRY PATH: 'ACCEPT' FOR
      * THE SINGLE-CODE SYSIN PATH, 'BATCH' FOR A PGMCREQ REQUEST.
      ****************************************************************
       FD  ERROR-LOG-FILE.
       01 ERROR-RECORD.
          05 ERR-VALUE  PIC X(5).
          05 ERR-REASON PIC X(41).
          05 ERR-STAMP  PIC X(14).
          05 ERR-PATH   PIC X(6).
      ****************************************************************
      * CODE LOCK LOG, APPENDED TO AND READ IN ORDER - THE LATEST
      * RECORD FOR A CODE GIVES ITS STATE. 'L' IS WRITTEN HERE WHEN
      * A CODE REACHES WS-LOCK-LIMIT REJECTS IN ONE DAY; 'R' IS
      * WRITTEN BY CDUPDT WHEN THE CODE IS REINSTATED. ONLY REJECTS
      * STAMPED AFTER THE LATEST 'R' COUNT TOWARD A NEW LOCK.
      ****************************************************************
       FD  LOCK-FILE.
       01 LOCK-RECORD.
          05 LK-CODE    PIC X(5).
          05 LK-ACTION  PIC X(1).
          05 LK-STAMP   PIC X(14).
          05 LK-REJECTS PIC 9(3).
          05 LK-PATH    PIC X(6).
       FD  REQUEST-FILE.
       01 REQUEST-RECORD.
          05 RQ-CODE    PIC X(5).
       FD  RESPONSE-REPORT-FILE.
       01 RESPONSE-REPORT-RECORD PIC X(80).
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
000500 WORKING-STORAGE SECTION.                                         00050002                                                                00051005
       01 WS-VAR PIC X(5).                                              00052006
       01 WS-CODE-TABLE.
             10 WS-CODE-STATUS PIC X(1).
             10 WS-CODE-EFF    PIC 9(8).
             10 WS-CODE-EXP    PIC 9(8).
             10 WS-CODE-LOCK   PIC X(1).
             10 WS-CODE-REINST PIC X(14).
             10 WS-CODE-REJECTS PIC 9(3).
       01 WS-CODE-COUNT PIC 9(3) VALUE 0.
       01 WS-CODE-HIT   PIC 9(3) VALUE 0.
       01 WS-RUN-DATE   PIC 9(8).
       01 WS-REQ-FOUND   PIC 9(4) VALUE 0.
       01 WS-REQ-NOTFOUND PIC 9(4) VALUE 0.
       01 WS-RSP-COUNT-TXT PIC ZZZ9.
       01 WS-LOCK-LIMIT  PIC 9(3) VALUE 3.
       01 WS-TODAY       PIC X(8).
       01 WS-STAMP       PIC X(14).
       01 WS-PATH        PIC X(6).
       01 WS-LOCKED-NOW  PIC X(1) VALUE 'N'.
       01 WS-LOG-EOF     PIC X(1) VALUE 'N'.
       01 WS-LOCK-EOF    PIC X(1) VALUE 'N'.
       01 WS-LOCK-COUNT-TXT PIC ZZ9.
      ****************************************************************
      * WS-XFER-AREA is EXTERNAL and shared by name with SRCH's copy
      * (see Module2.cbl) -- SRCH's main PROCEDURE DIVISION has no
      ****************************************************************
000700 MAIN-PARA.                                                       00070002
           PERFORM LOAD-CODES-PARA.
           PERFORM BUS-DATE-PARA.
           PERFORM LOAD-LOCKS-PARA.
           PERFORM COUNT-REJECTS-PARA.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS = '00'
              MOVE 'BATCH' TO WS-PATH
              PERFORM BATCH-REQUEST-PARA
              CLOSE REQUEST-FILE
              MOVE WS-RETURN-CODE TO RETURN-CODE
           ELSE
              CLOSE REQUEST-FILE
           END-IF.
           MOVE 'ACCEPT' TO WS-PATH.
           ACCEPT WS-VAR.                                               00071006
000800     DISPLAY '*******   TESTING   ********'.                      00080002
           DISPLAY WS-VAR.                                              00081006
           END-IF.

       BATCH-REQUEST-PARA.
           OPEN OUTPUT RESPONSE-REPORT-FILE
           MOVE SPACES TO RESPONSE-REPORT-RECORD
           STRING 'PGMCOB BATCH INQUIRY RESPONSE - RUN DATE: '
                 ' REJECTED - ' WS-REASON
                 DELIMITED BY SIZE INTO RESPONSE-REPORT-RECORD
           END-IF
           WRITE RESPONSE-REPORT-RECORD
           IF WS-LOCKED-NOW = 'Y'
              MOVE WS-LOCK-LIMIT TO WS-LOCK-COUNT-TXT
              MOVE SPACES TO RESPONSE-REPORT-RECORD
              STRING '  CODE=' WS-VAR ' NOW LOCKED AFTER '
                 WS-LOCK-COUNT-TXT ' REJECTS TODAY'
                 DELIMITED BY SIZE INTO RESPONSE-REPORT-RECORD
              WRITE RESPONSE-REPORT-RECORD
           END-IF.

       RESPONSE-TOTALS-PARA.
           MOVE WS-REQ-READ TO WS-RSP-COUNT-TXT
              DELIMITED BY SIZE INTO RESPONSE-REPORT-RECORD
           WRITE RESPONSE-REPORT-RECORD.

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

       LOAD-CODES-PARA.
           OPEN INPUT CODE-FILE
           PERFORM UNTIL WS-CODE-EOF = 'Y'
                              TO WS-CODE-EFF(WS-CODE-COUNT)
                           MOVE CM-EXP-DATE
                              TO WS-CODE-EXP(WS-CODE-COUNT)
                           MOVE SPACE
                              TO WS-CODE-LOCK(WS-CODE-COUNT)
                           MOVE SPACES
                              TO WS-CODE-REINST(WS-CODE-COUNT)
                           MOVE 0
                              TO WS-CODE-REJECTS(WS-CODE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

       VALIDATE-PARA.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-CODE-HIT
           MOVE 'N' TO WS-VALID-FLAG
           IF WS-VAR = SPACES
              MOVE 'INPUT IS BLANK' TO WS-REASON
      * EXPIRY WINDOW. THE REASON SAYS WHICH TEST FAILED SO THE
      * ERROR LOG TELLS UNKNOWN, RETIRED, EXPIRED AND NOT-YET-
      * EFFECTIVE CODES APART - RETIRED CODES STAY ON THE MASTER
      * FOR HISTORY INSTEAD OF BEING DELETED. A LOCKED CODE IS
      * REFUSED AS 'CODE LOCKED' WHATEVER ELSE IS TRUE OF IT, UNTIL
      * CDUPDT REINSTATES IT.
      ****************************************************************
           IF WS-REASON = SPACES
              MOVE 0 TO WS-CODE-HIT
              PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-CODE-COUNT OR WS-CODE-HIT > 0
                       END-IF
                    END-IF
                 END-IF
                 IF WS-CODE-LOCK(WS-CODE-HIT) = 'L'
                    MOVE 'CODE LOCKED' TO WS-REASON
                    MOVE 'N' TO WS-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

      ****************************************************************
      * LOGS THE REJECT AND, FOR A CODE ON THE MASTER, COUNTS IT
      * TOWARD TODAY'S LOCKOUT LIMIT. THE REJECT THAT REACHES THE
      * LIMIT LOCKS THE CODE; 'CODE LOCKED' REFUSALS ARE LOGGED BUT
      * NOT COUNTED.
      ****************************************************************
       LOG-ERROR-PARA.
           MOVE 'N' TO WS-LOCKED-NOW
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           OPEN EXTEND ERROR-LOG-FILE
           MOVE SPACES    TO ERROR-RECORD
           MOVE WS-VAR    TO ERR-VALUE
           MOVE WS-REASON TO ERR-REASON(2:40)
           MOVE WS-STAMP  TO ERR-STAMP
           MOVE WS-PATH   TO ERR-PATH
           WRITE ERROR-RECORD
           CLOSE ERROR-LOG-FILE
           IF WS-CODE-HIT > 0 AND WS-REASON NOT = 'CODE LOCKED'
              ADD 1 TO WS-CODE-REJECTS(WS-CODE-HIT)
              IF WS-CODE-REJECTS(WS-CODE-HIT) >= WS-LOCK-LIMIT
                 PERFORM LOCK-CODE-PARA
              END-IF
           END-IF.

       LOCK-CODE-PARA.
           MOVE 'L' TO WS-CODE-LOCK(WS-CODE-HIT)
           MOVE 'Y' TO WS-LOCKED-NOW
           OPEN EXTEND LOCK-FILE
           MOVE SPACES    TO LOCK-RECORD
           MOVE WS-VAR    TO LK-CODE
           MOVE 'L'       TO LK-ACTION
           MOVE WS-STAMP  TO LK-STAMP
           MOVE WS-CODE-REJECTS(WS-CODE-HIT) TO LK-REJECTS
           MOVE WS-PATH   TO LK-PATH
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE
           DISPLAY 'CODE ' WS-VAR ' LOCKED AFTER '
              WS-CODE-REJECTS(WS-CODE-HIT) ' REJECTS TODAY'.

      ****************************************************************
      * CURRENT LOCK STATE OF EACH CODE ON THE MASTER FROM THE LOCK
      * LOG. LOCK RECORDS FOR CODES NO LONGER ON THE MASTER ARE
      * IGNORED.
      ****************************************************************
       LOAD-LOCKS-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT LOCK-FILE
           PERFORM UNTIL WS-LOCK-EOF = 'Y'
               READ LOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-LOCK-EOF
                   NOT AT END
                       MOVE LK-CODE TO WS-VAR
                       PERFORM FIND-CODE-PARA
                       IF WS-CODE-HIT > 0
                           IF LK-ACTION = 'L'
                               MOVE 'L' TO WS-CODE-LOCK(WS-CODE-HIT)
                           END-IF
                           IF LK-ACTION = 'R'
                               MOVE SPACE TO WS-CODE-LOCK(WS-CODE-HIT)
                               MOVE LK-STAMP
                                  TO WS-CODE-REINST(WS-CODE-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE.

      ****************************************************************
      * REJECTS ALREADY LOGGED TODAY (CLOCK DATE) FOR EACH CODE ON
      * THE MASTER SINCE ITS LAST REINSTATEMENT, SO THE LIMIT
      * HOLDS ACROSS SEPARATE RUNS AND BOTH ENTRY PATHS.
      ****************************************************************
       COUNT-REJECTS-PARA.
           OPEN INPUT ERROR-LOG-FILE
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ ERROR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF ERR-STAMP(1:8) = WS-TODAY
                          AND ERR-REASON(2:40) NOT = 'CODE LOCKED'
                           MOVE ERR-VALUE TO WS-VAR
                           PERFORM FIND-CODE-PARA
                           IF WS-CODE-HIT > 0
                               IF ERR-STAMP >
                                     WS-CODE-REINST(WS-CODE-HIT)
                                   ADD 1
                                      TO WS-CODE-REJECTS(WS-CODE-HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERROR-LOG-FILE
           MOVE SPACES TO WS-VAR.

       FIND-CODE-PARA.
           MOVE 0 TO WS-CODE-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-CODE-COUNT OR WS-CODE-HIT > 0
              IF WS-CODE-VALUE(WS-SUB) = WS-VAR
                 MOVE WS-SUB TO WS-CODE-HIT
              END-IF
           END-PERFORM.
