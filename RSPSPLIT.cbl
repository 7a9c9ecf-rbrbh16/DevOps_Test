      ******************************************************************
      * RSPSPLIT - DESK RESPONSE DISTRIBUTION.
      * SPLITS THE DESK RESPONSE DATASET SRCH WRITES (RESPONSE - ONE
      * 'H'...'T' GROUP PER SOURCE, IN SOURCE ORDER) INTO ONE
      * DATASET PER DESK, SRCH.RESP.<SOURCE ID>, FOR THE DESK TO
      * COLLECT. THE DESK DATASETS ARE NOT IN THE JCL: EACH ONE IS
      * ALLOCATED BY THE PROGRAM AT OPEN TIME THROUGH THE RSPDESK
      * ENVIRONMENT VARIABLE - AN EXISTING DATASET IS REWRITTEN
      * (OLD), A DESK'S FIRST ONE IS CREATED AND CATALOGED (NEW) -
      * SO A DESK ADDED BY DKUPDT NEEDS NO JCL CHANGE. EVERY DESK
      * ON THE DESK REGISTRY (DESKMAST) GETS TONIGHT'S ANSWER: A
      * DESK THAT SENT NOTHING IS WRITTEN AN EMPTY GROUP (HEADER
      * AND A ZERO TRAILER) SO IT NEVER PICKS UP A PREVIOUS NIGHT'S
      * RESPONSE AS TONIGHT'S. A GROUP FOR A SOURCE NOT ON THE
      * REGISTRY (ITS BLOCKS WERE REJECTED BY TRNEDIT) HAS NO DESK
      * DATASET; IT IS LISTED AND NOT DISTRIBUTED, CONDITION CODE
      * 4. A DESK DATASET THAT CANNOT BE ALLOCATED, A SECOND GROUP
      * FOR THE SAME DESK, OR A GROUP WITH NO TRAILER ENDS THE RUN
      * WITH CONDITION CODE 8. THE DISTRIBUTION REPORT (RSPSPRPT)
      * SHOWS WHERE EVERY GROUP WENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSPSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "RESPONSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESK-FILE ASSIGN TO "DESKMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESK-RESP-FILE ASSIGN TO "RSPDESK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT SPLIT-REPORT-FILE ASSIGN TO "RSPSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ****************************************************************
      * THE DESK RESPONSE DATASET AS SRCH WRITES IT. ONLY THE
      * HEADER AND TRAILER ARE LOOKED AT; 'D' AND 'M' RECORDS ARE
      * COPIED AS THEY STAND.
      ****************************************************************
       FD  RESPONSE-FILE.
       01 RESP-IN-RECORD.
          05 RI-REC-TYPE   PIC X(1).
          05 FILLER        PIC X(59).
       01 RESP-IN-HEADER.
          05 RIH-REC-TYPE  PIC X(1).
          05 RIH-SOURCE-ID PIC X(8).
          05 RIH-RUN-DATE  PIC X(8).
          05 RIH-DESK-NAME PIC X(30).
          05 FILLER        PIC X(13).
      ****************************************************************
      * DESK REGISTRY MASTER, MAINTAINED BY DKUPDT.
      ****************************************************************
       FD  DESK-FILE.
       01 DESK-RECORD.
          05 DK-SOURCE-ID   PIC X(8).
          05 DK-NAME        PIC X(30).
          05 DK-STATUS      PIC X(1).
          05 DK-BILL-ACCT   PIC X(10).
          05 DK-DAILY-LIMIT PIC 9(6).
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
      ****************************************************************
      * ONE DESK'S RESPONSE DATASET, SAME LAYOUT AS RESPONSE. THE
      * HEADER AND TRAILER LAYOUTS ARE FOR A DESK WITH NO GROUP.
      ****************************************************************
       FD  DESK-RESP-FILE.
       01 DESK-RESP-RECORD PIC X(60).
       01 DESK-RESP-HEADER.
          05 DH-REC-TYPE   PIC X(1).
          05 DH-SOURCE-ID  PIC X(8).
          05 DH-RUN-DATE   PIC X(8).
          05 DH-DESK-NAME  PIC X(30).
          05 FILLER        PIC X(13).
       01 DESK-RESP-TRAILER.
          05 DT-REC-TYPE   PIC X(1).
          05 DT-DETAILS    PIC 9(6).
          05 DT-ANSWERED   PIC 9(6).
          05 DT-REJECTED   PIC 9(6).
          05 DT-EXPECTED   PIC 9(6).
          05 DT-STATUS     PIC X(14).
          05 FILLER        PIC X(21).
       FD  SPLIT-REPORT-FILE.
       01 SPLIT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      ****************************************************************
      * THE DESK REGISTRY (200 DESKS, AS SRCH LOADS IT). WS-DESK-DONE
      * IS 'Y' ONCE THE DESK'S DATASET HAS BEEN WRITTEN THIS RUN AND
      * 'F' WHEN ITS GROUP COULD NOT BE - A DESK WHOSE ANSWER WAS
      * NOT DELIVERED IS NEVER SENT AN EMPTY GROUP IN ITS PLACE.
      ****************************************************************
       01 WS-DESK-TABLE.
          05 WS-DESK-COUNT PIC 9(3) VALUE 0.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-ID     PIC X(8).
             10 WS-DESK-NAME   PIC X(30).
             10 WS-DESK-DONE   PIC X(1).
       01 WS-DESK-HIT       PIC 9(3) VALUE 0.
       01 WS-DESK-SUB       PIC 9(3).
      ****************************************************************
      * DYNAMIC ALLOCATION OF RSPDESK. WS-ALLOC-ENV IS THE NULL-
      * TERMINATED 'RSPDESK=DSN(...) ...' STRING HANDED TO PUTENV
      * BEFORE EACH OPEN; THE RUN-TIME ALLOCATES THE DATASET IT
      * NAMES AT OPEN AND FREES IT AT CLOSE.
      ****************************************************************
       01 WS-ALLOC-ENV      PIC X(80).
       01 WS-ALLOC-PTR      USAGE POINTER.
       01 WS-ALLOC-RC       PIC S9(9) BINARY VALUE 0.
       01 WS-ALLOC-DISP     PIC X(40).
       01 WS-NULL           PIC X(1) VALUE LOW-VALUE.
       01 WS-DSNAME         PIC X(18).
       01 WS-DR-STATUS      PIC X(2).
       01 WS-DR-OPEN        PIC X(1) VALUE 'N'.
       01 WS-RI-EOF         PIC X(1) VALUE 'N'.
       01 WS-DK-EOF         PIC X(1) VALUE 'N'.
      ****************************************************************
      * THE GROUP BEING READ: 'W' - BEING WRITTEN TO ITS DESK
      * DATASET, 'S' - BEING SKIPPED, SPACE - BETWEEN GROUPS.
      ****************************************************************
       01 WS-GROUP-STATE    PIC X(1) VALUE SPACE.
       01 WS-GROUP-SOURCE   PIC X(8) VALUE SPACES.
       01 WS-GROUP-RECORDS  PIC 9(6) VALUE 0.
       01 WS-GROUP-NOTE     PIC X(30).
       01 WS-RUN-DATE       PIC X(8).
       01 WS-BUS-DATE       PIC X(8).
       01 WS-RECORDS-READ   PIC 9(6) VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(6) VALUE 0.
       01 WS-GROUPS-SENT    PIC 9(4) VALUE 0.
       01 WS-GROUPS-EMPTY   PIC 9(4) VALUE 0.
       01 WS-GROUPS-UNREG   PIC 9(4) VALUE 0.
       01 WS-GROUPS-FAILED  PIC 9(4) VALUE 0.
       01 WS-ERROR-FLAG     PIC X(1) VALUE 'N'.
       01 WS-COUNT-TXT      PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM BUS-DATE-PARA
           PERFORM LOAD-DESK-PARA
           PERFORM OPEN-REPORT-PARA
           PERFORM SPLIT-PARA
           PERFORM EMPTY-GROUPS-PARA
           PERFORM TOTALS-PARA
           CLOSE SPLIT-REPORT-FILE
           IF WS-ERROR-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GROUPS-UNREG > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ****************************************************************
      * THE BUSINESS DATE BUSDCHK LAST FIXED FOR THE CHAIN - THE RUN
      * DATE SRCH PUT ON TONIGHT'S HEADERS - OR THE CLOCK DATE WITH
      * NO BUSDATE RECORD. IT DATES THE EMPTY GROUPS.
      ****************************************************************
       BUS-DATE-PARA.
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

       LOAD-DESK-PARA.
           OPEN INPUT DESK-FILE
           PERFORM UNTIL WS-DK-EOF = 'Y'
               READ DESK-FILE
                   AT END
                       MOVE 'Y' TO WS-DK-EOF
                   NOT AT END
                       IF WS-DESK-COUNT < 200
                           ADD 1 TO WS-DESK-COUNT
                           MOVE DK-SOURCE-ID
                              TO WS-DESK-ID(WS-DESK-COUNT)
                           MOVE DK-NAME
                              TO WS-DESK-NAME(WS-DESK-COUNT)
                           MOVE 'N' TO WS-DESK-DONE(WS-DESK-COUNT)
                       ELSE
                           DISPLAY 'DESK REGISTRY TABLE FULL, '
                              'IGNORING: ' DK-SOURCE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESK-FILE.

       OPEN-REPORT-PARA.
           OPEN OUTPUT SPLIT-REPORT-FILE
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'RSPSPLIT DESK RESPONSE DISTRIBUTION - BUSINESS '
              'DATE: ' WS-BUS-DATE ' RUN DATE: ' WS-RUN-DATE
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING '  SOURCE   DATASET             RECORDS  STATUS'
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD.

      ****************************************************************
      * ONE PASS OF THE RESPONSE DATASET. AN 'H' HEADER STARTS A
      * GROUP AND A 'T' TRAILER ENDS IT; A HEADER ARRIVING WHILE A
      * GROUP IS STILL OPEN MEANS THAT GROUP LOST ITS TRAILER.
      ****************************************************************
       SPLIT-PARA.
           OPEN INPUT RESPONSE-FILE
           PERFORM UNTIL WS-RI-EOF = 'Y'
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-RI-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM SPLIT-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE
           IF WS-GROUP-STATE NOT = SPACE
               PERFORM NO-TRAILER-PARA
           END-IF.

       SPLIT-RECORD-PARA.
           IF RI-REC-TYPE = 'H'
               IF WS-GROUP-STATE NOT = SPACE
                   PERFORM NO-TRAILER-PARA
               END-IF
               PERFORM GROUP-START-PARA
           END-IF
           IF WS-GROUP-STATE = SPACE
               DISPLAY 'RESPONSE RECORD OUTSIDE ANY GROUP, SKIPPED: '
                  RESP-IN-RECORD
               MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
               ADD 1 TO WS-GROUP-RECORDS
               IF WS-GROUP-STATE = 'W'
                   WRITE DESK-RESP-RECORD FROM RESP-IN-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
               IF RI-REC-TYPE = 'T'
                   IF WS-GROUP-STATE = 'W'
                       MOVE 'WRITTEN' TO WS-GROUP-NOTE
                       ADD 1 TO WS-GROUPS-SENT
                   END-IF
                   PERFORM GROUP-END-PARA
               END-IF
           END-IF.

      ****************************************************************
      * A GROUP CUT OFF BEFORE ITS TRAILER. THE DESK DATASET IS LEFT
      * WITHOUT A 'T' RECORD, SO THE DESK CANNOT TAKE IT FOR A
      * COMPLETE ANSWER; A GROUP ALREADY HELD KEEPS ITS OWN REASON.
      ****************************************************************
       NO-TRAILER-PARA.
           IF WS-GROUP-STATE = 'W'
               MOVE 'NO TRAILER - INCOMPLETE' TO WS-GROUP-NOTE
               ADD 1 TO WS-GROUPS-FAILED
           END-IF
           MOVE 'Y' TO WS-ERROR-FLAG
           PERFORM GROUP-END-PARA.

      ****************************************************************
      * A GROUP IS WRITTEN ONLY FOR A REGISTERED DESK NOT ALREADY
      * ANSWERED THIS RUN, AND ONLY IF ITS DATASET CAN BE OPENED.
      ****************************************************************
       GROUP-START-PARA.
           MOVE RIH-SOURCE-ID TO WS-GROUP-SOURCE
           MOVE 0 TO WS-GROUP-RECORDS
           MOVE SPACES TO WS-GROUP-NOTE
           MOVE 'S' TO WS-GROUP-STATE
           PERFORM FIND-DESK-PARA
           IF WS-DESK-HIT = 0
               MOVE 'NOT ON DESK REGISTRY - HELD' TO WS-GROUP-NOTE
               ADD 1 TO WS-GROUPS-UNREG
           ELSE
               IF WS-DESK-DONE(WS-DESK-HIT) NOT = 'N'
                   MOVE 'SECOND GROUP FOR DESK - HELD'
                      TO WS-GROUP-NOTE
                   ADD 1 TO WS-GROUPS-FAILED
                   MOVE 'Y' TO WS-ERROR-FLAG
               ELSE
                   PERFORM DESK-OPEN-PARA
                   IF WS-DR-OPEN = 'Y'
                       MOVE 'W' TO WS-GROUP-STATE
                       MOVE 'Y' TO WS-DESK-DONE(WS-DESK-HIT)
                   ELSE
                       MOVE 'NOT ALLOCATED - HELD' TO WS-GROUP-NOTE
                       MOVE 'F' TO WS-DESK-DONE(WS-DESK-HIT)
                       ADD 1 TO WS-GROUPS-FAILED
                       MOVE 'Y' TO WS-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.

       GROUP-END-PARA.
           IF WS-DR-OPEN = 'Y'
               CLOSE DESK-RESP-FILE
               MOVE 'N' TO WS-DR-OPEN
           END-IF
           PERFORM GROUP-LINE-PARA
           MOVE SPACE TO WS-GROUP-STATE.

       FIND-DESK-PARA.
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-DESK-SUB FROM 1 BY 1
              UNTIL WS-DESK-SUB > WS-DESK-COUNT OR WS-DESK-HIT > 0
              IF WS-DESK-ID(WS-DESK-SUB) = WS-GROUP-SOURCE
                 MOVE WS-DESK-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM.

      ****************************************************************
      * ALLOCATES AND OPENS SRCH.RESP.<SOURCE ID> FOR WS-DESK-HIT:
      * FIRST AS AN EXISTING DATASET, REWRITTEN FROM THE TOP; IF
      * THAT OPEN FAILS, AS A NEW ONE, CATALOGED. DKUPDT ONLY
      * REGISTERS SOURCE IDS THAT ARE VALID DATASET QUALIFIERS.
      ****************************************************************
       DESK-OPEN-PARA.
           MOVE 'N' TO WS-DR-OPEN
           MOVE SPACES TO WS-DSNAME
           STRING 'SRCH.RESP.' DELIMITED BY SIZE
              WS-DESK-ID(WS-DESK-HIT) DELIMITED BY SPACE
              INTO WS-DSNAME
           MOVE 'OLD' TO WS-ALLOC-DISP
           PERFORM ALLOC-PARA
           OPEN OUTPUT DESK-RESP-FILE
           IF WS-DR-STATUS NOT = '00'
               MOVE 'NEW TRACKS SPACE(1,1) CATALOG' TO WS-ALLOC-DISP
               PERFORM ALLOC-PARA
               OPEN OUTPUT DESK-RESP-FILE
           END-IF
           IF WS-DR-STATUS = '00'
               MOVE 'Y' TO WS-DR-OPEN
           ELSE
               DISPLAY 'DESK RESPONSE DATASET ' WS-DSNAME
                  ' NOT ALLOCATED (STATUS ' WS-DR-STATUS ')'
           END-IF.

       ALLOC-PARA.
           MOVE SPACES TO WS-ALLOC-ENV
           STRING 'RSPDESK=DSN(' DELIMITED BY SIZE
              WS-DSNAME DELIMITED BY SPACE
              ') ' DELIMITED BY SIZE
              WS-ALLOC-DISP DELIMITED BY '  '
              WS-NULL DELIMITED BY SIZE
              INTO WS-ALLOC-ENV
           SET WS-ALLOC-PTR TO ADDRESS OF WS-ALLOC-ENV
           CALL 'putenv' USING BY VALUE WS-ALLOC-PTR
              RETURNING WS-ALLOC-RC
           IF WS-ALLOC-RC NOT = 0
               DISPLAY 'PUTENV FAILED (RC ' WS-ALLOC-RC ') FOR '
                  WS-DSNAME
           END-IF.

      ****************************************************************
      * EVERY REGISTERED DESK WITH NO GROUP TONIGHT IS WRITTEN AN
      * EMPTY ONE, SO ITS DATASET NEVER STILL HOLDS AN OLD ANSWER.
      ****************************************************************
       EMPTY-GROUPS-PARA.
           PERFORM VARYING WS-DESK-HIT FROM 1 BY 1
              UNTIL WS-DESK-HIT > WS-DESK-COUNT
              IF WS-DESK-DONE(WS-DESK-HIT) = 'N'
                 PERFORM EMPTY-GROUP-PARA
              END-IF
           END-PERFORM.

       EMPTY-GROUP-PARA.
           MOVE WS-DESK-ID(WS-DESK-HIT) TO WS-GROUP-SOURCE
           MOVE 0 TO WS-GROUP-RECORDS
           PERFORM DESK-OPEN-PARA
           IF WS-DR-OPEN = 'Y'
               MOVE SPACES                   TO DESK-RESP-HEADER
               MOVE 'H'                      TO DH-REC-TYPE
               MOVE WS-DESK-ID(WS-DESK-HIT)  TO DH-SOURCE-ID
               MOVE WS-BUS-DATE              TO DH-RUN-DATE
               MOVE WS-DESK-NAME(WS-DESK-HIT) TO DH-DESK-NAME
               WRITE DESK-RESP-HEADER
               MOVE SPACES     TO DESK-RESP-TRAILER
               MOVE 'T'        TO DT-REC-TYPE
               MOVE 0          TO DT-DETAILS
               MOVE 0          TO DT-ANSWERED
               MOVE 0          TO DT-REJECTED
               MOVE 0          TO DT-EXPECTED
               MOVE 'BALANCED' TO DT-STATUS
               WRITE DESK-RESP-TRAILER
               CLOSE DESK-RESP-FILE
               MOVE 'N' TO WS-DR-OPEN
               MOVE 'Y' TO WS-DESK-DONE(WS-DESK-HIT)
               MOVE 2 TO WS-GROUP-RECORDS
               ADD 2 TO WS-RECORDS-WRITTEN
               ADD 1 TO WS-GROUPS-EMPTY
               MOVE 'NO TRANSACTIONS - EMPTY GROUP' TO WS-GROUP-NOTE
           ELSE
               ADD 1 TO WS-GROUPS-FAILED
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'NOT ALLOCATED - NOT ANSWERED' TO WS-GROUP-NOTE
           END-IF
           PERFORM GROUP-LINE-PARA.

       GROUP-LINE-PARA.
           MOVE SPACES TO WS-DSNAME
           STRING 'SRCH.RESP.' DELIMITED BY SIZE
              WS-GROUP-SOURCE DELIMITED BY SPACE
              INTO WS-DSNAME
           MOVE WS-GROUP-RECORDS TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING '  ' WS-GROUP-SOURCE ' ' WS-DSNAME ' ' WS-COUNT-TXT
              '  ' WS-GROUP-NOTE
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD.

       TOTALS-PARA.
           MOVE WS-RECORDS-READ TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'RESPONSE RECORDS READ: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE WS-RECORDS-WRITTEN TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'DESK RECORDS WRITTEN: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE WS-GROUPS-SENT TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'GROUPS DISTRIBUTED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE WS-GROUPS-EMPTY TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'EMPTY GROUPS WRITTEN: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE WS-GROUPS-UNREG TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'GROUPS HELD - SOURCE NOT REGISTERED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE WS-GROUPS-FAILED TO WS-COUNT-TXT
           MOVE SPACES TO SPLIT-REPORT-RECORD
           STRING 'GROUPS NOT DELIVERED: ' WS-COUNT-TXT
              DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           WRITE SPLIT-REPORT-RECORD
           MOVE SPACES TO SPLIT-REPORT-RECORD
           IF WS-ERROR-FLAG = 'Y'
               STRING 'STATUS: ERROR - NOT EVERY DESK WAS ANSWERED'
                  DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
           ELSE
               IF WS-GROUPS-UNREG > 0
                   STRING 'STATUS: WARNING - UNREGISTERED SOURCES '
                      'HELD'
                      DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
               ELSE
                   STRING 'STATUS: EVERY DESK ANSWERED'
                      DELIMITED BY SIZE INTO SPLIT-REPORT-RECORD
               END-IF
           END-IF
           WRITE SPLIT-REPORT-RECORD.
