               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FORCE-FILE ASSIGN TO "SRCHFRCE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESK-FILE ASSIGN TO "DESKMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUGGEST-REPORT-FILE ASSIGN TO "SRCHSUGG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-SORT-FILE ASSIGN TO "SORTWK1".
           SELECT TRANS-SORT-FILE ASSIGN TO "SORTWK2".
           SELECT OPTIONAL RESP-WORK-FILE ASSIGN TO "SRCHRESW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESW-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "TRNEREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESP-SORT-FILE ASSIGN TO "SORTWK3".
           SELECT RESPONSE-FILE ASSIGN TO "RESPONSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
       DATA DIVISION.                                                   00030000
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01 TRANS-TRAILER-RECORD.
          05 TT-REC-TYPE   PIC X(1).
          05 TT-COUNT      PIC 9(6).
      ****************************************************************
      * TRNEDIT CLOSES THE CLEAN FILE WITH A 'C' FILE CONTROL
      * RECORD: THE BLOCKS IT PASSED ON AND THE BLOCKS IT REJECTED.
      ****************************************************************
       01 TRANS-CONTROL-RECORD.
          05 TC-REC-TYPE   PIC X(1).
          05 TC-BLOCKS     PIC 9(6).
          05 TC-REJECTED   PIC 9(6).
       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(80).
      ****************************************************************
      * SRCHEXTR IS THE FORMAL MATCH INTERFACE FOR THE DOWNSTREAM
      * BILLING FEED - A FIXED 39-BYTE LAYOUT WITH AN 'H' HEADER
      * CARRYING THE RUN DATE, ONE 'D' RECORD PER MATCH AND A 'T'
      * TRAILER CARRYING THE MATCH COUNT. EACH DETAIL CARRIES THE
      * SOURCE ID OF THE DESK WHOSE TRANSACTION PRODUCED THE MATCH
      * AND THAT DESK'S BILLING ACCOUNT FROM THE DESK REGISTRY SO
      * BILLING CAN CHARGE THE RIGHT ACCOUNT, AND THE SEARCH TYPE
      * SO EXTPRICE CAN RATE BY GROUP RANGE AND TYPE.
      * DOWNSTREAM LOADS THIS FILE INSTEAD OF SCRAPING THE SRCHRPT
      * PRINT LINES.
      ****************************************************************
       01 EXTR-HEADER-RECORD.
          05 EH-REC-TYPE PIC X(1).
          05 EH-RUN-DATE PIC X(8).
          05 FILLER      PIC X(30).
       01 EXTR-DETAIL-RECORD.
          05 ED-REC-TYPE PIC X(1).
          05 ED-KEY      PIC X(3).
          05 ED-RUN-DATE PIC X(8).
          05 ED-SOURCE-ID PIC X(8).
          05 ED-TYPE     PIC X(1).
          05 ED-BILL-ACCT PIC X(10).
       01 EXTR-TRAILER-RECORD.
          05 ET-REC-TYPE PIC X(1).
          05 ET-COUNT    PIC 9(6).
          05 FILLER      PIC X(32).
      ****************************************************************
      * ONE AUDIT RECORD PER SEARCH KEY PER TRANSACTION - NOT ONE
      * PER POSITION PROBED, WHICH GREW THE TRAIL BY UP TO 4500
          05 RC-COND-CODE  PIC 9(2).
       FD  FORCE-FILE.
       01 FORCE-RECORD     PIC X(5).
      ****************************************************************
      * BUSINESS-DATE CONTROL RECORD WRITTEN BY BUSDCHK AT THE HEAD
      * OF THE CHAIN. BD-RUN-MODE 'C' MARKS A CATCH-UP OF A MISSED
      * BUSINESS DATE.
      ****************************************************************
       FD  BUS-DATE-FILE.
       01 BUS-DATE-RECORD.
          05 BD-BUS-DATE   PIC X(8).
          05 BD-CLOCK-DATE PIC X(8).
          05 BD-RUN-MODE   PIC X(1).
          05 BD-OVERRIDE   PIC X(1).
      ****************************************************************
      * DESK REGISTRY MASTER, MAINTAINED BY DKUPDT. SUPPLIES EACH
      * SOURCE'S BILLING ACCOUNT FOR THE EXTRACT.
      ****************************************************************
       FD  DESK-FILE.
       01 DESK-RECORD.
          05 DK-SOURCE-ID   PIC X(8).
          05 DK-NAME        PIC X(30).
          05 DK-STATUS      PIC X(1).
          05 DK-BILL-ACCT   PIC X(10).
          05 DK-DAILY-LIMIT PIC 9(6).
      ****************************************************************
      * NEAR-MISS EXCEPTION REPORT FOR NOT-FOUND KEYS, BY SOURCE.
      ****************************************************************
       FD  SUGGEST-REPORT-FILE.
       01 SUGGEST-REPORT-RECORD PIC X(80).
      ****************************************************************
      * SORT WORK FILES FOR THE EXACT-SEARCH MERGE PASS: EVERY NAME
      * ON TABL IN NAME/GROUP/SLOT ORDER, AND EVERY EXACT-SEARCH
      * TRANSACTION KEY WITH ITS SEQUENCE NUMBER IN THE FILE.
      ****************************************************************
       SD  NAME-SORT-FILE.
       01 NAME-SORT-RECORD.
          05 NS-NAME  PIC X(3).
          05 NS-GROUP PIC 9(3).
          05 NS-SLOT  PIC 9(1).
          05 NS-NUM   PIC 9(2).
       SD  TRANS-SORT-FILE.
       01 TRANS-SORT-RECORD.
          05 TS-KEY   PIC X(3).
          05 TS-SEQ   PIC 9(6).
      ****************************************************************
      * DESK RESPONSE WORK FILE. EVERY BATCH TRANSACTION, ONCE ITS
      * SEARCH IS COMPLETE, WRITES A 'D' RECORD (KEY, TYPE, OUTCOME,
      * MATCH COUNT) AND ONE 'M' RECORD PER MATCH, TAGGED WITH ITS
      * SOURCE, SEQUENCE NUMBER AND THE RUN GENERATION. A RESTARTED
      * RUN EXTENDS THE FILE UNDER THE NEXT GENERATION, SO THE
      * ANSWERS GIVEN BEFORE THE INTERRUPTION ARE KEPT AND THE
      * LATEST GENERATION WINS WHERE A TRANSACTION WAS WRITTEN
      * TWICE.
      ****************************************************************
       FD  RESP-WORK-FILE.
       01 RESP-WORK-RECORD.
          05 RW-SOURCE     PIC X(8).
          05 RW-SECTION    PIC X(1).
          05 RW-SEQ        PIC 9(6).
          05 RW-GEN        PIC 9(2).
          05 RW-LINE       PIC 9(4).
          05 RW-REC-TYPE   PIC X(1).
          05 RW-KEY        PIC X(3).
          05 RW-TYPE       PIC X(1).
          05 RW-OUTCOME    PIC X(9).
          05 RW-COUNT      PIC 9(6).
          05 RW-GROUP      PIC 9(3).
          05 RW-NUM        PIC 9(2).
          05 RW-NAME       PIC X(3).
          05 RW-REASON     PIC X(36).
      ****************************************************************
      * TRANSACTIONS TRNEDIT REJECTED, WITH THE SOURCE THAT SENT
      * THEM AND THE REASON.
      ****************************************************************
       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-SOURCE-ID  PIC X(8).
          05 RJ-SEARCH-KEY PIC X(3).
          05 RJ-SEARCH-TYPE PIC X(1).
          05 RJ-REASON     PIC X(36).
      ****************************************************************
      * RESPONSE SORT: BY SOURCE, THEN SECTION ('0' THE SOURCE'S
      * EXPECTED COUNT FROM ITS CLEAN TRAILERS, 'A' ANSWERED
      * TRANSACTIONS IN FILE ORDER, 'R' REJECTED TRANSACTIONS),
      * NEWEST GENERATION FIRST WITHIN A TRANSACTION.
      ****************************************************************
       SD  RESP-SORT-FILE.
       01 RESP-SORT-RECORD.
          05 RS-SOURCE     PIC X(8).
          05 RS-SECTION    PIC X(1).
          05 RS-SEQ        PIC 9(6).
          05 RS-GEN        PIC 9(2).
          05 RS-LINE       PIC 9(4).
          05 RS-REC-TYPE   PIC X(1).
          05 RS-KEY        PIC X(3).
          05 RS-TYPE       PIC X(1).
          05 RS-OUTCOME    PIC X(9).
          05 RS-COUNT      PIC 9(6).
          05 RS-GROUP      PIC 9(3).
          05 RS-NUM        PIC 9(2).
          05 RS-NAME       PIC X(3).
          05 RS-REASON     PIC X(36).
      ****************************************************************
      * THE DESK RESPONSE DATASET: ONE GROUP PER SOURCE, IN SOURCE
      * ORDER, SPLIT INTO ONE DATASET PER DESK BY RSPSPLIT.
      * EACH GROUP IS AN 'H' HEADER (SOURCE, RUN DATE, DESK NAME),
      * A 'D' RECORD PER TRANSACTION THE DESK SENT FOLLOWED BY AN
      * 'M' RECORD PER MATCH, AND A 'T' TRAILER BALANCING THE
      * DETAILS TO THE DESK'S BLOCK COUNTS.
      ****************************************************************
       FD  RESPONSE-FILE.
       01 RESP-HEADER-RECORD.
          05 RH-REC-TYPE   PIC X(1).
          05 RH-SOURCE-ID  PIC X(8).
          05 RH-RUN-DATE   PIC X(8).
          05 RH-DESK-NAME  PIC X(30).
          05 FILLER        PIC X(13).
       01 RESP-DETAIL-RECORD.
          05 RD-REC-TYPE   PIC X(1).
          05 RD-SEARCH-KEY PIC X(3).
          05 RD-SEARCH-TYPE PIC X(1).
          05 RD-OUTCOME    PIC X(9).
          05 RD-MATCHES    PIC 9(4).
          05 RD-REASON     PIC X(36).
          05 FILLER        PIC X(6).
       01 RESP-MATCH-RECORD.
          05 RM-REC-TYPE   PIC X(1).
          05 RM-SEARCH-KEY PIC X(3).
          05 RM-GROUP      PIC 9(3).
          05 RM-NUM        PIC 9(2).
          05 RM-NAME       PIC X(3).
          05 FILLER        PIC X(48).
       01 RESP-TRAILER-RECORD.
          05 RT-REC-TYPE   PIC X(1).
          05 RT-DETAILS    PIC 9(6).
          05 RT-ANSWERED   PIC 9(6).
          05 RT-REJECTED   PIC 9(6).
          05 RT-EXPECTED   PIC 9(6).
          05 RT-STATUS     PIC X(14).
          05 FILLER        PIC X(21).
       WORKING-STORAGE SECTION.                                         00040000
       01 TABL.                                                         00050000
         05 WS-RCD-COUNT PIC 9(3) VALUE 0.
             10 WM-NAME  PIC X(3).
             10 WM-GROUP PIC 9(3).
             10 WM-SOURCE PIC X(8).
             10 WM-BILL-ACCT PIC X(10).
       01 WS-MSUB           PIC 9(3).
       01 WS-RUN-DATE       PIC X(8).
       01 WS-REPORT-COUNT-TXT PIC ZZZZZ9.
       01 WS-EXPECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-READ-COUNT     PIC 9(6) VALUE 0.
       01 WS-BLOCK-COUNT    PIC 9(6) VALUE 0.
       01 WS-BLOCKS-READ    PIC 9(6) VALUE 0.
       01 WS-CTL-SEEN       PIC X(1) VALUE 'N'.
       01 WS-CTL-BLOCKS     PIC 9(6) VALUE 0.
       01 WS-CTL-REJECTED   PIC 9(6) VALUE 0.
      ****************************************************************
      * PER-SOURCE ACCOUNTING. EACH 'H' HEADER NAMES THE DESK THE
      * FOLLOWING BLOCK CAME FROM; ITS COUNTS ACCUMULATE IN THE
      * SOURCE TABLE SO THE REPORT CAN BREAK MATCHED/NOT-FOUND OUT
      * PER DESK AND EVERY AUDIT AND EXTRACT RECORD CAN BE STAMPED
      * WITH THE ORIGINATING SOURCE AND ITS BILLING ACCOUNT.
      * OPERATOR LOOKUPS THROUGH THE CALL 'SRCH' PATH ARE STAMPED
      * 'OPERATOR' WITH NO BILLING ACCOUNT. THE TABLE IS SIZED TO
      * THE DESK REGISTRY (200 DESKS).
      ****************************************************************
       01 WS-CUR-SOURCE     PIC X(8) VALUE SPACES.
       01 WS-CUR-BILL-ACCT  PIC X(10) VALUE SPACES.
       01 WS-CUR-SRC-SUB    PIC 9(3) VALUE 0.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-COUNT PIC 9(3) VALUE 0.
          05 WS-SOURCE-ENTRY OCCURS 200 TIMES.
             10 WS-SRC-ID       PIC X(8).
             10 WS-SRC-READ     PIC 9(6).
             10 WS-SRC-MATCHED  PIC 9(4).
             10 WS-SRC-NOTFOUND PIC 9(4).
             10 WS-SRC-EXPECTED PIC 9(6).
       01 WS-SRC-SUB        PIC 9(3).
       01 WS-DESK-TABLE.
          05 WS-DESK-COUNT PIC 9(3) VALUE 0.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-ID     PIC X(8).
             10 WS-DESK-NAME   PIC X(30).
             10 WS-DESK-ACCT   PIC X(10).
       01 WS-DK-EOF         PIC X(1) VALUE 'N'.
       01 WS-DESK-HIT       PIC 9(3) VALUE 0.
       01 WS-DESK-SUB       PIC 9(3).
      ****************************************************************
      * NEAR-MISS SUGGESTIONS. EVERY NOT-FOUND BATCH KEY GETS A
      * MISS ENTRY (SOURCE, KEY, TYPE) POINTING AT ITS RUN OF
      * SUGGESTION ENTRIES: NAMES ON TABL ONE SUBSTITUTED CHARACTER
      * ('S') OR ONE ADJACENT TRANSPOSITION ('T') AWAY FROM THE
      * KEY. WN-SUGG-COUNT COUNTS EVERY CANDIDATE FOUND; AT MOST
      * WS-SUGG-MAX OF THEM ARE KEPT FOR THE REPORT.
      ****************************************************************
       01 WS-MISS-COUNT     PIC 9(3) VALUE 0.
       01 WS-MISS-TABLE.
          05 WS-MISS-ENTRY OCCURS 500 TIMES.
             10 WN-SOURCE     PIC X(8).
             10 WN-KEY        PIC X(3).
             10 WN-TYPE       PIC X(1).
             10 WN-FIRST-SUGG PIC 9(4).
             10 WN-SUGG-KEPT  PIC 9(2).
             10 WN-SUGG-COUNT PIC 9(4).
       01 WS-SUGG-COUNT     PIC 9(4) VALUE 0.
       01 WS-SUGG-TABLE.
          05 WS-SUGG-ENTRY OCCURS 2000 TIMES.
             10 WG-NAME      PIC X(3).
             10 WG-GROUP     PIC 9(3).
             10 WG-NUM       PIC 9(2).
             10 WG-KIND      PIC X(1).
             10 WG-STRENGTH  PIC X(6).
       01 WS-SUGG-MAX       PIC 9(2) VALUE 10.
       01 WS-NSUB           PIC 9(3).
       01 WS-GSUB           PIC 9(4).
       01 WS-NM-LEN         PIC 9(1) VALUE 0.
       01 WS-NM-FIXED       PIC 9(1) VALUE 0.
       01 WS-NM-DIFFS       PIC 9(1) VALUE 0.
       01 WS-NM-DIFF1       PIC 9(1) VALUE 0.
       01 WS-NM-DIFF2       PIC 9(1) VALUE 0.
       01 WS-NM-KIND        PIC X(1) VALUE SPACE.
       01 WS-NM-SUBS        PIC 9(4) VALUE 0.
       01 WS-NM-WITH-SUGG   PIC 9(4) VALUE 0.
       01 WS-NM-LISTED      PIC 9(4) VALUE 0.
       01 WS-NM-SRC-MISSES  PIC 9(4) VALUE 0.
       01 WS-NM-SRC-HITS    PIC 9(4) VALUE 0.
       01 WS-MISS-FULL      PIC X(1) VALUE 'N'.
       01 WS-SUGG-FULL      PIC X(1) VALUE 'N'.
      ****************************************************************
      * EXACT-SEARCH MERGE PASS. WS-NAME-ORDER-TABLE IS TABL IN NAME
      * ORDER (GROUP AND SLOT ORDER WITHIN A NAME, SO MATCHES COME
      * OUT IN THE SAME ORDER THE SCAN FINDS THEM), CLOSED BY A
      * HIGH-VALUES ENTRY THAT STOPS EVERY MERGE LOOP. THE RESULT
      * TABLE IS INDEXED BY TRANSACTION SEQUENCE NUMBER: FOR EACH
      * EXACT KEY, WHERE ITS RUN OF EQUAL NAMES STARTS, HOW LONG
      * IT IS, AND HOW MANY NAME ENTRIES THE MERGE COMPARED.
      * TRANSACTIONS PAST THE 9999TH, AND 'P'/'W' SEARCHES, STAY
      * ON THE TABLE SCAN.
      ****************************************************************
       01 WS-ORDER-COUNT    PIC 9(4) VALUE 0.
       01 WS-NAME-ORDER-TABLE.
          05 WS-NAME-ORDER-ENTRY OCCURS 4501 TIMES.
             10 WO-NAME   PIC X(3).
             10 WO-GROUP  PIC 9(3).
             10 WO-SLOT   PIC 9(1).
             10 WO-NUM    PIC 9(2).
       01 WS-RESULT-TABLE.
          05 WS-RESULT-ENTRY OCCURS 9999 TIMES.
             10 WX-DONE     PIC X(1) VALUE 'N'.
             10 WX-START    PIC 9(4).
             10 WX-COUNT    PIC 9(4).
             10 WX-COMPARES PIC 9(6).
       01 WS-OSUB           PIC 9(4).
       01 WS-OEND           PIC 9(4).
       01 WS-MERGE-PTR      PIC 9(4) VALUE 1.
       01 WS-SORT-EOF       PIC X(1) VALUE 'N'.
       01 WS-PRE-EOF        PIC X(1) VALUE 'N'.
       01 WS-PRE-SEQ        PIC 9(6) VALUE 0.
       01 WS-MERGE-COMPARES PIC 9(6) VALUE 0.
       01 WS-MERGE-KEYS     PIC 9(6) VALUE 0.
       01 WS-MERGE-TOTAL    PIC 9(6) VALUE 0.
       01 WS-SCAN-KEYS      PIC 9(6) VALUE 0.
      ****************************************************************
      * DESK RESPONSES. WS-RESP-MATCH-TABLE HOLDS EVERY MATCH OF THE
      * TRANSACTION BEING SEARCHED (UP TO A FULL TABL) UNTIL ITS
      * RESPONSE RECORDS ARE WRITTEN. WS-RESP-GEN IS THIS RUN'S
      * GENERATION ON THE WORK FILE.
      ****************************************************************
       01 WS-RESP-COUNT     PIC 9(4) VALUE 0.
       01 WS-RESP-MATCH-TABLE.
          05 WS-RESP-MATCH-ENTRY OCCURS 4500 TIMES.
             10 WP-GROUP  PIC 9(3).
             10 WP-NUM    PIC 9(2).
             10 WP-NAME   PIC X(3).
       01 WS-RSUB           PIC 9(4).
       01 WS-RESP-GEN       PIC 9(2) VALUE 1.
       01 WS-RESW-STATUS    PIC X(2).
       01 WS-RESW-EOF       PIC X(1) VALUE 'N'.
       01 WS-REJ-EOF        PIC X(1) VALUE 'N'.
       01 WS-REJ-SEQ        PIC 9(6) VALUE 0.
       01 WS-RESP-STATUS    PIC X(2).
       01 WS-RESP-ERROR     PIC X(1) VALUE 'N'.
       01 WS-RESP-SOURCE    PIC X(8) VALUE SPACES.
       01 WS-RESP-SECTION   PIC X(1) VALUE SPACES.
       01 WS-RESP-SEQ       PIC 9(6) VALUE 0.
       01 WS-RESP-KEEP-GEN  PIC 9(2) VALUE 0.
       01 WS-RESP-D-DONE    PIC X(1) VALUE 'N'.
       01 WS-RESP-ANSWERED  PIC 9(6) VALUE 0.
       01 WS-RESP-REJECTED  PIC 9(6) VALUE 0.
       01 WS-RESP-EXPECTED  PIC 9(6) VALUE 0.
       01 WS-RESP-WRITTEN   PIC 9(4) VALUE 0.
       01 WS-SEARCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-RUNC-EOF       PIC X(1) VALUE 'N'.
       01 WS-RUN-BLOCKED    PIC X(1) VALUE 'N'.
              CLOSE AUDIT-FILE
              GOBACK
           ELSE
              PERFORM BUS-DATE-PARA
              PERFORM RUN-CHECK-PARA
              IF WS-RUN-BLOCKED = 'Y'
                 DISPLAY 'RUN REFUSED: A SUCCESSFUL RUN ALREADY '
              ELSE
                 PERFORM RUN-START-PARA
                 PERFORM INIT-PARA
                 PERFORM LOAD-DESK-PARA
                 OPEN EXTEND AUDIT-FILE
                 PERFORM FIRST-PARA VARYING I FROM 1 BY 1
                    UNTIL I > WS-RCD-COUNT
                 MOVE 'Y' TO WS-BATCH-MODE
                 PERFORM RESTART-PARA
                 PERFORM MERGE-PASS-PARA
                 PERFORM RESP-WORK-OPEN-PARA
                 OPEN OUTPUT CHECKPOINT-FILE
                 PERFORM BATCH-PARA                                     00130000
                 CLOSE CHECKPOINT-FILE
                 CLOSE RESP-WORK-FILE
                 PERFORM CLEAR-CHECKPOINT-PARA
      ****************************************************************
      * THE DESK RESPONSE DATASET, LIKE THE BILLING EXTRACT, IS
      * NOT WRITTEN FROM AN OUT-OF-BALANCE RUN.
      ****************************************************************
                 IF WS-BAL-ERROR NOT = 'Y'
                    PERFORM RESPONSE-PARA
                 END-IF
                 PERFORM REPORT-PARA
                 PERFORM SUGGEST-REPORT-PARA
      ****************************************************************
      * NO BILLING EXTRACT FROM AN OUT-OF-BALANCE RUN: A PARTIAL
      * FILE WITH A SELF-CONSISTENT TRAILER WOULD LOAD CLEAN
                 DISPLAY'CODE EDITED FROM OpenCOBOL IDE'

                 DISPLAY 'HELLO'
                 IF WS-BAL-ERROR = 'Y' OR WS-RESP-ERROR = 'Y'
                    MOVE 8 TO WS-FINAL-CC
                 ELSE
                    MOVE 0 TO WS-FINAL-CC

      ****************************************************************
      * SCANS THE RUN-CONTROL FILE FOR THE HIGHEST RUN NUMBER AND
      * FOR A COMPLETED ZERO-CONDITION-CODE RUN DATED WITH THE
      * BUSINESS DATE. WHEN ONE EXISTS THE RUN IS BLOCKED UNLESS
      * THE FORCE-FILE HOLDS A 'FORCE' CARD.
      ****************************************************************
       RUN-CHECK-PARA.
           OPEN INPUT RUN-CONTROL-FILE
               CLOSE FORCE-FILE
           END-IF.

      ****************************************************************
      * THE RUN DATE IS THE BUSINESS DATE BUSDCHK FIXED FOR THE
      * CHAIN (BUSDATE), NOT THE CLOCK, SO A RUN THAT CROSSES
      * MIDNIGHT OR A CATCH-UP OF A MISSED DAY STILL CHECKS, STAMPS
      * AND REPORTS THE RIGHT DAY. WITH NO BUSDATE RECORD THE
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
                       IF BD-RUN-MODE = 'C'
                           DISPLAY 'CATCH-UP RUN FOR BUSINESS DATE '
                              WS-RUN-DATE
                       END-IF
                   ELSE
                       DISPLAY 'BUSINESS DATE RECORD INVALID, USING '
                          'CLOCK DATE ' WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUS-DATE-FILE.

       RUN-START-PARA.
           ADD 1 TO WS-RUN-NUM
           OPEN EXTEND RUN-CONTROL-FILE
                                TO WM-GROUP(WS-MATCH-COUNT)
                             MOVE WS-CUR-SOURCE
                                TO WM-SOURCE(WS-MATCH-COUNT)
                             MOVE WS-CUR-BILL-ACCT
                                TO WM-BILL-ACCT(WS-MATCH-COUNT)
                          END-IF
                       ELSE
                          MOVE 'Y' TO WS-IDX-EOF
           END-PERFORM
           CLOSE NAME-MASTER-FILE.

      ****************************************************************
      * LOADS THE DESK REGISTRY FOR THE BILLING ACCOUNTS. TRNEDIT
      * HAS ALREADY REJECTED BLOCKS FROM UNREGISTERED AND SUSPENDED
      * DESKS, SO STATUS AND LIMIT ARE NOT RE-CHECKED HERE.
      ****************************************************************
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
                           MOVE DK-BILL-ACCT
                              TO WS-DESK-ACCT(WS-DESK-COUNT)
                       ELSE
                           DISPLAY 'DESK REGISTRY TABLE FULL, '
                              'IGNORING: ' DK-SOURCE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESK-FILE.

       FIRST-PARA.                                                      00150000
           PERFORM SECOND-PARA VARYING J FROM 1 BY 1
              UNTIL J > WS-SLOT-COUNT(I).                               00160000
      * READS THE TRANSACTION FILE AND ENFORCES ITS CONTROL
      * RECORDS. THE FILE MAY CARRY SEVERAL HEADER/DETAIL/TRAILER
      * BLOCKS, ONE PER ORIGINATING DESK: EACH BLOCK'S HEADER MUST
      * COME FIRST AND CARRY THE BUSINESS DATE, AND EACH BLOCK'S
      * 'D' RECORDS MUST BALANCE TO ITS OWN TRAILER COUNT. TRNEDIT'S
      * CLOSING 'C' RECORD MUST AGREE WITH THE BLOCKS READ; A FILE
      * WITH NO BLOCKS IS VALID ONLY WHEN THAT RECORD SHOWS EVERY
      * BLOCK WAS REJECTED UPSTREAM, AND THE RUN THEN ANSWERS THE
      * DESKS WITH THEIR REJECTS ALONE. ANY CONTROL FAILURE SETS
      * WS-BAL-ERROR SO THE STEP ENDS WITH CONDITION CODE 8 AND
      * SRCHJOB STOPS.
      ****************************************************************
       BATCH-PARA.
           OPEN INPUT TRANS-FILE
                      'SOURCE ' WS-CUR-SOURCE
                   MOVE 'Y' TO WS-BAL-ERROR
               ELSE
                   IF WS-CTL-SEEN = 'Y'
                           AND WS-CTL-BLOCKS NOT = WS-BLOCKS-READ
                       DISPLAY 'TRANSACTION FILE OUT OF BALANCE: '
                          'CONTROL RECORD BLOCKS ' WS-CTL-BLOCKS
                          ' READ ' WS-BLOCKS-READ
                       MOVE 'Y' TO WS-BAL-ERROR
                   ELSE
                       IF WS-BLOCK-SEEN NOT = 'Y'
                           IF WS-CTL-SEEN = 'Y'
                                   AND WS-CTL-REJECTED > 0
                               DISPLAY 'NO TRANSACTION BLOCKS PASSED, '
                                  WS-CTL-REJECTED ' REJECTED BY '
                                  'TRNEDIT'
                           ELSE
                               DISPLAY 'TRANSACTION FILE MISSING '
                                  'TRAILER'
                               MOVE 'Y' TO WS-BAL-ERROR
                           END-IF
                       ELSE
                           IF WS-READ-COUNT NOT = WS-EXPECTED-COUNT
                               DISPLAY 'TRANSACTION FILE OUT OF '
                                  'BALANCE: EXPECTED '
                                  WS-EXPECTED-COUNT
                                  ' READ ' WS-READ-COUNT
                               MOVE 'Y' TO WS-BAL-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           EVALUATE TRUE
               WHEN WS-BAL-ERROR = 'Y'
                   CONTINUE
               WHEN WS-CTL-SEEN = 'Y'
                   DISPLAY 'TRANSACTION RECORD AFTER FILE CONTROL '
                      'RECORD: ' TR-REC-TYPE
                   MOVE 'Y' TO WS-BAL-ERROR
               WHEN TR-REC-TYPE = 'C'
                   IF WS-HDR-SEEN = 'Y'
                       DISPLAY 'TRANSACTION FILE CONTROL RECORD '
                          'BEFORE TRAILER FOR SOURCE ' WS-CUR-SOURCE
                       MOVE 'Y' TO WS-BAL-ERROR
                   ELSE
                       MOVE 'Y'         TO WS-CTL-SEEN
                       MOVE TC-BLOCKS   TO WS-CTL-BLOCKS
                       MOVE TC-REJECTED TO WS-CTL-REJECTED
                   END-IF
               WHEN TR-REC-TYPE = 'H'
                   IF WS-HDR-SEEN = 'Y'
                       DISPLAY 'TRANSACTION HEADER BEFORE PRIOR '
               WHEN TR-REC-TYPE = 'T'
                   MOVE 'Y' TO WS-BLOCK-SEEN
                   MOVE 'N' TO WS-HDR-SEEN
                   ADD 1 TO WS-BLOCKS-READ
                   ADD TT-COUNT TO WS-EXPECTED-COUNT
                   IF WS-CUR-SRC-SUB > 0
                       ADD TT-COUNT TO WS-SRC-EXPECTED(WS-CUR-SRC-SUB)
                   END-IF
                   IF WS-BLOCK-COUNT NOT = TT-COUNT
                       DISPLAY 'TRANSACTION BLOCK OUT OF BALANCE '
                          'FOR SOURCE ' WS-CUR-SOURCE ': EXPECTED '
      * LOOKS THE HEADER'S SOURCE ID UP IN THE SOURCE TABLE, ADDING
      * IT ON FIRST SIGHT, AND MAKES IT THE CURRENT SOURCE FOR THE
      * BLOCK'S DETAILS. A DESK MAY SEND MORE THAN ONE BLOCK IN A
      * DAY; ITS COUNTS SIMPLY KEEP ACCUMULATING. THE DESK'S
      * BILLING ACCOUNT IS TAKEN FROM THE REGISTRY FOR THE BLOCK.
      ****************************************************************
       SOURCE-SETUP-PARA.
           MOVE TH-SOURCE-ID TO WS-CUR-SOURCE
           MOVE SPACES TO WS-CUR-BILL-ACCT
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-DESK-SUB FROM 1 BY 1
              UNTIL WS-DESK-SUB > WS-DESK-COUNT OR WS-DESK-HIT > 0
              IF WS-DESK-ID(WS-DESK-SUB) = WS-CUR-SOURCE
                 MOVE WS-DESK-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM
           IF WS-DESK-HIT > 0
               MOVE WS-DESK-ACCT(WS-DESK-HIT) TO WS-CUR-BILL-ACCT
           ELSE
               DISPLAY 'SOURCE NOT ON DESK REGISTRY, NO BILLING '
                  'ACCOUNT: ' WS-CUR-SOURCE
           END-IF
           MOVE 0 TO WS-CUR-SRC-SUB
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
              END-IF
           END-PERFORM
           IF WS-CUR-SRC-SUB = 0
               IF WS-SOURCE-COUNT < 200
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-CUR-SRC-SUB
                   MOVE WS-CUR-SOURCE TO WS-SRC-ID(WS-CUR-SRC-SUB)
                   MOVE 0 TO WS-SRC-READ(WS-CUR-SRC-SUB)
                   MOVE 0 TO WS-SRC-MATCHED(WS-CUR-SRC-SUB)
                   MOVE 0 TO WS-SRC-NOTFOUND(WS-CUR-SRC-SUB)
                   MOVE 0 TO WS-SRC-EXPECTED(WS-CUR-SRC-SUB)
               ELSE
                   DISPLAY 'SOURCE TABLE FULL, COUNTS NOT BROKEN '
                      'OUT FOR SOURCE ' WS-CUR-SOURCE

       TRANS-DETAIL-PARA.
           ADD 1 TO WS-TRANS-SEQ
           MOVE TR-SEARCH-KEY TO WS-SEARCH-KEY
           IF TR-SEARCH-TYPE = 'P'
                   OR TR-SEARCH-TYPE = 'W'
               MOVE TR-SEARCH-TYPE TO WS-SEARCH-TYPE
           ELSE
               MOVE 'E' TO WS-SEARCH-TYPE
           END-IF
           MOVE 0 TO WS-RESP-COUNT
           IF WS-RESTART-FOUND = 'Y'
                   AND WS-TRANS-SEQ < WS-RESTART-SEQ
               PERFORM RESP-SKIPPED-PARA
           ELSE
               IF WS-RESTART-FOUND = 'Y'
                       AND WS-TRANS-SEQ = WS-RESTART-SEQ
                       AND WS-RESTART-I >= WS-RCD-COUNT
                   PERFORM RESP-RESTORED-PARA
               ELSE
                   IF WS-RESTART-FOUND = 'Y'
                           AND WS-TRANS-SEQ = WS-RESTART-SEQ
                       COMPUTE WS-START-I = WS-RESTART-I + 1
                           MOVE 'N' TO WS-FLAG
                       END-IF
                       PERFORM RESTORE-MATCHES-PARA
                       ADD 1 TO WS-SCAN-KEYS
                       PERFORM SEARCH-PARA
                   ELSE
                       MOVE 1 TO WS-START-I
                       MOVE 'N' TO WS-FLAG
                       PERFORM SEARCH-PATH-PARA
                   END-IF
                   IF WS-FLAG = 'N'
                       PERFORM NEAR-MISS-PARA
                   END-IF
                   ADD 1 TO WS-SEARCHED-COUNT
                   IF WS-CUR-SRC-SUB > 0
                       IF WS-FLAG = 'Y'
                           ADD 1 TO WS-SRC-NOTFOUND(WS-CUR-SRC-SUB)
                       END-IF
                   END-IF
                   PERFORM RESP-WRITE-PARA
               END-IF
           END-IF.

      ****************************************************************
      * AN EXACT SEARCH THE MERGE PASS ALREADY ANSWERED IS APPLIED
      * FROM ITS STORED RESULT; EVERYTHING ELSE IS SCANNED.
      ****************************************************************
       SEARCH-PATH-PARA.
           IF WS-SEARCH-TYPE = 'E' AND WS-TRANS-SEQ <= 9999
               IF WX-DONE(WS-TRANS-SEQ) = 'Y'
                   ADD 1 TO WS-MERGE-KEYS
                   PERFORM MERGE-APPLY-PARA
               ELSE
                   ADD 1 TO WS-SCAN-KEYS
                   PERFORM SEARCH-PARA
               END-IF
           ELSE
               ADD 1 TO WS-SCAN-KEYS
               PERFORM SEARCH-PARA
           END-IF.

       RESTART-PARA.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
                 MOVE WR-NAME(WS-MSUB) TO WM-NAME(WS-MATCH-COUNT)
                 MOVE WR-GROUP(WS-MSUB) TO WM-GROUP(WS-MATCH-COUNT)
                 MOVE WS-CUR-SOURCE    TO WM-SOURCE(WS-MATCH-COUNT)
                 MOVE WS-CUR-BILL-ACCT TO WM-BILL-ACCT(WS-MATCH-COUNT)
              END-IF
              ADD 1 TO WS-RESP-COUNT
              MOVE WR-GROUP(WS-MSUB) TO WP-GROUP(WS-RESP-COUNT)
              MOVE WR-NUM(WS-MSUB)   TO WP-NUM(WS-RESP-COUNT)
              MOVE WR-NAME(WS-MSUB)  TO WP-NAME(WS-RESP-COUNT)
           END-PERFORM.

       SEARCH-PARA.                                                     00210000
                    SET WS-DISP-J TO J
                    DISPLAY 'FOUND AT I=' WS-DISP-I ' J=' WS-DISP-J
                       ' NUM=' NUM(I,J)
                    PERFORM RESP-MATCH-PARA
                    IF WS-MATCH-COUNT < 500
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE WS-SEARCH-KEY TO WM-KEY(WS-MATCH-COUNT)
                       MOVE NAME(I,J)     TO WM-NAME(WS-MATCH-COUNT)
                       MOVE WS-DISP-I     TO WM-GROUP(WS-MATCH-COUNT)
                       MOVE WS-CUR-SOURCE TO WM-SOURCE(WS-MATCH-COUNT)
                       MOVE WS-CUR-BILL-ACCT
                          TO WM-BILL-ACCT(WS-MATCH-COUNT)
                       PERFORM MATCH-CHECKPOINT-PARA
                    ELSE
                       DISPLAY 'MATCH TABLE FULL, OMITTING FROM '
              END-PERFORM
              PERFORM CHECKPOINT-PARA
           END-PERFORM.                                                 00290000
           PERFORM SEARCH-END-PARA.

      ****************************************************************
      * OUTCOME OF ONE SEARCHED KEY, FOR THE SCAN AND THE MERGE
      * PATH ALIKE: THE AUDIT SUMMARY AND THE MATCHED/NOT-FOUND
      * COUNTS.
      ****************************************************************
       SEARCH-END-PARA.
           IF WS-FLAG = 'Y'
              MOVE 'FOUND'     TO WS-AUDIT-OUTCOME
           ELSE
              DISPLAY 'NOT FOUND: ' WS-SEARCH-KEY                       00330000
           END-IF.                                                      00340000

      ****************************************************************
      * SORT/MERGE PASS FOR EXACT SEARCHES, RUN ONCE BEFORE THE
      * TRANSACTIONS ARE PROCESSED. THE FIRST SORT PUTS TABL IN
      * NAME ORDER; THE SECOND PUTS THE DAY'S EXACT-SEARCH KEYS IN
      * KEY ORDER AND MATCHES THEM AGAINST IT IN ONE PASS, SO EACH
      * NAME ENTRY IS STEPPED OVER ONCE FOR THE WHOLE FILE INSTEAD
      * OF ONCE PER TRANSACTION. CONTROL RECORDS ARE NOT CHECKED
      * HERE - BATCH-PARA STILL ENFORCES THEM AND STOPS AT THE
      * FIRST FAILURE, AND THE SEQUENCE NUMBERS BELOW AGREE WITH
      * ITS OWN UP TO THAT POINT.
      ****************************************************************
       MERGE-PASS-PARA.
           SORT NAME-SORT-FILE
              ON ASCENDING KEY NS-NAME NS-GROUP NS-SLOT
              INPUT PROCEDURE IS NAME-RELEASE-PARA
              OUTPUT PROCEDURE IS NAME-RETURN-PARA
           MOVE 'N' TO WS-SORT-EOF
           SORT TRANS-SORT-FILE
              ON ASCENDING KEY TS-KEY TS-SEQ
              INPUT PROCEDURE IS TRANS-RELEASE-PARA
              OUTPUT PROCEDURE IS TRANS-MERGE-PARA.

       NAME-RELEASE-PARA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RCD-COUNT
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SLOT-COUNT(I)
                 MOVE NAME(I,J)  TO NS-NAME
                 SET WS-DISP-I   TO I
                 MOVE WS-DISP-I  TO NS-GROUP
                 SET WS-DISP-J   TO J
                 MOVE WS-DISP-J  TO NS-SLOT
                 MOVE NUM(I,J)   TO NS-NUM
                 RELEASE NAME-SORT-RECORD
              END-PERFORM
           END-PERFORM.

       NAME-RETURN-PARA.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN NAME-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE NS-NAME  TO WO-NAME(WS-ORDER-COUNT)
                       MOVE NS-GROUP TO WO-GROUP(WS-ORDER-COUNT)
                       MOVE NS-SLOT  TO WO-SLOT(WS-ORDER-COUNT)
                       MOVE NS-NUM   TO WO-NUM(WS-ORDER-COUNT)
               END-RETURN
           END-PERFORM
           COMPUTE WS-OSUB = WS-ORDER-COUNT + 1
           MOVE HIGH-VALUES TO WO-NAME(WS-OSUB)
           MOVE 0 TO WO-GROUP(WS-OSUB)
           MOVE 0 TO WO-SLOT(WS-OSUB)
           MOVE 0 TO WO-NUM(WS-OSUB).

      ****************************************************************
      * NUMBERS THE 'D' RECORDS IN FILE ORDER, AS TRANS-DETAIL-PARA
      * DOES, AND RELEASES THE EXACT SEARCHES ('E' OR SPACE).
      ****************************************************************
       TRANS-RELEASE-PARA.
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-PRE-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-PRE-EOF
                   NOT AT END
                       IF TR-REC-TYPE = 'D'
                           ADD 1 TO WS-PRE-SEQ
                           IF TR-SEARCH-TYPE NOT = 'P'
                                   AND TR-SEARCH-TYPE NOT = 'W'
                                   AND WS-PRE-SEQ <= 9999
                               MOVE TR-SEARCH-KEY TO TS-KEY
                               MOVE WS-PRE-SEQ    TO TS-SEQ
                               RELEASE TRANS-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       TRANS-MERGE-PARA.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TRANS-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM MERGE-KEY-PARA
               END-RETURN
           END-PERFORM.

      ****************************************************************
      * ADVANCES THE NAME POINTER TO THE FIRST NAME NOT BELOW THE
      * KEY, THEN MEASURES THE RUN OF NAMES EQUAL TO IT. THE
      * POINTER NEVER MOVES BACK, SO A KEY ASKED FOR BY SEVERAL
      * DESKS SHARES THE SAME RUN.
      ****************************************************************
       MERGE-KEY-PARA.
           MOVE 0 TO WS-MERGE-COMPARES
           PERFORM UNTIL WO-NAME(WS-MERGE-PTR) >= TS-KEY
               ADD 1 TO WS-MERGE-COMPARES
               ADD 1 TO WS-MERGE-PTR
           END-PERFORM
           MOVE WS-MERGE-PTR TO WS-OSUB
           PERFORM UNTIL WO-NAME(WS-OSUB) NOT = TS-KEY
               ADD 1 TO WS-MERGE-COMPARES
               ADD 1 TO WS-OSUB
           END-PERFORM
           ADD 1 TO WS-MERGE-COMPARES
           MOVE 'Y'               TO WX-DONE(TS-SEQ)
           MOVE WS-MERGE-PTR      TO WX-START(TS-SEQ)
           COMPUTE WX-COUNT(TS-SEQ) = WS-OSUB - WS-MERGE-PTR
           MOVE WS-MERGE-COMPARES TO WX-COMPARES(TS-SEQ).

      ****************************************************************
      * APPLIES A STORED MERGE RESULT EXACTLY AS SEARCH-PARA WOULD
      * HAVE: THE SAME DISPLAYS, MATCH-TABLE ENTRIES IN THE SAME
      * ORDER, AN 'M' CHECKPOINT PER MATCH AND THE 'P' CHECKPOINT
      * FOR THE LAST GROUP, SO A RESTART TREATS THE TRANSACTION AS
      * COMPLETE. AU-SCANNED AND TOTAL POSITIONS SCANNED ARE ALSO
      * KEPT AS THE SCAN WOULD HAVE COUNTED THEM - EVERY TABL
      * POSITION, SINCE A FRESH EXACT SEARCH WALKS THE WHOLE TABLE -
      * SO THE AUDIT TRAIL AND SRCHRPT DO NOT DEPEND ON THE PATH.
      * THE NAME ENTRIES THE MERGE ACTUALLY COMPARED ARE TOTALLED
      * SEPARATELY FOR THE REPORT.
      ****************************************************************
       MERGE-APPLY-PARA.
           DISPLAY 'SEARCHING FOR ' WS-SEARCH-KEY
              ' TYPE ' WS-SEARCH-TYPE
           MOVE 0 TO WS-KEY-MATCHES
           MOVE WS-ORDER-COUNT TO WS-KEY-SCANNED
           ADD WS-KEY-SCANNED TO WS-TOTAL-SCANNED
           ADD WX-COMPARES(WS-TRANS-SEQ) TO WS-MERGE-TOTAL
           COMPUTE WS-OEND = WX-START(WS-TRANS-SEQ)
              + WX-COUNT(WS-TRANS-SEQ) - 1
           PERFORM VARYING WS-OSUB FROM WX-START(WS-TRANS-SEQ) BY 1
              UNTIL WS-OSUB > WS-OEND
              SET I TO WO-GROUP(WS-OSUB)
              SET J TO WO-SLOT(WS-OSUB)
              MOVE 'Y' TO WS-FLAG
              ADD 1 TO WS-KEY-MATCHES
              SET WS-DISP-I TO I
              SET WS-DISP-J TO J
              DISPLAY 'FOUND AT I=' WS-DISP-I ' J=' WS-DISP-J
                 ' NUM=' NUM(I,J)
              PERFORM RESP-MATCH-PARA
              IF WS-MATCH-COUNT < 500
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE WS-SEARCH-KEY TO WM-KEY(WS-MATCH-COUNT)
                 MOVE WS-SEARCH-TYPE TO WM-TYPE(WS-MATCH-COUNT)
                 MOVE NUM(I,J)      TO WM-NUM(WS-MATCH-COUNT)
                 MOVE NAME(I,J)     TO WM-NAME(WS-MATCH-COUNT)
                 MOVE WS-DISP-I     TO WM-GROUP(WS-MATCH-COUNT)
                 MOVE WS-CUR-SOURCE TO WM-SOURCE(WS-MATCH-COUNT)
                 MOVE WS-CUR-BILL-ACCT
                    TO WM-BILL-ACCT(WS-MATCH-COUNT)
                 PERFORM MATCH-CHECKPOINT-PARA
              ELSE
                 DISPLAY 'MATCH TABLE FULL, OMITTING FROM '
                    'REPORT: ' WS-SEARCH-KEY
              END-IF
           END-PERFORM
           IF WS-RCD-COUNT > 0
              SET I TO WS-RCD-COUNT
              PERFORM CHECKPOINT-PARA
           END-IF
           PERFORM SEARCH-END-PARA.

      ****************************************************************
      * ONE POSITION COMPARE, HONOURING THE SEARCH TYPE. SETS
      * WS-MATCH-FLAG TO 'Y' WHEN NAME(I,J) SATISFIES THE KEY.
                   END-IF
           END-EVALUATE.

      ****************************************************************
      * NEAR-MISS SCAN FOR A KEY THE SEARCH DID NOT FIND. EVERY NAME
      * ON TABL IS COMPARED WITH THE KEY OVER THE POSITIONS THE
      * SEARCH TYPE USES (ALL 3 FOR 'E' AND 'W', THE PREFIX FOR
      * 'P'; A '?' IN A 'W' KEY MATCHES ANYTHING). A NAME THAT
      * DIFFERS IN ONE POSITION IS A SUBSTITUTION CANDIDATE; ONE
      * THAT DIFFERS IN TWO ADJACENT POSITIONS WITH THE TWO
      * CHARACTERS SWAPPED IS A TRANSPOSITION CANDIDATE. A KEY
      * WITH FEWER THAN 2 POSITIONS ACTUALLY COMPARED ('A  ' PREFIX,
      * 'A??' WILDCARD) WOULD SUGGEST HALF THE MASTER AND IS NOT
      * SCANNED. STRENGTH: HIGH FOR A TRANSPOSITION (THE COMMONEST
      * KEYING SLIP), MEDIUM FOR THE ONLY SUBSTITUTION CANDIDATE,
      * LOW FOR ONE OF SEVERAL SUBSTITUTION CANDIDATES. BATCH
      * MODE ONLY - AN OPERATOR LOOKUP GETS NO REPORT.
      ****************************************************************
       NEAR-MISS-PARA.
           IF WS-BATCH-MODE = 'Y'
              IF WS-SEARCH-TYPE = 'P'
                 MOVE WS-PFX-LEN TO WS-NM-LEN
              ELSE
                 MOVE 3 TO WS-NM-LEN
              END-IF
              MOVE 0 TO WS-NM-FIXED
              PERFORM VARYING WS-KPOS FROM 1 BY 1
                 UNTIL WS-KPOS > WS-NM-LEN
                 IF NOT (WS-SEARCH-TYPE = 'W'
                         AND WS-SEARCH-KEY(WS-KPOS:1) = '?')
                    ADD 1 TO WS-NM-FIXED
                 END-IF
              END-PERFORM
              IF WS-MISS-COUNT < 500
                 ADD 1 TO WS-MISS-COUNT
                 MOVE WS-CUR-SOURCE  TO WN-SOURCE(WS-MISS-COUNT)
                 MOVE WS-SEARCH-KEY  TO WN-KEY(WS-MISS-COUNT)
                 MOVE WS-SEARCH-TYPE TO WN-TYPE(WS-MISS-COUNT)
                 COMPUTE WN-FIRST-SUGG(WS-MISS-COUNT) =
                    WS-SUGG-COUNT + 1
                 MOVE 0 TO WN-SUGG-KEPT(WS-MISS-COUNT)
                 MOVE 0 TO WN-SUGG-COUNT(WS-MISS-COUNT)
                 MOVE 0 TO WS-NM-SUBS
                 IF WS-NM-FIXED >= 2
                    PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-RCD-COUNT
                       PERFORM VARYING J FROM 1 BY 1
                          UNTIL J > WS-SLOT-COUNT(I)
                          PERFORM NEAR-TEST-PARA
                       END-PERFORM
                    END-PERFORM
                    PERFORM VARYING WS-GSUB
                       FROM WN-FIRST-SUGG(WS-MISS-COUNT) BY 1
                       UNTIL WS-GSUB > WS-SUGG-COUNT
                       IF WG-KIND(WS-GSUB) = 'T'
                          MOVE 'HIGH'   TO WG-STRENGTH(WS-GSUB)
                       ELSE
                          IF WS-NM-SUBS = 1
                             MOVE 'MEDIUM' TO WG-STRENGTH(WS-GSUB)
                          ELSE
                             MOVE 'LOW'    TO WG-STRENGTH(WS-GSUB)
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              ELSE
                 IF WS-MISS-FULL = 'N'
                    MOVE 'Y' TO WS-MISS-FULL
                    DISPLAY 'NOT-FOUND TABLE FULL, NO SUGGESTIONS '
                       'FROM KEY: ' WS-SEARCH-KEY
                 END-IF
              END-IF
           END-IF.

      ****************************************************************
      * COMPARES NAME(I,J) WITH THE KEY FOR ONE NEAR-MISS CANDIDATE
      * AND, WHEN IT IS ONE, ADDS IT TO THE CURRENT MISS ENTRY.
      ****************************************************************
       NEAR-TEST-PARA.
           MOVE 0 TO WS-NM-DIFFS
           MOVE 0 TO WS-NM-DIFF1
           MOVE 0 TO WS-NM-DIFF2
           MOVE SPACE TO WS-NM-KIND
           PERFORM VARYING WS-KPOS FROM 1 BY 1
              UNTIL WS-KPOS > WS-NM-LEN
              IF NOT (WS-SEARCH-TYPE = 'W'
                      AND WS-SEARCH-KEY(WS-KPOS:1) = '?')
                      AND WS-SEARCH-KEY(WS-KPOS:1)
                      NOT = NAME(I,J)(WS-KPOS:1)
                 ADD 1 TO WS-NM-DIFFS
                 IF WS-NM-DIFF1 = 0
                    MOVE WS-KPOS TO WS-NM-DIFF1
                 ELSE
                    MOVE WS-KPOS TO WS-NM-DIFF2
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NM-DIFFS = 1
              MOVE 'S' TO WS-NM-KIND
              ADD 1 TO WS-NM-SUBS
           ELSE
              IF WS-NM-DIFFS = 2
                      AND WS-NM-DIFF2 = WS-NM-DIFF1 + 1
                      AND WS-SEARCH-KEY(WS-NM-DIFF1:1)
                          = NAME(I,J)(WS-NM-DIFF2:1)
                      AND WS-SEARCH-KEY(WS-NM-DIFF2:1)
                          = NAME(I,J)(WS-NM-DIFF1:1)
                 MOVE 'T' TO WS-NM-KIND
              END-IF
           END-IF
           IF WS-NM-KIND NOT = SPACE
              ADD 1 TO WN-SUGG-COUNT(WS-MISS-COUNT)
              IF WN-SUGG-KEPT(WS-MISS-COUNT) < WS-SUGG-MAX
                 IF WS-SUGG-COUNT < 2000
                    ADD 1 TO WS-SUGG-COUNT
                    ADD 1 TO WN-SUGG-KEPT(WS-MISS-COUNT)
                    MOVE NAME(I,J)  TO WG-NAME(WS-SUGG-COUNT)
                    SET WS-DISP-I   TO I
                    MOVE WS-DISP-I  TO WG-GROUP(WS-SUGG-COUNT)
                    MOVE NUM(I,J)   TO WG-NUM(WS-SUGG-COUNT)
                    MOVE WS-NM-KIND TO WG-KIND(WS-SUGG-COUNT)
                 ELSE
                    IF WS-SUGG-FULL = 'N'
                       MOVE 'Y' TO WS-SUGG-FULL
                       DISPLAY 'SUGGESTION TABLE FULL, OMITTING FROM '
                          'REPORT: ' WS-SEARCH-KEY
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECKPOINT-PARA.
           IF WS-BATCH-MODE = 'Y'
              MOVE 'P'          TO CK-REC-TYPE
           WRITE AUDIT-RECORD.

       REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SRCH DAILY SEARCH REPORT - RUN DATE: ' WS-RUN-DATE
              WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MERGE-KEYS TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO REPORT-RECORD
           STRING '  KEYS SEARCHED BY SORT/MERGE: '
              WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MERGE-TOTAL TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO REPORT-RECORD
           STRING '  NAME ENTRIES COMPARED BY SORT/MERGE: '
              WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SCAN-KEYS TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO REPORT-RECORD
           STRING '  KEYS SEARCHED BY TABLE SCAN: '
              WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-KEYS-MATCHED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM SOURCE-LINE-PARA VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
           MOVE WS-RESP-WRITTEN TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO REPORT-RECORD
           STRING 'DESK RESPONSE GROUPS WRITTEN: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RESP-ERROR = 'Y'
              MOVE SPACES TO REPORT-RECORD
              STRING 'RESPONSE DATASET NOT WRITTEN - NOT ALLOCATED '
                 '(STATUS ' WS-RESP-STATUS ')'
                 DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN BALANCING:' DELIMITED BY SIZE
              MOVE WS-RUN-DATE      TO ED-RUN-DATE
              MOVE WM-SOURCE(WS-MSUB) TO ED-SOURCE-ID
              MOVE WM-TYPE(WS-MSUB) TO ED-TYPE
              MOVE WM-BILL-ACCT(WS-MSUB) TO ED-BILL-ACCT
              WRITE EXTR-DETAIL-RECORD
           END-PERFORM
           MOVE SPACES         TO EXTR-TRAILER-RECORD
           MOVE WS-MATCH-COUNT TO ET-COUNT
           WRITE EXTR-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

      ****************************************************************
      * NEAR-MISS EXCEPTION REPORT. ONE SECTION PER SOURCE IN THE
      * ORDER THE DESKS FIRST APPEARED, LISTING EACH NOT-FOUND KEY
      * WITH ITS CANDIDATE NAMES, GROUP, NUM AND STRENGTH SO THE
      * DESK CAN CORRECT AND RESUBMIT THE SAME DAY. A DESK THAT
      * OVERFLOWED THE SOURCE TABLE IS NOT BROKEN OUT.
      ****************************************************************
       SUGGEST-REPORT-PARA.
           OPEN OUTPUT SUGGEST-REPORT-FILE
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING 'SRCH NEAR-MISS SUGGESTION REPORT - RUN DATE: '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           PERFORM SUGGEST-SOURCE-PARA VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING 'TOTALS:' DELIMITED BY SIZE
              INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           MOVE WS-MISS-COUNT TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING '  NOT-FOUND KEYS: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           MOVE WS-NM-WITH-SUGG TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING '  KEYS WITH SUGGESTIONS: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           MOVE WS-NM-LISTED TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING '  SUGGESTIONS LISTED: ' WS-REPORT-COUNT-TXT
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           CLOSE SUGGEST-REPORT-FILE.

       SUGGEST-SOURCE-PARA.
           MOVE 0 TO WS-NM-SRC-MISSES
           MOVE 0 TO WS-NM-SRC-HITS
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING 'SOURCE=' WS-SRC-ID(WS-SRC-SUB)
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
           PERFORM VARYING WS-NSUB FROM 1 BY 1
              UNTIL WS-NSUB > WS-MISS-COUNT
              IF WN-SOURCE(WS-NSUB) = WS-SRC-ID(WS-SRC-SUB)
                 PERFORM SUGGEST-KEY-PARA
              END-IF
           END-PERFORM
           MOVE WS-NM-SRC-MISSES TO WS-REPORT-COUNT-TXT
           MOVE WS-NM-SRC-HITS   TO WS-REPORT-COUNT-TXT2
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           STRING '  SOURCE TOTALS: NOT FOUND=' WS-REPORT-COUNT-TXT
              ' WITH SUGGESTIONS=' WS-REPORT-COUNT-TXT2
              DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD.

       SUGGEST-KEY-PARA.
           ADD 1 TO WS-NM-SRC-MISSES
           MOVE WN-SUGG-COUNT(WS-NSUB) TO WS-REPORT-COUNT-TXT
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           IF WN-SUGG-COUNT(WS-NSUB) = 0
              STRING '  KEY=' WN-KEY(WS-NSUB)
                 ' TYPE=' WN-TYPE(WS-NSUB)
                 ' NOT FOUND - NO SUGGESTIONS'
                 DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           ELSE
              ADD 1 TO WS-NM-SRC-HITS
              ADD 1 TO WS-NM-WITH-SUGG
              STRING '  KEY=' WN-KEY(WS-NSUB)
                 ' TYPE=' WN-TYPE(WS-NSUB)
                 ' NOT FOUND - CANDIDATES: ' WS-REPORT-COUNT-TXT
                 DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
           END-IF
           WRITE SUGGEST-REPORT-RECORD
           PERFORM VARYING WS-GSUB FROM WN-FIRST-SUGG(WS-NSUB) BY 1
              UNTIL WS-GSUB >
                 WN-FIRST-SUGG(WS-NSUB) + WN-SUGG-KEPT(WS-NSUB) - 1
              ADD 1 TO WS-NM-LISTED
              MOVE SPACES TO SUGGEST-REPORT-RECORD
              STRING '    SUGGEST=' WG-NAME(WS-GSUB)
                 ' GROUP=' WG-GROUP(WS-GSUB)
                 ' NUM=' WG-NUM(WS-GSUB)
                 ' STRENGTH=' WG-STRENGTH(WS-GSUB)
                 DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
              WRITE SUGGEST-REPORT-RECORD
           END-PERFORM
           IF WN-SUGG-COUNT(WS-NSUB) > WN-SUGG-KEPT(WS-NSUB)
              MOVE SPACES TO SUGGEST-REPORT-RECORD
              STRING '    (FURTHER CANDIDATES NOT LISTED)'
                 DELIMITED BY SIZE INTO SUGGEST-REPORT-RECORD
              WRITE SUGGEST-REPORT-RECORD
           END-IF.

      ****************************************************************
      * OPENS THE RESPONSE WORK FILE FOR THE BATCH. A FRESH RUN
      * STARTS IT OVER AS GENERATION 1; A RESTARTED RUN KEEPS WHAT
      * THE INTERRUPTED RUN WROTE AND EXTENDS IT UNDER THE NEXT
      * GENERATION.
      ****************************************************************
       RESP-WORK-OPEN-PARA.
           MOVE 1 TO WS-RESP-GEN
           IF WS-RESTART-FOUND = 'Y'
               OPEN INPUT RESP-WORK-FILE
               IF WS-RESW-STATUS = '00'
                   PERFORM UNTIL WS-RESW-EOF = 'Y'
                       READ RESP-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-RESW-EOF
                           NOT AT END
                               IF RW-GEN >= WS-RESP-GEN
                                       AND RW-GEN < 99
                                   COMPUTE WS-RESP-GEN = RW-GEN + 1
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RESP-WORK-FILE
               OPEN EXTEND RESP-WORK-FILE
           ELSE
               OPEN OUTPUT RESP-WORK-FILE
           END-IF.

      ****************************************************************
      * KEEPS ONE MATCH OF THE CURRENT TRANSACTION (GROUP I, SLOT J)
      * FOR ITS RESPONSE RECORDS.
      ****************************************************************
       RESP-MATCH-PARA.
           IF WS-RESP-COUNT < 4500
              ADD 1 TO WS-RESP-COUNT
              MOVE WS-DISP-I TO WP-GROUP(WS-RESP-COUNT)
              MOVE NUM(I,J)  TO WP-NUM(WS-RESP-COUNT)
              MOVE NAME(I,J) TO WP-NAME(WS-RESP-COUNT)
           END-IF.

      ****************************************************************
      * WRITES THE RESPONSE RECORDS OF THE TRANSACTION JUST SEARCHED
      * TO THE WORK FILE: ITS 'D' RECORD, THEN AN 'M' PER MATCH.
      ****************************************************************
       RESP-WRITE-PARA.
           MOVE SPACES         TO RESP-WORK-RECORD
           MOVE WS-CUR-SOURCE  TO RW-SOURCE
           MOVE 'A'            TO RW-SECTION
           MOVE WS-TRANS-SEQ   TO RW-SEQ
           MOVE WS-RESP-GEN    TO RW-GEN
           MOVE 0              TO RW-LINE
           MOVE 'D'            TO RW-REC-TYPE
           MOVE WS-SEARCH-KEY  TO RW-KEY
           MOVE WS-SEARCH-TYPE TO RW-TYPE
           IF WS-FLAG = 'Y'
              MOVE 'FOUND'     TO RW-OUTCOME
           ELSE
              MOVE 'NOT FOUND' TO RW-OUTCOME
           END-IF
           MOVE WS-RESP-COUNT  TO RW-COUNT
           MOVE 0              TO RW-GROUP
           MOVE 0              TO RW-NUM
           WRITE RESP-WORK-RECORD
           PERFORM VARYING WS-RSUB FROM 1 BY 1
              UNTIL WS-RSUB > WS-RESP-COUNT
              MOVE WS-RSUB           TO RW-LINE
              MOVE 'M'               TO RW-REC-TYPE
              MOVE SPACES            TO RW-OUTCOME
              MOVE 0                 TO RW-COUNT
              MOVE WP-GROUP(WS-RSUB) TO RW-GROUP
              MOVE WP-NUM(WS-RSUB)   TO RW-NUM
              MOVE WP-NAME(WS-RSUB)  TO RW-NAME
              WRITE RESP-WORK-RECORD
           END-PERFORM.

      ****************************************************************
      * A TRANSACTION THE INTERRUPTED RUN FINISHED BEFORE ITS LAST
      * CHECKPOINT IS NOT SEARCHED AGAIN. ITS RESPONSE SHOULD ALREADY
      * BE ON THE WORK FILE; THIS PLACEHOLDER (GENERATION 0, WHICH
      * EVERY REAL RESPONSE OUTRANKS) ONLY SHOWS THROUGH IF IT IS NOT,
      * SO THE DESK STILL SEES THE TRANSACTION AND ITS FILE BALANCES.
      ****************************************************************
       RESP-SKIPPED-PARA.
           MOVE SPACES         TO RESP-WORK-RECORD
           MOVE WS-CUR-SOURCE  TO RW-SOURCE
           MOVE 'A'            TO RW-SECTION
           MOVE WS-TRANS-SEQ   TO RW-SEQ
           MOVE 0              TO RW-GEN
           MOVE 0              TO RW-LINE
           MOVE 'D'            TO RW-REC-TYPE
           MOVE WS-SEARCH-KEY  TO RW-KEY
           MOVE WS-SEARCH-TYPE TO RW-TYPE
           MOVE 'SKIPPED'      TO RW-OUTCOME
           MOVE 0              TO RW-COUNT
           MOVE 0              TO RW-GROUP
           MOVE 0              TO RW-NUM
           MOVE 'SEARCHED BY THE INTERRUPTED RUN' TO RW-REASON
           WRITE RESP-WORK-RECORD.

      ****************************************************************
      * THE RESTART TRANSACTION WHOSE SEARCH HAD FINISHED: ITS
      * MATCHES COME BACK FROM THE CHECKPOINT AND ITS RESPONSE IS
      * WRITTEN AGAIN UNDER THIS RUN'S GENERATION.
      ****************************************************************
       RESP-RESTORED-PARA.
           PERFORM VARYING WS-MSUB FROM 1 BY 1
              UNTIL WS-MSUB > WS-RESTART-MATCH-COUNT
              ADD 1 TO WS-RESP-COUNT
              MOVE WR-GROUP(WS-MSUB) TO WP-GROUP(WS-RESP-COUNT)
              MOVE WR-NUM(WS-MSUB)   TO WP-NUM(WS-RESP-COUNT)
              MOVE WR-NAME(WS-MSUB)  TO WP-NAME(WS-RESP-COUNT)
           END-PERFORM
           IF WS-RESP-COUNT > 0
              MOVE 'Y' TO WS-FLAG
           ELSE
              MOVE 'N' TO WS-FLAG
           END-IF
           PERFORM RESP-WRITE-PARA.

      ****************************************************************
      * SORTS THE DAY'S ANSWERS AND TRNEDIT'S REJECTS INTO ONE
      * GROUP PER SOURCE ON THE RESPONSE DATASET. IF THE DATASET
      * CANNOT BE OPENED NO DESK IS ANSWERED, SO THE RUN ENDS WITH
      * CONDITION CODE 8 RATHER THAN REPORT A CLEAN DAY.
      ****************************************************************
       RESPONSE-PARA.
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESP-STATUS NOT = '00'
               MOVE 'Y' TO WS-RESP-ERROR
               DISPLAY 'RESPONSE DATASET NOT ALLOCATED (STATUS '
                  WS-RESP-STATUS '), DESK RESPONSES NOT WRITTEN'
           ELSE
               MOVE 'N' TO WS-SORT-EOF
               SORT RESP-SORT-FILE
                  ON ASCENDING KEY RS-SOURCE RS-SECTION RS-SEQ
                  ON DESCENDING KEY RS-GEN
                  ON ASCENDING KEY RS-LINE
                  INPUT PROCEDURE IS RESP-RELEASE-PARA
                  OUTPUT PROCEDURE IS RESP-RETURN-PARA
               CLOSE RESPONSE-FILE
           END-IF.

       RESP-RELEASE-PARA.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
              MOVE SPACES                   TO RESP-SORT-RECORD
              MOVE WS-SRC-ID(WS-SRC-SUB)    TO RS-SOURCE
              MOVE '0'                      TO RS-SECTION
              MOVE 0                        TO RS-SEQ
              MOVE 0                        TO RS-GEN
              MOVE 0                        TO RS-LINE
              MOVE WS-SRC-EXPECTED(WS-SRC-SUB) TO RS-COUNT
              MOVE 0                        TO RS-GROUP
              MOVE 0                        TO RS-NUM
              RELEASE RESP-SORT-RECORD
           END-PERFORM
           MOVE 'N' TO WS-RESW-EOF
           OPEN INPUT RESP-WORK-FILE
           PERFORM UNTIL WS-RESW-EOF = 'Y'
               READ RESP-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-RESW-EOF
                   NOT AT END
                       MOVE RESP-WORK-RECORD TO RESP-SORT-RECORD
                       RELEASE RESP-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE RESP-WORK-FILE
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL WS-REJ-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-REJ-EOF
                   NOT AT END
                       ADD 1 TO WS-REJ-SEQ
                       MOVE SPACES         TO RESP-SORT-RECORD
                       MOVE RJ-SOURCE-ID   TO RS-SOURCE
                       MOVE 'R'            TO RS-SECTION
                       MOVE WS-REJ-SEQ     TO RS-SEQ
                       MOVE 0              TO RS-GEN
                       MOVE 0              TO RS-LINE
                       MOVE 'D'            TO RS-REC-TYPE
                       MOVE RJ-SEARCH-KEY  TO RS-KEY
                       MOVE RJ-SEARCH-TYPE TO RS-TYPE
                       MOVE 'REJECTED'     TO RS-OUTCOME
                       MOVE 0              TO RS-COUNT
                       MOVE 0              TO RS-GROUP
                       MOVE 0              TO RS-NUM
                       MOVE RJ-REASON      TO RS-REASON
                       RELEASE RESP-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       RESP-RETURN-PARA.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN RESP-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM RESP-RECORD-PARA
               END-RETURN
           END-PERFORM
           IF WS-RESP-SOURCE NOT = SPACES
               PERFORM RESP-CLOSE-PARA
           END-IF.

      ****************************************************************
      * ONE SORTED RECORD. A NEW SOURCE CLOSES THE LAST DESK'S GROUP
      * AND OPENS THE NEXT. WITHIN A TRANSACTION ONLY THE NEWEST
      * GENERATION'S RECORDS ARE KEPT, AND ONLY ONE 'D' RECORD.
      ****************************************************************
       RESP-RECORD-PARA.
           IF RS-SOURCE NOT = WS-RESP-SOURCE
               IF WS-RESP-SOURCE NOT = SPACES
                   PERFORM RESP-CLOSE-PARA
               END-IF
               PERFORM RESP-OPEN-PARA
           END-IF
           IF RS-SECTION = '0'
               ADD RS-COUNT TO WS-RESP-EXPECTED
           ELSE
               IF RS-SECTION NOT = WS-RESP-SECTION
                       OR RS-SEQ NOT = WS-RESP-SEQ
                   MOVE RS-SECTION TO WS-RESP-SECTION
                   MOVE RS-SEQ     TO WS-RESP-SEQ
                   MOVE RS-GEN     TO WS-RESP-KEEP-GEN
                   MOVE 'N'        TO WS-RESP-D-DONE
               END-IF
               IF RS-GEN = WS-RESP-KEEP-GEN
                   IF RS-REC-TYPE = 'D'
                       IF WS-RESP-D-DONE = 'N'
                           MOVE 'Y' TO WS-RESP-D-DONE
                           PERFORM RESP-DETAIL-PARA
                       END-IF
                   ELSE
                       PERFORM RESP-MATCH-LINE-PARA
                   END-IF
               END-IF
           END-IF.

       RESP-OPEN-PARA.
           MOVE RS-SOURCE TO WS-RESP-SOURCE
           MOVE SPACES    TO WS-RESP-SECTION
           MOVE 0         TO WS-RESP-SEQ
           MOVE 0         TO WS-RESP-ANSWERED
           MOVE 0         TO WS-RESP-REJECTED
           MOVE 0         TO WS-RESP-EXPECTED
           ADD 1 TO WS-RESP-WRITTEN
           MOVE 0 TO WS-DESK-HIT
           PERFORM VARYING WS-DESK-SUB FROM 1 BY 1
              UNTIL WS-DESK-SUB > WS-DESK-COUNT OR WS-DESK-HIT > 0
              IF WS-DESK-ID(WS-DESK-SUB) = RS-SOURCE
                 MOVE WS-DESK-SUB TO WS-DESK-HIT
              END-IF
           END-PERFORM
           MOVE SPACES      TO RESP-HEADER-RECORD
           MOVE 'H'         TO RH-REC-TYPE
           MOVE RS-SOURCE   TO RH-SOURCE-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           IF WS-DESK-HIT > 0
               MOVE WS-DESK-NAME(WS-DESK-HIT) TO RH-DESK-NAME
           ELSE
               MOVE 'NOT ON DESK REGISTRY' TO RH-DESK-NAME
           END-IF
           WRITE RESP-HEADER-RECORD.

       RESP-DETAIL-PARA.
           IF RS-SECTION = 'R'
               ADD 1 TO WS-RESP-REJECTED
           ELSE
               ADD 1 TO WS-RESP-ANSWERED
           END-IF
           MOVE SPACES      TO RESP-DETAIL-RECORD
           MOVE 'D'         TO RD-REC-TYPE
           MOVE RS-KEY      TO RD-SEARCH-KEY
           MOVE RS-TYPE     TO RD-SEARCH-TYPE
           MOVE RS-OUTCOME  TO RD-OUTCOME
           MOVE RS-COUNT    TO RD-MATCHES
           MOVE RS-REASON   TO RD-REASON
           WRITE RESP-DETAIL-RECORD.

       RESP-MATCH-LINE-PARA.
           MOVE SPACES      TO RESP-MATCH-RECORD
           MOVE 'M'         TO RM-REC-TYPE
           MOVE RS-KEY      TO RM-SEARCH-KEY
           MOVE RS-GROUP    TO RM-GROUP
           MOVE RS-NUM      TO RM-NUM
           MOVE RS-NAME     TO RM-NAME
           WRITE RESP-MATCH-RECORD.

      ****************************************************************
      * THE DESK'S TRAILER. EXPECTED IS WHAT ITS BLOCKS CARRIED: THE
      * CLEAN TRAILER COUNTS SRCH BALANCED PLUS WHAT TRNEDIT
      * REJECTED. THE FILE BALANCES WHEN EVERY ONE OF THEM HAS A
      * 'D' RECORD.
      ****************************************************************
       RESP-CLOSE-PARA.
           ADD WS-RESP-REJECTED TO WS-RESP-EXPECTED
           MOVE SPACES           TO RESP-TRAILER-RECORD
           MOVE 'T'              TO RT-REC-TYPE
           COMPUTE RT-DETAILS = WS-RESP-ANSWERED + WS-RESP-REJECTED
           MOVE WS-RESP-ANSWERED TO RT-ANSWERED
           MOVE WS-RESP-REJECTED TO RT-REJECTED
           MOVE WS-RESP-EXPECTED TO RT-EXPECTED
           IF RT-DETAILS = RT-EXPECTED
               MOVE 'BALANCED'       TO RT-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RT-STATUS
               DISPLAY 'RESPONSE GROUP OUT OF BALANCE FOR '
                  'SOURCE ' WS-RESP-SOURCE
           END-IF
           WRITE RESP-TRAILER-RECORD.
