       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXFEED.
       AUTHOR. who.

      * Multi-feed intake step ahead of PFIX.  PFIXFEED.LIST names
      * the upstream feed files for the run, one file name per
      * record.  Each feed carries a header, its detail records in
      * the extended PFIX.INPUT layout (transaction ID in columns
      * 1-8, token in columns 10-29) and a trailer:
      *     *HEADER* name-------- yyyymmdd     feed name in columns
      *                                        10-21, creation date
      *                                        in columns 23-30
      *     *TRAILER nnnnnnnnn                 detail record count
      *                                        in columns 10-18
      * A feed is rejected whole when its header or trailer is
      * missing or out of place, when the trailer count disagrees
      * with the detail records received, when a detail record has
      * no transaction ID, or when its feed name and creation date
      * were already accepted, on an earlier run (PFIXFEED.ACCEPTED)
      * or earlier in this list.  Of the accepted records, a
      * transaction ID already posted on PFIX.RESULTS for the run
      * date is dropped, and an ID that turns up in more than one
      * feed is kept only from the first feed in list order that
      * carries it.  What is left is merged into PFIX.INPUT in
      * transaction-ID order (feed and record order within an ID),
      * PFIXBAL.EXPECTED is written with the transaction and token
      * counts that went in, every accepted feed is added to
      * PFIXFEED.ACCEPTED, and the whole intake is listed on
      * PFIXFEED.LOG.
      * PFIXFEED.CONTROL supplies KEYWORD=value records:
      *   DATE=yyyymmdd      run date for the posted-ID check
      *                      (default today)
      * Return code 4 when any feed is rejected or any record is
      * dropped, 8 when no feed is accepted, 16 when the list or the
      * output files cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN TO "PFIXFEED.LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-LIST-STATUS.
           SELECT FEED-DATA-FILE ASSIGN TO FEED-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-DATA-STATUS.
           SELECT FEED-CONTROL-FILE ASSIGN TO "PFIXFEED.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-CONTROL-STATUS.
           SELECT FEED-ACCEPTED-FILE ASSIGN TO "PFIXFEED.ACCEPTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-ACCEPTED-STATUS.
           SELECT FEED-RESULTS-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEED-RESULTS-KEY
               FILE STATUS IS FEED-RESULTS-STATUS.
           SELECT FEED-OUTPUT-FILE ASSIGN TO "PFIX.INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-OUTPUT-STATUS.
           SELECT FEED-EXPECTED-FILE ASSIGN TO "PFIXBAL.EXPECTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-EXPECTED-STATUS.
           SELECT FEED-LOG-FILE ASSIGN TO "PFIXFEED.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-LOG-STATUS.
           SELECT FEED-SORT-FILE ASSIGN TO "PFIXFEED.SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE.
       01  FEED-LIST-RECORD      PIC X(80).

       FD  FEED-DATA-FILE.
       01  FEED-DATA-RECORD.
           05 FEED-DAT-TX-ID     PIC X(8).
           05 FEED-DAT-SEP       PIC X(1).
           05 FEED-DAT-TOKEN     PIC X(20).
           05 FILLER             PIC X(3).
       01  FEED-HEADER-RECORD.
           05 FEED-HDR-TAG       PIC X(8).
           05 FILLER             PIC X(1).
           05 FEED-HDR-NAME      PIC X(12).
           05 FILLER             PIC X(1).
           05 FEED-HDR-DATE      PIC X(8).
           05 FILLER             PIC X(2).
       01  FEED-TRAILER-RECORD.
           05 FEED-TRL-TAG       PIC X(8).
           05 FILLER             PIC X(1).
           05 FEED-TRL-COUNT     PIC X(9).
           05 FILLER             PIC X(14).

       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD   PIC X(80).

      * One record per feed ever accepted: feed name, creation date,
      * the run date and time it was taken in, its detail count and
      * the file it came from.
       FD  FEED-ACCEPTED-FILE.
       01  FEED-ACCEPTED-RECORD.
           05 FACC-NAME          PIC X(12).
           05 FILLER             PIC X(1).
           05 FACC-CREATED       PIC X(8).
           05 FILLER             PIC X(1).
           05 FACC-RUN-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 FACC-RUN-TIME      PIC 9(8).
           05 FILLER             PIC X(1).
           05 FACC-COUNT         PIC 9(9).
           05 FILLER             PIC X(1).
           05 FACC-FILE          PIC X(48).

       FD  FEED-RESULTS-FILE.
       01  FEED-RESULTS-RECORD.
           05 FEED-RESULTS-KEY.
              10 FEED-RES-TX-ID  PIC X(8).
              10 FEED-RES-DATE   PIC 9(8).
           05 FEED-RES-TIME      PIC 9(8).
           05 FEED-RES-VALUE     PIC X(19).
           05 FEED-RES-ERROR     PIC X(1).
           05 FEED-RES-EXT-SEQ   PIC 9(6).
           05 FEED-RES-SENT-SEQ  PIC 9(6).
           05 FEED-RES-SENT-VALUE PIC X(19).
           05 FEED-RES-SENT-ERROR PIC X(1).

       FD  FEED-OUTPUT-FILE.
       01  FEED-OUTPUT-RECORD    PIC X(32).

       FD  FEED-EXPECTED-FILE.
       01  FEED-EXPECTED-RECORD  PIC X(80).

       FD  FEED-LOG-FILE.
       01  FEED-LOG-RECORD       PIC X(120).

       SD  FEED-SORT-FILE.
       01  FEED-SORT-RECORD.
           05 SRT-TX-ID          PIC X(8).
           05 SRT-FEED-NO        PIC 9(3).
           05 SRT-SEQ            PIC 9(7).
           05 SRT-DATA           PIC X(32).

       WORKING-STORAGE SECTION.
       01  FEED-CTL-KEYWORD  PIC X(20).
       01  FEED-CTL-VALUE    PIC X(40).
       01  FEED-CONTROL-EOF  PIC X.
       01  FEED-LIST-EOF     PIC X.
       01  FEED-DATA-EOF     PIC X.
       01  FEED-ACCEPTED-EOF PIC X.
       01  FEED-DATA-NAME    PIC X(48).
       01  FEED-RUN-DATE     PIC 9(8) VALUE 0.
       01  FEED-RUN-TIME     PIC 9(8).

      * One entry per feed named on the list.  State 'A' accepted,
      * 'R' rejected with the reason beside it.
       01  FEED-TABLE.
           05 FEED-ENTRY OCCURS 50 TIMES.
              10 FEED-FILE        PIC X(48).
              10 FEED-NAME        PIC X(12).
              10 FEED-CREATED     PIC X(8).
              10 FEED-TRAILER-CNT PIC 9(9).
              10 FEED-RECEIVED    PIC 9(9).
              10 FEED-KEPT        PIC 9(9).
              10 FEED-DROPPED     PIC 9(9).
              10 FEED-STATE       PIC X.
              10 FEED-REASON      PIC X(30).
       01  FEED-COUNT        PIC 9(3) VALUE 0.
       01  FEED-IX           PIC 9(3).
       01  FEED-IX2          PIC 9(3).

      * Validation state for the feed being read.
       01  FEED-REC-IX       PIC 9(7).
       01  FEED-HDR-SEEN     PIC X.
       01  FEED-TRL-SEEN     PIC X.
       01  FEED-BAD-REASON   PIC X(30).

      * Every transaction ID taken in so far, the feed that owns it
      * and whether it is being kept ('K') or was already posted
      * ('P'); FEED-ID-LOGGED is the last feed a drop was logged for.
       01  FEED-ID-TABLE.
           05 FEED-ID-ENTRY OCCURS 2000 TIMES.
              10 FEED-ID          PIC X(8).
              10 FEED-ID-OWNER    PIC 9(3).
              10 FEED-ID-STATE    PIC X.
              10 FEED-ID-LOGGED   PIC 9(3).
       01  FEED-ID-COUNT     PIC 9(4) VALUE 0.
       01  FEED-ID-IX        PIC 9(4).
       01  FEED-ID-FOUND     PIC 9(4).

       01  FEED-ACCEPTED-CNT PIC 9(3) VALUE 0.
       01  FEED-REJECTED-CNT PIC 9(3) VALUE 0.
       01  FEED-DUP-DROPS    PIC 9(7) VALUE 0.
       01  FEED-POSTED-DROPS PIC 9(7) VALUE 0.
       01  FEED-DUP-IDS      PIC 9(7) VALUE 0.
       01  FEED-POSTED-IDS   PIC 9(7) VALUE 0.
       01  FEED-OVERFLOW-DROPS PIC 9(7) VALUE 0.
       01  FEED-WRITE-COUNT  PIC 9(9) VALUE 0.
       01  FEED-TX-COUNT     PIC 9(9) VALUE 0.
       01  FEED-LAST-TX-ID   PIC X(8).
       01  FEED-SORT-EOF     PIC X.

       01  FEED-LINE         PIC X(120).
       01  FEED-LINE-PTR     PIC 9(3).
       01  FEED-COUNT-EDIT   PIC Z(8)9.
       01  FEED-COUNT-EDIT2  PIC Z(8)9.
       01  FEED-NO-EDIT      PIC Z9.
       01  FEED-SETUP-BAD    PIC X VALUE 'N'.
       01  FEED-RESULTS-OPEN PIC X VALUE 'N'.
       01  FEED-OUTPUT-OPEN  PIC X VALUE 'N'.
       01  FEED-LOG-OPEN     PIC X VALUE 'N'.

       01  FEED-LIST-STATUS     PIC X(2).
       01  FEED-DATA-STATUS     PIC X(2).
       01  FEED-CONTROL-STATUS  PIC X(2).
       01  FEED-ACCEPTED-STATUS PIC X(2).
       01  FEED-RESULTS-STATUS  PIC X(2).
       01  FEED-OUTPUT-STATUS   PIC X(2).
       01  FEED-EXPECTED-STATUS PIC X(2).
       01  FEED-LOG-STATUS      PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FEED-CONTROL.
           PERFORM OPEN-FEED-LOG.
           PERFORM LOAD-FEED-LIST.
           IF FEED-SETUP-BAD = 'N'
               PERFORM VALIDATE-FEED
                   VARYING FEED-IX FROM 1 BY 1
                   UNTIL FEED-IX > FEED-COUNT
               PERFORM MERGE-ACCEPTED-FEEDS
           END-IF.
           IF FEED-SETUP-BAD = 'N'
               PERFORM WRITE-BALANCE-EXPECTED
           END-IF.
           IF FEED-SETUP-BAD = 'N'
               PERFORM REGISTER-ACCEPTED-FEEDS
           END-IF.
           PERFORM WRITE-INTAKE-SUMMARY.
           IF FEED-LOG-OPEN = 'Y'
               CLOSE FEED-LOG-FILE
           END-IF.
           EVALUATE TRUE
               WHEN FEED-SETUP-BAD = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN FEED-ACCEPTED-CNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN FEED-REJECTED-CNT > 0 OR FEED-DUP-DROPS > 0 OR
                    FEED-POSTED-DROPS > 0 OR FEED-OVERFLOW-DROPS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       LOAD-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL-FILE.
           IF FEED-CONTROL-STATUS = '00'
               MOVE 'N' TO FEED-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL FEED-CONTROL-EOF = 'Y'
               CLOSE FEED-CONTROL-FILE
           END-IF.
           IF FEED-RUN-DATE = 0
               ACCEPT FEED-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT FEED-RUN-TIME FROM TIME.

       READ-CONTROL-RECORD.
           READ FEED-CONTROL-FILE
               AT END
                   MOVE 'Y' TO FEED-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO FEED-CTL-KEYWORD
                   MOVE SPACES TO FEED-CTL-VALUE
                   UNSTRING FEED-CONTROL-RECORD DELIMITED BY '='
                       INTO FEED-CTL-KEYWORD FEED-CTL-VALUE
                   END-UNSTRING
                   EVALUATE FEED-CTL-KEYWORD
                       WHEN 'DATE'
                           COMPUTE FEED-RUN-DATE =
                               FUNCTION NUMVAL(FEED-CTL-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       OPEN-FEED-LOG.
           OPEN OUTPUT FEED-LOG-FILE.
           IF FEED-LOG-STATUS = '00'
               MOVE 'Y' TO FEED-LOG-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXFEED.LOG status "
                       FEED-LOG-STATUS
           END-IF.
           MOVE SPACES TO FEED-LINE.
           STRING 'PFIX FEED INTAKE  RUN DATE ' DELIMITED BY SIZE
                  FEED-RUN-DATE DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.

       LOAD-FEED-LIST.
           OPEN INPUT FEED-LIST-FILE.
           IF FEED-LIST-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXFEED.LIST status "
                       FEED-LIST-STATUS
               MOVE 'Y' TO FEED-SETUP-BAD
           ELSE
               MOVE 'N' TO FEED-LIST-EOF
               PERFORM READ-LIST-RECORD
                   UNTIL FEED-LIST-EOF = 'Y'
               CLOSE FEED-LIST-FILE
           END-IF.

       READ-LIST-RECORD.
           READ FEED-LIST-FILE
               AT END
                   MOVE 'Y' TO FEED-LIST-EOF
               NOT AT END
                   IF FEED-LIST-RECORD NOT = SPACES
                       IF FEED-COUNT < 50
                           ADD 1 TO FEED-COUNT
                           INITIALIZE FEED-ENTRY(FEED-COUNT)
                           MOVE FEED-LIST-RECORD
                               TO FEED-FILE(FEED-COUNT)
                       ELSE
                           DISPLAY "# Error: more than 50 feeds, "
                                   FUNCTION TRIM(FEED-LIST-RECORD)
                                   " ignored"
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------------------------------
      * Pass 1: each feed is read through once and accepted or
      * rejected as a whole before any of its records are used.
      * -----------------------------------------------------------
       VALIDATE-FEED.
           MOVE FEED-FILE(FEED-IX) TO FEED-DATA-NAME.
           MOVE SPACES TO FEED-BAD-REASON.
           MOVE 'N' TO FEED-HDR-SEEN.
           MOVE 'N' TO FEED-TRL-SEEN.
           MOVE 0 TO FEED-REC-IX.
           OPEN INPUT FEED-DATA-FILE.
           IF FEED-DATA-STATUS NOT = '00'
               DISPLAY "# Error: could not open "
                       FUNCTION TRIM(FEED-DATA-NAME)
                       " status " FEED-DATA-STATUS
               MOVE 'FEED FILE CANNOT BE OPENED' TO FEED-BAD-REASON
           ELSE
               MOVE 'N' TO FEED-DATA-EOF
               PERFORM CHECK-FEED-RECORD
                   UNTIL FEED-DATA-EOF = 'Y'
               CLOSE FEED-DATA-FILE
               PERFORM CHECK-FEED-CONTROL-FIGURES
           END-IF.
           IF FEED-BAD-REASON = SPACES
               PERFORM CHECK-FEED-NOT-SEEN
           END-IF.
           IF FEED-BAD-REASON = SPACES
               MOVE 'A' TO FEED-STATE(FEED-IX)
               ADD 1 TO FEED-ACCEPTED-CNT
           ELSE
               MOVE 'R' TO FEED-STATE(FEED-IX)
               MOVE FEED-BAD-REASON TO FEED-REASON(FEED-IX)
               ADD 1 TO FEED-REJECTED-CNT
           END-IF.
           PERFORM WRITE-FEED-LINE.

       CHECK-FEED-RECORD.
           READ FEED-DATA-FILE
               AT END
                   MOVE 'Y' TO FEED-DATA-EOF
               NOT AT END
                   IF FEED-DATA-RECORD NOT = SPACES
                       ADD 1 TO FEED-REC-IX
                       PERFORM CLASSIFY-FEED-RECORD
                   END-IF
           END-READ.

      * Only the first fault found in a feed is kept as its reason.
       CLASSIFY-FEED-RECORD.
           EVALUATE TRUE
               WHEN FEED-REC-IX = 1 AND FEED-HDR-TAG = '*HEADER*'
                   MOVE 'Y' TO FEED-HDR-SEEN
                   MOVE FEED-HDR-NAME TO FEED-NAME(FEED-IX)
                   MOVE FEED-HDR-DATE TO FEED-CREATED(FEED-IX)
               WHEN FEED-REC-IX = 1
                   IF FEED-BAD-REASON = SPACES
                       MOVE 'NO HEADER RECORD' TO FEED-BAD-REASON
                   END-IF
               WHEN FEED-TRL-SEEN = 'Y'
                   IF FEED-BAD-REASON = SPACES
                       MOVE 'RECORDS AFTER THE TRAILER'
                           TO FEED-BAD-REASON
                   END-IF
               WHEN FEED-HDR-TAG = '*HEADER*'
                   IF FEED-BAD-REASON = SPACES
                       MOVE 'SECOND HEADER RECORD' TO FEED-BAD-REASON
                   END-IF
               WHEN FEED-TRL-TAG = '*TRAILER'
                   MOVE 'Y' TO FEED-TRL-SEEN
                   IF FEED-TRL-COUNT IS NUMERIC
                       MOVE FEED-TRL-COUNT
                           TO FEED-TRAILER-CNT(FEED-IX)
                   ELSE
                       IF FEED-BAD-REASON = SPACES
                           MOVE 'TRAILER COUNT NOT NUMERIC'
                               TO FEED-BAD-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO FEED-RECEIVED(FEED-IX)
                   IF FEED-DAT-TX-ID = SPACES OR
                      FEED-DAT-SEP NOT = SPACE OR
                      FEED-DAT-TOKEN = SPACES
                       IF FEED-BAD-REASON = SPACES
                           MOVE 'DETAIL WITHOUT TRANSACTION ID'
                               TO FEED-BAD-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-FEED-CONTROL-FIGURES.
           IF FEED-BAD-REASON = SPACES
               EVALUATE TRUE
                   WHEN FEED-REC-IX = 0
                       MOVE 'EMPTY FEED FILE' TO FEED-BAD-REASON
                   WHEN FEED-TRL-SEEN = 'N'
                       MOVE 'NO TRAILER RECORD' TO FEED-BAD-REASON
                   WHEN FEED-NAME(FEED-IX) = SPACES OR
                        FEED-CREATED(FEED-IX) IS NOT NUMERIC
                       MOVE 'HEADER NAME OR DATE MISSING'
                           TO FEED-BAD-REASON
                   WHEN FEED-TRAILER-CNT(FEED-IX) NOT =
                        FEED-RECEIVED(FEED-IX)
                       MOVE 'TRAILER COUNT MISMATCH'
                           TO FEED-BAD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A feed name and creation date go in once only: not twice in
      * this list, and not again after an earlier run took them.
       CHECK-FEED-NOT-SEEN.
           PERFORM VARYING FEED-IX2 FROM 1 BY 1
                   UNTIL FEED-IX2 >= FEED-IX
                      OR FEED-BAD-REASON NOT = SPACES
               IF FEED-STATE(FEED-IX2) = 'A' AND
                  FEED-NAME(FEED-IX2) = FEED-NAME(FEED-IX) AND
                  FEED-CREATED(FEED-IX2) = FEED-CREATED(FEED-IX)
                   MOVE 'DUPLICATE OF AN EARLIER FEED'
                       TO FEED-BAD-REASON
               END-IF
           END-PERFORM.
           IF FEED-BAD-REASON = SPACES
               OPEN INPUT FEED-ACCEPTED-FILE
               IF FEED-ACCEPTED-STATUS = '00'
                   MOVE 'N' TO FEED-ACCEPTED-EOF
                   PERFORM READ-ACCEPTED-RECORD
                       UNTIL FEED-ACCEPTED-EOF = 'Y'
                   CLOSE FEED-ACCEPTED-FILE
               END-IF
           END-IF.

       READ-ACCEPTED-RECORD.
           READ FEED-ACCEPTED-FILE
               AT END
                   MOVE 'Y' TO FEED-ACCEPTED-EOF
               NOT AT END
                   IF FACC-NAME = FEED-NAME(FEED-IX) AND
                      FACC-CREATED = FEED-CREATED(FEED-IX)
                       MOVE 'ALREADY ACCEPTED ON ' TO FEED-BAD-REASON
                       MOVE FACC-RUN-DATE TO FEED-BAD-REASON(21:8)
                       MOVE 'Y' TO FEED-ACCEPTED-EOF
                   END-IF
           END-READ.

       WRITE-FEED-LINE.
           MOVE FEED-IX TO FEED-NO-EDIT.
           MOVE FEED-TRAILER-CNT(FEED-IX) TO FEED-COUNT-EDIT.
           MOVE FEED-RECEIVED(FEED-IX) TO FEED-COUNT-EDIT2.
           MOVE SPACES TO FEED-LINE.
           STRING 'FEED ' DELIMITED BY SIZE
                  FEED-NO-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FEED-NAME(FEED-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FEED-CREATED(FEED-IX) DELIMITED BY SIZE
                  '  TRAILER ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  '  RECEIVED ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT2 DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           IF FEED-STATE(FEED-IX) = 'A'
               MOVE '  ACCEPTED' TO FEED-LINE(78:)
           ELSE
               STRING '  REJECTED ' DELIMITED BY SIZE
                      FEED-REASON(FEED-IX) DELIMITED BY SIZE
                      INTO FEED-LINE(78:)
               END-STRING
           END-IF.
           PERFORM WRITE-LOG-LINE.
           MOVE SPACES TO FEED-LINE.
           STRING '        FILE ' DELIMITED BY SIZE
                  FUNCTION TRIM(FEED-FILE(FEED-IX)) DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.

      * -----------------------------------------------------------
      * Pass 2: the accepted feeds' detail records, less the
      * dropped IDs, sorted into PFIX.INPUT.
      * -----------------------------------------------------------
       MERGE-ACCEPTED-FEEDS.
           OPEN OUTPUT FEED-OUTPUT-FILE.
           IF FEED-OUTPUT-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.INPUT status "
                       FEED-OUTPUT-STATUS
               MOVE 'Y' TO FEED-SETUP-BAD
           ELSE
               MOVE 'Y' TO FEED-OUTPUT-OPEN
               PERFORM OPEN-RESULTS-MASTER
               SORT FEED-SORT-FILE
                   ON ASCENDING KEY SRT-TX-ID SRT-FEED-NO SRT-SEQ
                   INPUT PROCEDURE IS RELEASE-ACCEPTED-RECORDS
                   OUTPUT PROCEDURE IS WRITE-MERGED-INPUT
               IF FEED-RESULTS-OPEN = 'Y'
                   CLOSE FEED-RESULTS-FILE
               END-IF
               CLOSE FEED-OUTPUT-FILE
           END-IF.

      * Without a results master yet there is nothing posted to
      * check against, which is not an error on a first run.
       OPEN-RESULTS-MASTER.
           OPEN INPUT FEED-RESULTS-FILE.
           IF FEED-RESULTS-STATUS = '00'
               MOVE 'Y' TO FEED-RESULTS-OPEN
           ELSE
               MOVE SPACES TO FEED-LINE
               STRING 'PFIX.RESULTS NOT AVAILABLE, STATUS '
                          DELIMITED BY SIZE
                      FEED-RESULTS-STATUS DELIMITED BY SIZE
                      ' - NO POSTED-ID CHECK' DELIMITED BY SIZE
                      INTO FEED-LINE
               END-STRING
               PERFORM WRITE-LOG-LINE
           END-IF.

       RELEASE-ACCEPTED-RECORDS.
           PERFORM RELEASE-FEED-RECORDS
               VARYING FEED-IX FROM 1 BY 1
               UNTIL FEED-IX > FEED-COUNT.

       RELEASE-FEED-RECORDS.
           IF FEED-STATE(FEED-IX) = 'A'
               MOVE FEED-FILE(FEED-IX) TO FEED-DATA-NAME
               MOVE 0 TO FEED-REC-IX
               OPEN INPUT FEED-DATA-FILE
               IF FEED-DATA-STATUS NOT = '00'
                   DISPLAY "# Error: could not reopen "
                           FUNCTION TRIM(FEED-DATA-NAME)
                           " status " FEED-DATA-STATUS
                   MOVE 'Y' TO FEED-SETUP-BAD
               ELSE
                   MOVE 'N' TO FEED-DATA-EOF
                   PERFORM RELEASE-FEED-RECORD
                       UNTIL FEED-DATA-EOF = 'Y'
                   CLOSE FEED-DATA-FILE
               END-IF
           END-IF.

       RELEASE-FEED-RECORD.
           READ FEED-DATA-FILE
               AT END
                   MOVE 'Y' TO FEED-DATA-EOF
               NOT AT END
                   IF FEED-DATA-RECORD NOT = SPACES AND
                      FEED-HDR-TAG NOT = '*HEADER*' AND
                      FEED-TRL-TAG NOT = '*TRAILER'
                       ADD 1 TO FEED-REC-IX
                       PERFORM CLAIM-TRANSACTION-ID
                       IF FEED-ID-FOUND > 0 AND
                          FEED-ID-STATE(FEED-ID-FOUND) = 'K' AND
                          FEED-ID-OWNER(FEED-ID-FOUND) = FEED-IX
                           MOVE FEED-DAT-TX-ID TO SRT-TX-ID
                           MOVE FEED-IX TO SRT-FEED-NO
                           MOVE FEED-REC-IX TO SRT-SEQ
                           MOVE FEED-DATA-RECORD TO SRT-DATA
                           RELEASE FEED-SORT-RECORD
                           ADD 1 TO FEED-KEPT(FEED-IX)
                       ELSE
                           ADD 1 TO FEED-DROPPED(FEED-IX)
                       END-IF
                   END-IF
           END-READ.

      * The first feed to bring an ID owns it; an ID already posted
      * for the run date is owned by nobody and dropped everywhere.
       CLAIM-TRANSACTION-ID.
           MOVE 0 TO FEED-ID-FOUND.
           PERFORM VARYING FEED-ID-IX FROM 1 BY 1
                   UNTIL FEED-ID-IX > FEED-ID-COUNT
                      OR FEED-ID-FOUND > 0
               IF FEED-ID(FEED-ID-IX) = FEED-DAT-TX-ID
                   MOVE FEED-ID-IX TO FEED-ID-FOUND
               END-IF
           END-PERFORM.
           IF FEED-ID-FOUND = 0
               IF FEED-ID-COUNT < 2000
                   ADD 1 TO FEED-ID-COUNT
                   MOVE FEED-ID-COUNT TO FEED-ID-FOUND
                   MOVE FEED-DAT-TX-ID TO FEED-ID(FEED-ID-FOUND)
                   MOVE FEED-IX TO FEED-ID-OWNER(FEED-ID-FOUND)
                   MOVE 0 TO FEED-ID-LOGGED(FEED-ID-FOUND)
                   MOVE 'K' TO FEED-ID-STATE(FEED-ID-FOUND)
                   PERFORM CHECK-ALREADY-POSTED
               ELSE
                   ADD 1 TO FEED-OVERFLOW-DROPS
                   MOVE SPACES TO FEED-LINE
                   STRING 'DROPPED  ' DELIMITED BY SIZE
                          FEED-DAT-TX-ID DELIMITED BY SIZE
                          '  MORE THAN 2000 TRANSACTION IDS'
                              DELIMITED BY SIZE
                          INTO FEED-LINE
                   END-STRING
                   PERFORM WRITE-LOG-LINE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN FEED-ID-STATE(FEED-ID-FOUND) = 'P'
                       ADD 1 TO FEED-POSTED-DROPS
                   WHEN FEED-ID-OWNER(FEED-ID-FOUND) NOT = FEED-IX
                       ADD 1 TO FEED-DUP-DROPS
                       IF FEED-ID-LOGGED(FEED-ID-FOUND) NOT = FEED-IX
                           PERFORM LOG-DUPLICATE-ID
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-ALREADY-POSTED.
           IF FEED-RESULTS-OPEN = 'Y'
               MOVE FEED-DAT-TX-ID TO FEED-RES-TX-ID
               MOVE FEED-RUN-DATE TO FEED-RES-DATE
               READ FEED-RESULTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO FEED-ID-STATE(FEED-ID-FOUND)
                       ADD 1 TO FEED-POSTED-IDS
                       ADD 1 TO FEED-POSTED-DROPS
                       MOVE SPACES TO FEED-LINE
                       STRING 'DROPPED  ' DELIMITED BY SIZE
                              FEED-DAT-TX-ID DELIMITED BY SIZE
                              '  FEED ' DELIMITED BY SIZE
                              FEED-NAME(FEED-IX) DELIMITED BY SIZE
                              '  ALREADY POSTED FOR '
                                  DELIMITED BY SIZE
                              FEED-RUN-DATE DELIMITED BY SIZE
                              INTO FEED-LINE
                       END-STRING
                       PERFORM WRITE-LOG-LINE
               END-READ
           END-IF.

       LOG-DUPLICATE-ID.
           IF FEED-ID-LOGGED(FEED-ID-FOUND) = 0
               ADD 1 TO FEED-DUP-IDS
           END-IF.
           MOVE FEED-IX TO FEED-ID-LOGGED(FEED-ID-FOUND).
           MOVE FEED-ID-OWNER(FEED-ID-FOUND) TO FEED-IX2.
           MOVE SPACES TO FEED-LINE.
           STRING 'DROPPED  ' DELIMITED BY SIZE
                  FEED-DAT-TX-ID DELIMITED BY SIZE
                  '  FEED ' DELIMITED BY SIZE
                  FEED-NAME(FEED-IX) DELIMITED BY SIZE
                  '  ALSO IN FEED ' DELIMITED BY SIZE
                  FEED-NAME(FEED-IX2) DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.

       WRITE-MERGED-INPUT.
           MOVE SPACES TO FEED-LAST-TX-ID.
           MOVE 'N' TO FEED-SORT-EOF.
           PERFORM RETURN-MERGED-RECORD
               UNTIL FEED-SORT-EOF = 'Y'.

       RETURN-MERGED-RECORD.
           RETURN FEED-SORT-FILE
               AT END
                   MOVE 'Y' TO FEED-SORT-EOF
               NOT AT END
                   MOVE SRT-DATA TO FEED-OUTPUT-RECORD
                   WRITE FEED-OUTPUT-RECORD
                   ADD 1 TO FEED-WRITE-COUNT
                   IF SRT-TX-ID NOT = FEED-LAST-TX-ID
                       ADD 1 TO FEED-TX-COUNT
                       MOVE SRT-TX-ID TO FEED-LAST-TX-ID
                   END-IF
           END-RETURN.

      * The balancing figures are what actually went into PFIX.INPUT:
      * the accepted trailers' counts less every record dropped.
       WRITE-BALANCE-EXPECTED.
           OPEN OUTPUT FEED-EXPECTED-FILE.
           IF FEED-EXPECTED-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXBAL.EXPECTED "
                       "status " FEED-EXPECTED-STATUS
               MOVE 'Y' TO FEED-SETUP-BAD
           ELSE
               MOVE SPACES TO FEED-EXPECTED-RECORD
               STRING 'TRANSACTIONS=' DELIMITED BY SIZE
                      FEED-TX-COUNT DELIMITED BY SIZE
                      INTO FEED-EXPECTED-RECORD
               END-STRING
               WRITE FEED-EXPECTED-RECORD
               MOVE SPACES TO FEED-EXPECTED-RECORD
               STRING 'TOKENS=' DELIMITED BY SIZE
                      FEED-WRITE-COUNT DELIMITED BY SIZE
                      INTO FEED-EXPECTED-RECORD
               END-STRING
               WRITE FEED-EXPECTED-RECORD
               CLOSE FEED-EXPECTED-FILE
           END-IF.

       REGISTER-ACCEPTED-FEEDS.
           IF FEED-ACCEPTED-CNT > 0
               OPEN EXTEND FEED-ACCEPTED-FILE
               IF FEED-ACCEPTED-STATUS NOT = '00'
                   OPEN OUTPUT FEED-ACCEPTED-FILE
               END-IF
               IF FEED-ACCEPTED-STATUS NOT = '00'
                   DISPLAY "# Error: could not open PFIXFEED.ACCEPTED "
                           "status " FEED-ACCEPTED-STATUS
                   MOVE 'Y' TO FEED-SETUP-BAD
               ELSE
                   PERFORM REGISTER-ONE-FEED
                       VARYING FEED-IX FROM 1 BY 1
                       UNTIL FEED-IX > FEED-COUNT
                   CLOSE FEED-ACCEPTED-FILE
               END-IF
           END-IF.

       REGISTER-ONE-FEED.
           IF FEED-STATE(FEED-IX) = 'A'
               MOVE SPACES TO FEED-ACCEPTED-RECORD
               MOVE FEED-NAME(FEED-IX) TO FACC-NAME
               MOVE FEED-CREATED(FEED-IX) TO FACC-CREATED
               MOVE FEED-RUN-DATE TO FACC-RUN-DATE
               MOVE FEED-RUN-TIME TO FACC-RUN-TIME
               MOVE FEED-RECEIVED(FEED-IX) TO FACC-COUNT
               MOVE FEED-FILE(FEED-IX) TO FACC-FILE
               WRITE FEED-ACCEPTED-RECORD
           END-IF.

       WRITE-INTAKE-SUMMARY.
           MOVE '*** INTAKE SUMMARY ***' TO FEED-LINE.
           PERFORM WRITE-LOG-LINE.
           PERFORM WRITE-FEED-TOTALS
               VARYING FEED-IX FROM 1 BY 1
               UNTIL FEED-IX > FEED-COUNT.
           MOVE FEED-ACCEPTED-CNT TO FEED-COUNT-EDIT.
           MOVE SPACES TO FEED-LINE.
           STRING 'FEEDS ACCEPTED          ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.
           MOVE FEED-REJECTED-CNT TO FEED-COUNT-EDIT.
           MOVE SPACES TO FEED-LINE.
           STRING 'FEEDS REJECTED          ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.
           MOVE FEED-DUP-IDS TO FEED-COUNT-EDIT.
           MOVE FEED-DUP-DROPS TO FEED-COUNT-EDIT2.
           MOVE SPACES TO FEED-LINE.
           STRING 'IDS IN MORE THAN 1 FEED ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  '  RECORDS DROPPED ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT2 DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.
           MOVE FEED-POSTED-IDS TO FEED-COUNT-EDIT.
           MOVE FEED-POSTED-DROPS TO FEED-COUNT-EDIT2.
           MOVE SPACES TO FEED-LINE.
           STRING 'IDS ALREADY POSTED      ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  '  RECORDS DROPPED ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT2 DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.
           IF FEED-OVERFLOW-DROPS > 0
               MOVE FEED-OVERFLOW-DROPS TO FEED-COUNT-EDIT2
               MOVE SPACES TO FEED-LINE
               STRING 'IDS OVER TABLE LIMIT    ' DELIMITED BY SIZE
                      '         ' DELIMITED BY SIZE
                      '  RECORDS DROPPED ' DELIMITED BY SIZE
                      FEED-COUNT-EDIT2 DELIMITED BY SIZE
                      INTO FEED-LINE
               END-STRING
               PERFORM WRITE-LOG-LINE
           END-IF.
           MOVE FEED-TX-COUNT TO FEED-COUNT-EDIT.
           MOVE SPACES TO FEED-LINE.
           STRING 'TRANSACTIONS WRITTEN    ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.
           MOVE FEED-WRITE-COUNT TO FEED-COUNT-EDIT.
           MOVE SPACES TO FEED-LINE.
           STRING 'RECORDS WRITTEN         ' DELIMITED BY SIZE
                  FEED-COUNT-EDIT DELIMITED BY SIZE
                  INTO FEED-LINE
           END-STRING.
           PERFORM WRITE-LOG-LINE.

       WRITE-FEED-TOTALS.
           IF FEED-STATE(FEED-IX) = 'A'
               MOVE FEED-IX TO FEED-NO-EDIT
               MOVE FEED-KEPT(FEED-IX) TO FEED-COUNT-EDIT
               MOVE FEED-DROPPED(FEED-IX) TO FEED-COUNT-EDIT2
               MOVE SPACES TO FEED-LINE
               STRING 'FEED ' DELIMITED BY SIZE
                      FEED-NO-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FEED-NAME(FEED-IX) DELIMITED BY SIZE
                      '  KEPT ' DELIMITED BY SIZE
                      FEED-COUNT-EDIT DELIMITED BY SIZE
                      '  DROPPED ' DELIMITED BY SIZE
                      FEED-COUNT-EDIT2 DELIMITED BY SIZE
                      INTO FEED-LINE
               END-STRING
               PERFORM WRITE-LOG-LINE
           END-IF.

       WRITE-LOG-LINE.
           IF FEED-LOG-OPEN = 'Y'
               MOVE FEED-LINE TO FEED-LOG-RECORD
               WRITE FEED-LOG-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(FEED-LINE TRAILING).
