       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXVAR.
       AUTHOR. who.

      * Day-over-day variance report over the PFIX.RESULTS master.
      * Each transaction's posting for the run date is matched
      * against its posting on the prior business date and the
      * exceptions are listed to PFIXVAR.REPORT:
      *   MOVED     the result moved by more than the tolerance
      *   NEW       posted today, not on the prior date
      *   MISSING   posted on the prior date, not today
      *   ERRFLAG   the RESULTS-ERROR flag changed between the two
      * PFIXVAR.CONTROL supplies KEYWORD=value records:
      *   DATE=yyyymmdd      run date (default today)
      *   PRIOR=yyyymmdd     prior business date (default the latest
      *                      posting date on file before the run date)
      *   TOLERANCE=n        absolute move allowed before flagging
      *   PERCENT=n          percentage move allowed before flagging
      * With both tolerances given a move is flagged when it exceeds
      * either one; with neither, any change at all is flagged.
      * Return code 4 when any exception is listed, 16 when the
      * master cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAR-RESULTS-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAR-RESULTS-KEY
               FILE STATUS IS VAR-RESULTS-STATUS.
           SELECT VAR-CONTROL-FILE ASSIGN TO "PFIXVAR.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-CONTROL-STATUS.
           SELECT VAR-REPORT-FILE ASSIGN TO "PFIXVAR.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR-RESULTS-FILE.
       01  VAR-RESULTS-RECORD.
           05 VAR-RESULTS-KEY.
              10 VAR-RES-TX-ID   PIC X(8).
              10 VAR-RES-DATE    PIC 9(8).
           05 VAR-RES-TIME       PIC 9(8).
           05 VAR-RES-VALUE      PIC X(19).
           05 VAR-RES-ERROR      PIC X(1).
           05 VAR-RES-EXT-SEQ    PIC 9(6).
           05 VAR-RES-SENT-SEQ   PIC 9(6).
           05 VAR-RES-SENT-VALUE PIC X(19).
           05 VAR-RES-SENT-ERROR PIC X(1).

       FD  VAR-CONTROL-FILE.
       01  VAR-CONTROL-RECORD    PIC X(80).

       FD  VAR-REPORT-FILE.
       01  VAR-REPORT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.
       01  VAR-CTL-KEYWORD   PIC X(20).
       01  VAR-CTL-VALUE     PIC X(40).
       01  VAR-CONTROL-EOF   PIC X.
       01  VAR-RESULTS-EOF   PIC X.

       01  VAR-RUN-DATE      PIC 9(8) VALUE 0.
       01  VAR-PRIOR-DATE    PIC 9(8) VALUE 0.
       01  VAR-TOL-ABS       PIC S9(10)V9(8) VALUE 0.
       01  VAR-TOL-ABS-GIVEN PIC X VALUE 'N'.
       01  VAR-TOL-PCT       PIC S9(7)V99 VALUE 0.
       01  VAR-TOL-PCT-GIVEN PIC X VALUE 'N'.

      * The transaction currently being matched.  The master is keyed
      * on ID plus date, so all of one ID's postings arrive together
      * and the match is settled when the ID changes.
       01  VAR-GROUP-ID      PIC X(8) VALUE SPACES.
       01  VAR-GROUP-ACTIVE  PIC X VALUE 'N'.
       01  VAR-TODAY-SEEN    PIC X.
       01  VAR-TODAY-VALUE   PIC S9(10)V9(8).
       01  VAR-TODAY-ERROR   PIC X.
       01  VAR-PRIOR-SEEN    PIC X.
       01  VAR-PRIOR-VALUE   PIC S9(10)V9(8).
       01  VAR-PRIOR-ERROR   PIC X.
       01  VAR-CHANGE        PIC S9(11)V9(8).
       01  VAR-ABS-CHANGE    PIC S9(11)V9(8).
       01  VAR-CHANGE-PCT    PIC S9(9)V99.
       01  VAR-PCT-KNOWN     PIC X.
       01  VAR-MOVED         PIC X.

       01  VAR-READ-COUNT    PIC 9(7) VALUE 0.
       01  VAR-TODAY-COUNT   PIC 9(7) VALUE 0.
       01  VAR-PRIOR-COUNT   PIC 9(7) VALUE 0.
       01  VAR-MOVED-COUNT   PIC 9(7) VALUE 0.
       01  VAR-NEW-COUNT     PIC 9(7) VALUE 0.
       01  VAR-MISSING-COUNT PIC 9(7) VALUE 0.
       01  VAR-ERRFLAG-COUNT PIC 9(7) VALUE 0.

       01  VAR-LINE          PIC X(120).
       01  VAR-LINE-PTR      PIC 9(3).
       01  VAR-COUNT-EDIT    PIC Z(6)9.
       01  VAR-VALUE-EDIT    PIC -(10)9.9(8).
       01  VAR-VALUE-EDIT2   PIC -(10)9.9(8).
       01  VAR-CHANGE-EDIT   PIC -(11)9.9(8).
       01  VAR-PCT-EDIT      PIC -(9)9.99.
       01  VAR-PCT-TEXT      PIC X(13).
       01  VAR-SETUP-BAD     PIC X VALUE 'N'.

       01  VAR-RESULTS-STATUS PIC X(2).
       01  VAR-CONTROL-STATUS PIC X(2).
       01  VAR-REPORT-STATUS  PIC X(2).
       01  VAR-REPORT-OPEN    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-VARIANCE-CONTROL.
           IF VAR-PRIOR-DATE = 0
               PERFORM FIND-PRIOR-BUSINESS-DATE
           END-IF.
           PERFORM OPEN-VARIANCE-REPORT.
           IF VAR-SETUP-BAD = 'N'
               PERFORM MATCH-RESULTS-POSTINGS
           END-IF.
           PERFORM WRITE-VARIANCE-SUMMARY.
           IF VAR-REPORT-OPEN = 'Y'
               CLOSE VAR-REPORT-FILE
           END-IF.
           IF VAR-SETUP-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF VAR-MOVED-COUNT > 0 OR VAR-NEW-COUNT > 0 OR
                  VAR-MISSING-COUNT > 0 OR VAR-ERRFLAG-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-VARIANCE-CONTROL.
           OPEN INPUT VAR-CONTROL-FILE.
           IF VAR-CONTROL-STATUS = '00'
               MOVE 'N' TO VAR-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL VAR-CONTROL-EOF = 'Y'
               CLOSE VAR-CONTROL-FILE
           END-IF.
           IF VAR-RUN-DATE = 0
               ACCEPT VAR-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-CONTROL-RECORD.
           READ VAR-CONTROL-FILE
               AT END
                   MOVE 'Y' TO VAR-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO VAR-CTL-KEYWORD
                   MOVE SPACES TO VAR-CTL-VALUE
                   UNSTRING VAR-CONTROL-RECORD DELIMITED BY '='
                       INTO VAR-CTL-KEYWORD VAR-CTL-VALUE
                   END-UNSTRING
                   EVALUATE VAR-CTL-KEYWORD
                       WHEN 'DATE'
                           COMPUTE VAR-RUN-DATE =
                               FUNCTION NUMVAL(VAR-CTL-VALUE)
                       WHEN 'PRIOR'
                           COMPUTE VAR-PRIOR-DATE =
                               FUNCTION NUMVAL(VAR-CTL-VALUE)
                       WHEN 'TOLERANCE'
                           COMPUTE VAR-TOL-ABS =
                               FUNCTION NUMVAL(VAR-CTL-VALUE)
                           MOVE 'Y' TO VAR-TOL-ABS-GIVEN
                       WHEN 'PERCENT'
                           COMPUTE VAR-TOL-PCT =
                               FUNCTION NUMVAL(VAR-CTL-VALUE)
                           MOVE 'Y' TO VAR-TOL-PCT-GIVEN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * The prior business date is the latest date before the run
      * date on which anything posted, so weekends and holidays with
      * no PFIX run are stepped over without a calendar.
       FIND-PRIOR-BUSINESS-DATE.
           OPEN INPUT VAR-RESULTS-FILE.
           IF VAR-RESULTS-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.RESULTS status "
                       VAR-RESULTS-STATUS
               MOVE 'Y' TO VAR-SETUP-BAD
           ELSE
               MOVE 'N' TO VAR-RESULTS-EOF
               PERFORM SCAN-FOR-PRIOR-DATE
                   UNTIL VAR-RESULTS-EOF = 'Y'
               CLOSE VAR-RESULTS-FILE
           END-IF.

       SCAN-FOR-PRIOR-DATE.
           READ VAR-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VAR-RESULTS-EOF
               NOT AT END
                   IF VAR-RES-DATE < VAR-RUN-DATE AND
                      VAR-RES-DATE > VAR-PRIOR-DATE
                       MOVE VAR-RES-DATE TO VAR-PRIOR-DATE
                   END-IF
           END-READ.

       OPEN-VARIANCE-REPORT.
           OPEN OUTPUT VAR-REPORT-FILE.
           IF VAR-REPORT-STATUS = '00'
               MOVE 'Y' TO VAR-REPORT-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXVAR.REPORT "
                       "status " VAR-REPORT-STATUS
           END-IF.
           MOVE SPACES TO VAR-LINE.
           STRING 'PFIX DAY-OVER-DAY VARIANCE  RUN DATE '
                      DELIMITED BY SIZE
                  VAR-RUN-DATE DELIMITED BY SIZE
                  '  PRIOR DATE ' DELIMITED BY SIZE
                  VAR-PRIOR-DATE DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE SPACES TO VAR-LINE.
           MOVE 'TOLERANCE' TO VAR-LINE.
           MOVE 10 TO VAR-LINE-PTR.
           IF VAR-TOL-ABS-GIVEN = 'Y'
               MOVE VAR-TOL-ABS TO VAR-VALUE-EDIT
               STRING '  ABSOLUTE ' DELIMITED BY SIZE
                      FUNCTION TRIM(VAR-VALUE-EDIT) DELIMITED BY SIZE
                      INTO VAR-LINE WITH POINTER VAR-LINE-PTR
               END-STRING
           END-IF.
           IF VAR-TOL-PCT-GIVEN = 'Y'
               MOVE VAR-TOL-PCT TO VAR-PCT-EDIT
               STRING '  PERCENT ' DELIMITED BY SIZE
                      FUNCTION TRIM(VAR-PCT-EDIT) DELIMITED BY SIZE
                      INTO VAR-LINE WITH POINTER VAR-LINE-PTR
               END-STRING
           END-IF.
           IF VAR-TOL-ABS-GIVEN = 'N' AND VAR-TOL-PCT-GIVEN = 'N'
               MOVE '  NONE - ANY CHANGE IS LISTED' TO VAR-LINE(10:)
           END-IF.
           PERFORM WRITE-VARIANCE-LINE.
           IF VAR-PRIOR-DATE = 0 AND VAR-SETUP-BAD = 'N'
               MOVE 'NO POSTINGS ON FILE BEFORE THE RUN DATE'
                   TO VAR-LINE
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       MATCH-RESULTS-POSTINGS.
           OPEN INPUT VAR-RESULTS-FILE.
           IF VAR-RESULTS-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.RESULTS status "
                       VAR-RESULTS-STATUS
               MOVE 'Y' TO VAR-SETUP-BAD
           ELSE
               MOVE 'N' TO VAR-RESULTS-EOF
               PERFORM READ-RESULTS-RECORD
                   UNTIL VAR-RESULTS-EOF = 'Y'
               IF VAR-GROUP-ACTIVE = 'Y'
                   PERFORM SETTLE-TRANSACTION-MATCH
               END-IF
               CLOSE VAR-RESULTS-FILE
           END-IF.

       READ-RESULTS-RECORD.
           READ VAR-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VAR-RESULTS-EOF
               NOT AT END
                   ADD 1 TO VAR-READ-COUNT
                   IF VAR-RES-DATE = VAR-RUN-DATE OR
                      (VAR-RES-DATE = VAR-PRIOR-DATE AND
                       VAR-PRIOR-DATE NOT = 0)
                       PERFORM COLLECT-POSTING
                   END-IF
           END-READ.

       COLLECT-POSTING.
           IF VAR-GROUP-ACTIVE = 'Y' AND
              VAR-RES-TX-ID NOT = VAR-GROUP-ID
               PERFORM SETTLE-TRANSACTION-MATCH
           END-IF.
           IF VAR-GROUP-ACTIVE = 'N'
               MOVE VAR-RES-TX-ID TO VAR-GROUP-ID
               MOVE 'Y' TO VAR-GROUP-ACTIVE
               MOVE 'N' TO VAR-TODAY-SEEN
               MOVE 'N' TO VAR-PRIOR-SEEN
           END-IF.
           IF VAR-RES-DATE = VAR-RUN-DATE
               MOVE 'Y' TO VAR-TODAY-SEEN
               COMPUTE VAR-TODAY-VALUE =
                   FUNCTION NUMVAL(VAR-RES-VALUE)
               MOVE VAR-RES-ERROR TO VAR-TODAY-ERROR
               ADD 1 TO VAR-TODAY-COUNT
           ELSE
               MOVE 'Y' TO VAR-PRIOR-SEEN
               COMPUTE VAR-PRIOR-VALUE =
                   FUNCTION NUMVAL(VAR-RES-VALUE)
               MOVE VAR-RES-ERROR TO VAR-PRIOR-ERROR
               ADD 1 TO VAR-PRIOR-COUNT
           END-IF.

       SETTLE-TRANSACTION-MATCH.
           EVALUATE TRUE
               WHEN VAR-TODAY-SEEN = 'Y' AND VAR-PRIOR-SEEN = 'N'
                   ADD 1 TO VAR-NEW-COUNT
                   MOVE VAR-TODAY-VALUE TO VAR-VALUE-EDIT2
                   MOVE SPACES TO VAR-LINE
                   STRING VAR-GROUP-ID DELIMITED BY SIZE
                          '  NEW      TODAY ' DELIMITED BY SIZE
                          VAR-VALUE-EDIT2 DELIMITED BY SIZE
                          '  ERROR ' DELIMITED BY SIZE
                          VAR-TODAY-ERROR DELIMITED BY SIZE
                          INTO VAR-LINE
                   END-STRING
                   PERFORM WRITE-VARIANCE-LINE
               WHEN VAR-TODAY-SEEN = 'N' AND VAR-PRIOR-SEEN = 'Y'
                   ADD 1 TO VAR-MISSING-COUNT
                   MOVE VAR-PRIOR-VALUE TO VAR-VALUE-EDIT
                   MOVE SPACES TO VAR-LINE
                   STRING VAR-GROUP-ID DELIMITED BY SIZE
                          '  MISSING  PRIOR ' DELIMITED BY SIZE
                          VAR-VALUE-EDIT DELIMITED BY SIZE
                          '  ERROR ' DELIMITED BY SIZE
                          VAR-PRIOR-ERROR DELIMITED BY SIZE
                          INTO VAR-LINE
                   END-STRING
                   PERFORM WRITE-VARIANCE-LINE
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-POSTINGS
           END-EVALUATE.
           MOVE 'N' TO VAR-GROUP-ACTIVE.

       COMPARE-MATCHED-POSTINGS.
           IF VAR-TODAY-ERROR NOT = VAR-PRIOR-ERROR
               ADD 1 TO VAR-ERRFLAG-COUNT
               MOVE SPACES TO VAR-LINE
               STRING VAR-GROUP-ID DELIMITED BY SIZE
                      '  ERRFLAG  PRIOR ' DELIMITED BY SIZE
                      VAR-PRIOR-ERROR DELIMITED BY SIZE
                      '  TODAY ' DELIMITED BY SIZE
                      VAR-TODAY-ERROR DELIMITED BY SIZE
                      INTO VAR-LINE
               END-STRING
               PERFORM WRITE-VARIANCE-LINE
           END-IF.
           COMPUTE VAR-CHANGE = VAR-TODAY-VALUE - VAR-PRIOR-VALUE.
           IF VAR-CHANGE < 0
               COMPUTE VAR-ABS-CHANGE = 0 - VAR-CHANGE
           ELSE
               MOVE VAR-CHANGE TO VAR-ABS-CHANGE
           END-IF.
           MOVE 'N' TO VAR-PCT-KNOWN.
           MOVE 0 TO VAR-CHANGE-PCT.
           IF VAR-PRIOR-VALUE NOT = 0
               MOVE 'Y' TO VAR-PCT-KNOWN
               IF VAR-PRIOR-VALUE < 0
                   COMPUTE VAR-CHANGE-PCT ROUNDED =
                       (VAR-CHANGE * 100) / (0 - VAR-PRIOR-VALUE)
                       ON SIZE ERROR
                           MOVE 'N' TO VAR-PCT-KNOWN
                   END-COMPUTE
               ELSE
                   COMPUTE VAR-CHANGE-PCT ROUNDED =
                       (VAR-CHANGE * 100) / VAR-PRIOR-VALUE
                       ON SIZE ERROR
                           MOVE 'N' TO VAR-PCT-KNOWN
                   END-COMPUTE
               END-IF
           END-IF.
           PERFORM TEST-MOVE-AGAINST-TOLERANCE.
           IF VAR-MOVED = 'Y'
               PERFORM WRITE-MOVED-LINE
           END-IF.

      * A change from a zero prior result has no percentage; it is
      * treated as beyond any percentage tolerance.
       TEST-MOVE-AGAINST-TOLERANCE.
           MOVE 'N' TO VAR-MOVED.
           IF VAR-ABS-CHANGE NOT = 0
               IF VAR-TOL-ABS-GIVEN = 'N' AND VAR-TOL-PCT-GIVEN = 'N'
                   MOVE 'Y' TO VAR-MOVED
               END-IF
               IF VAR-TOL-ABS-GIVEN = 'Y' AND
                  VAR-ABS-CHANGE > VAR-TOL-ABS
                   MOVE 'Y' TO VAR-MOVED
               END-IF
               IF VAR-TOL-PCT-GIVEN = 'Y'
                   IF VAR-PCT-KNOWN = 'N'
                       MOVE 'Y' TO VAR-MOVED
                   ELSE
                       IF VAR-CHANGE-PCT > VAR-TOL-PCT OR
                          VAR-CHANGE-PCT < 0 - VAR-TOL-PCT
                           MOVE 'Y' TO VAR-MOVED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-MOVED-LINE.
           ADD 1 TO VAR-MOVED-COUNT.
           MOVE VAR-PRIOR-VALUE TO VAR-VALUE-EDIT.
           MOVE VAR-TODAY-VALUE TO VAR-VALUE-EDIT2.
           MOVE VAR-CHANGE TO VAR-CHANGE-EDIT.
           IF VAR-PCT-KNOWN = 'Y'
               MOVE VAR-CHANGE-PCT TO VAR-PCT-EDIT
               MOVE VAR-PCT-EDIT TO VAR-PCT-TEXT
           ELSE
               MOVE '          N/A' TO VAR-PCT-TEXT
           END-IF.
           MOVE SPACES TO VAR-LINE.
           STRING VAR-GROUP-ID DELIMITED BY SIZE
                  '  MOVED    PRIOR ' DELIMITED BY SIZE
                  VAR-VALUE-EDIT DELIMITED BY SIZE
                  '  TODAY ' DELIMITED BY SIZE
                  VAR-VALUE-EDIT2 DELIMITED BY SIZE
                  '  CHANGE ' DELIMITED BY SIZE
                  VAR-CHANGE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VAR-PCT-TEXT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-SUMMARY.
           MOVE '*** VARIANCE SUMMARY ***' TO VAR-LINE.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-TODAY-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'POSTINGS ON RUN DATE   ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-PRIOR-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'POSTINGS ON PRIOR DATE ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-MOVED-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'MOVED BEYOND TOLERANCE ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-NEW-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'NEW TODAY              ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-MISSING-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'MISSING TODAY          ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE VAR-ERRFLAG-COUNT TO VAR-COUNT-EDIT.
           MOVE SPACES TO VAR-LINE.
           STRING 'ERROR FLAG CHANGED     ' DELIMITED BY SIZE
                  VAR-COUNT-EDIT DELIMITED BY SIZE
                  INTO VAR-LINE
           END-STRING.
           PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-LINE.
           IF VAR-REPORT-OPEN = 'Y'
               MOVE VAR-LINE TO VAR-REPORT-RECORD
               WRITE VAR-REPORT-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(VAR-LINE TRAILING).
