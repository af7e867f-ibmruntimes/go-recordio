       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXEOD.
       AUTHOR. who.

      * End-of-day operations summary for the PFIX batch cycle.  Reads
      * the run-history ledger PFIX.HISTORY and the verdicts the other
      * steps leave behind, and writes one report, PFIXEOD.REPORT,
      * with a line per step, a single overall GREEN / AMBER / RED
      * status, every PFIX run of the night, and a trailing trend of
      * volumes, rejects and restarts.
      *
      * The night reported is RUNDATE=yyyymmdd in PFIXEOD.CONTROL, or
      * else the run date of the last run on the ledger; every run
      * posting under that date belongs to it, so a restart that
      * begins after midnight still counts with the night it
      * resumed.  Ledger lines written before the run date was
      * carried count under their start date.  The night's main run
      * is the one that read the most transactions (the later one on
      * a tie, so a completed restart stands for the run it resumed).
      * TRENDDAYS=n sets the trend window, 1 to 90 days ending on the
      * report date, default 30.
      *
      * Step rules, worst one wins:
      *   PFIX run       RED no run that night, or the main run ended
      *                  8 or higher (AMBER instead when PFIXFIX
      *                  shows every error corrected); AMBER for an
      *                  earlier failed run, a restart, or rejects
      *   PFIX.REJECTS   AMBER when the reject file is not empty
      *   PFIXBAL        RED OUT-OF-BALANCE, AMBER no verdict found
      *   XDCOMPAR       RED FILES DIFFER, AMBER no verdict found or
      *                  COMPARE NOT RUN
      *   PFIXFIX        AMBER when transactions are still in error,
      *                  or when there were rejects and no merged
      *                  report; not needed on a clean night
      *   XDCATLG sweep  AMBER on FAILED entries or delete failures;
      *                  no sweep report is not a problem
      * Return code 0 GREEN, 4 AMBER, 8 RED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOD-CONTROL-FILE ASSIGN TO "PFIXEOD.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-CONTROL-STATUS.
           SELECT EOD-HISTORY-FILE ASSIGN TO "PFIX.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-HISTORY-STATUS.
           SELECT EOD-REJECTS-FILE ASSIGN TO "PFIX.REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-REJECTS-STATUS.
           SELECT EOD-BAL-FILE ASSIGN TO "PFIXBAL.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-BAL-STATUS.
           SELECT EOD-COMPAR-FILE ASSIGN TO "XDCOMPAR.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-COMPAR-STATUS.
           SELECT EOD-FIX-FILE ASSIGN TO "PFIXFIX.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-FIX-STATUS.
           SELECT EOD-PURGE-FILE ASSIGN TO "XDCATLG.PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-PURGE-STATUS.
           SELECT EOD-REPORT-FILE ASSIGN TO "PFIXEOD.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EOD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-CONTROL-FILE.
       01  EOD-CONTROL-RECORD    PIC X(80).

      * Same layout PFIX appends.
       FD  EOD-HISTORY-FILE.
       01  EOD-HISTORY-RECORD.
           05 HIST-SEQ           PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-START-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 HIST-START-TIME    PIC 9(8).
           05 FILLER             PIC X(1).
           05 HIST-END-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 HIST-END-TIME      PIC 9(8).
           05 FILLER             PIC X(1).
           05 HIST-RUN-TYPE      PIC X(1).
           05 FILLER             PIC X(1).
           05 HIST-RESUME-RECNO  PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-RECORDS-READ  PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-TX-READ       PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-TOKENS        PIC 9(9).
           05 FILLER             PIC X(1).
           05 HIST-TX-ERRORS     PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-HASH          PIC S9(12)V9(8).
           05 FILLER             PIC X(1).
           05 HIST-REJECTS       PIC 9(7).
           05 FILLER             PIC X(1).
           05 HIST-RETURN-CODE   PIC 9(3).
           05 FILLER             PIC X(1).
           05 HIST-RUN-DATE      PIC 9(8).

       FD  EOD-REJECTS-FILE.
       01  EOD-REJECTS-RECORD    PIC X(80).

       FD  EOD-BAL-FILE.
       01  EOD-BAL-RECORD        PIC X(100).

       FD  EOD-COMPAR-FILE.
       01  EOD-COMPAR-RECORD     PIC X(100).

       FD  EOD-FIX-FILE.
       01  EOD-FIX-RECORD        PIC X(80).

       FD  EOD-PURGE-FILE.
       01  EOD-PURGE-RECORD      PIC X(100).

       FD  EOD-REPORT-FILE.
       01  EOD-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOD-CTL-KEYWORD   PIC X(20).
       01  EOD-CTL-VALUE     PIC X(20).
       01  EOD-CONTROL-EOF   PIC X.
       01  EOD-FILE-EOF      PIC X.
       01  EOD-RUN-DATE      PIC 9(8) VALUE 0.
       01  EOD-TREND-DAYS    PIC 9(3) VALUE 30.
       01  EOD-RUN-INT       PIC 9(9).
       01  EOD-FIRST-INT     PIC 9(9).
       01  EOD-HIST-INT      PIC 9(9).
       01  EOD-HIST-NIGHT    PIC 9(8).
       01  EOD-DAY-DATE      PIC 9(8).
       01  EOD-DAY-IX        PIC 9(3).
       01  EOD-LEDGER-COUNT  PIC 9(7) VALUE 0.

      * The night's runs, in ledger order.
       01  EOD-NIGHT-TABLE.
           05 EOD-NIGHT OCCURS 20 TIMES.
              10 EOD-N-SEQ       PIC 9(7).
              10 EOD-N-TYPE      PIC X(1).
              10 EOD-N-START     PIC 9(8).
              10 EOD-N-END-DATE  PIC 9(8).
              10 EOD-N-END       PIC 9(8).
              10 EOD-N-RESUME    PIC 9(7).
              10 EOD-N-RECORDS   PIC 9(7).
              10 EOD-N-TX-READ   PIC 9(7).
              10 EOD-N-TOKENS    PIC 9(9).
              10 EOD-N-TX-ERRORS PIC 9(7).
              10 EOD-N-HASH      PIC S9(12)V9(8).
              10 EOD-N-REJECTS   PIC 9(7).
              10 EOD-N-RC        PIC 9(3).
       01  EOD-NIGHT-COUNT   PIC 9(3) VALUE 0.
       01  EOD-NIGHT-MORE    PIC 9(5) VALUE 0.
       01  EOD-N-IX          PIC 9(3).
       01  EOD-MAIN-IX       PIC 9(3) VALUE 0.
       01  EOD-RESTARTS      PIC 9(3) VALUE 0.
       01  EOD-EARLY-FAIL    PIC 9(3) VALUE 0.

      * One bucket per day of the trend window, oldest first; a
      * day's figures are its main run's, as for the night.
       01  EOD-TREND-TABLE.
           05 EOD-DAY OCCURS 90 TIMES.
              10 EOD-D-RUNS      PIC 9(3).
              10 EOD-D-RESTARTS  PIC 9(3).
              10 EOD-D-TX-READ   PIC 9(7).
              10 EOD-D-TOKENS    PIC 9(9).
              10 EOD-D-REJECTS   PIC 9(7).
              10 EOD-D-WORST-RC  PIC 9(3).
       01  EOD-T-RUN-DAYS    PIC 9(3) VALUE 0.
       01  EOD-T-RUNS        PIC 9(5) VALUE 0.
       01  EOD-T-RESTARTS    PIC 9(5) VALUE 0.
       01  EOD-T-TX-READ     PIC 9(9) VALUE 0.
       01  EOD-T-TOKENS      PIC 9(11) VALUE 0.
       01  EOD-T-REJECTS     PIC 9(9) VALUE 0.

      * One line per step: name, G/A/R, what was found.
       01  EOD-STEP-TABLE.
           05 EOD-STEP OCCURS 6 TIMES.
              10 EOD-S-NAME      PIC X(14).
              10 EOD-S-STATUS    PIC X(1).
              10 EOD-S-DETAIL    PIC X(50).
       01  EOD-S-IX          PIC 9(1).
       01  EOD-OVERALL       PIC X(1) VALUE 'G'.
       01  EOD-STATUS-WORD   PIC X(5).

       01  EOD-REJECT-RECS   PIC 9(7) VALUE 0.
       01  EOD-BAL-VERDICT   PIC X(30) VALUE SPACES.
       01  EOD-COMPAR-VERDICT PIC X(30) VALUE SPACES.
       01  EOD-FIX-FOUND     PIC X VALUE 'N'.
       01  EOD-FIX-ERRORS    PIC 9(7) VALUE 0.
       01  EOD-FIX-TOTALS    PIC X VALUE 'N'.
       01  EOD-PURGE-FOUND   PIC X VALUE 'N'.
       01  EOD-PURGE-FAILED  PIC 9(5) VALUE 0.
       01  EOD-PURGE-TRAILER PIC X(50) VALUE SPACES.
       01  EOD-SCAN-COUNT    PIC 9(3).

       01  EOD-LINE          PIC X(80).
       01  EOD-COUNT-EDIT    PIC Z(6)9.
       01  EOD-COUNT-EDIT2   PIC Z(6)9.
       01  EOD-TOKEN-EDIT    PIC Z(8)9.
       01  EOD-BIG-EDIT      PIC Z(10)9.
       01  EOD-RC-EDIT       PIC ZZ9.
       01  EOD-SMALL-EDIT    PIC ZZ9.
       01  EOD-HASH-EDIT     PIC -(12)9.9(8).

       01  EOD-CONTROL-STATUS PIC X(2).
       01  EOD-HISTORY-STATUS PIC X(2).
       01  EOD-REJECTS-STATUS PIC X(2).
       01  EOD-BAL-STATUS     PIC X(2).
       01  EOD-COMPAR-STATUS  PIC X(2).
       01  EOD-FIX-STATUS     PIC X(2).
       01  EOD-PURGE-STATUS   PIC X(2).
       01  EOD-REPORT-STATUS  PIC X(2).
       01  EOD-REPORT-OPEN    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-EOD-CONTROL.
           PERFORM FIND-REPORT-DATE.
           PERFORM LOAD-NIGHT-RUNS.
           PERFORM LOAD-TREND-WINDOW.
           PERFORM COUNT-REJECT-RECORDS.
           PERFORM READ-BALANCE-VERDICT.
           PERFORM READ-COMPARE-VERDICT.
           PERFORM READ-CORRECTION-TOTALS.
           PERFORM READ-PURGE-REPORT.
           PERFORM RATE-PFIX-RUN.
           PERFORM RATE-OTHER-STEPS.
           PERFORM OPEN-EOD-REPORT.
           PERFORM WRITE-STATUS-SECTION.
           PERFORM WRITE-NIGHT-SECTION.
           PERFORM WRITE-TREND-SECTION.
           IF EOD-REPORT-OPEN = 'Y'
               CLOSE EOD-REPORT-FILE
           END-IF.
           EVALUATE EOD-OVERALL
               WHEN 'R'
                   MOVE 8 TO RETURN-CODE
               WHEN 'A'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       LOAD-EOD-CONTROL.
           OPEN INPUT EOD-CONTROL-FILE.
           IF EOD-CONTROL-STATUS = '00'
               MOVE 'N' TO EOD-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL EOD-CONTROL-EOF = 'Y'
               CLOSE EOD-CONTROL-FILE
           END-IF.
           IF EOD-TREND-DAYS < 1 OR EOD-TREND-DAYS > 90
               DISPLAY "# Error: TRENDDAYS must be 1 to 90, using 30"
               MOVE 30 TO EOD-TREND-DAYS
           END-IF.

       READ-CONTROL-RECORD.
           READ EOD-CONTROL-FILE
               AT END
                   MOVE 'Y' TO EOD-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO EOD-CTL-KEYWORD
                   MOVE SPACES TO EOD-CTL-VALUE
                   UNSTRING EOD-CONTROL-RECORD DELIMITED BY '='
                       INTO EOD-CTL-KEYWORD EOD-CTL-VALUE
                   END-UNSTRING
                   EVALUATE EOD-CTL-KEYWORD
                       WHEN 'RUNDATE'
                           COMPUTE EOD-RUN-DATE =
                               FUNCTION NUMVAL(EOD-CTL-VALUE)
                       WHEN 'TRENDDAYS'
                           COMPUTE EOD-TREND-DAYS =
                               FUNCTION NUMVAL(EOD-CTL-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------
      * Without RUNDATE= the night is the run date of the last
      * run on the ledger.  No ledger at all leaves the date at the
      * system date so the trend still has a window to show.
      * -----------------------------------------------------------
       FIND-REPORT-DATE.
           IF EOD-RUN-DATE = 0
               OPEN INPUT EOD-HISTORY-FILE
               IF EOD-HISTORY-STATUS = '00'
                   MOVE 'N' TO EOD-FILE-EOF
                   PERFORM UNTIL EOD-FILE-EOF = 'Y'
                       READ EOD-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO EOD-FILE-EOF
                           NOT AT END
                               PERFORM SET-HISTORY-NIGHT
                               IF EOD-HIST-NIGHT > 0
                                   MOVE EOD-HIST-NIGHT
                                       TO EOD-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EOD-HISTORY-FILE
               END-IF
           END-IF.
           IF EOD-RUN-DATE = 0
               ACCEPT EOD-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE EOD-RUN-INT = FUNCTION INTEGER-OF-DATE(EOD-RUN-DATE).
           COMPUTE EOD-FIRST-INT = EOD-RUN-INT - EOD-TREND-DAYS + 1.

       LOAD-NIGHT-RUNS.
           OPEN INPUT EOD-HISTORY-FILE.
           IF EOD-HISTORY-STATUS = '00'
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           ADD 1 TO EOD-LEDGER-COUNT
                           PERFORM SET-HISTORY-NIGHT
                           IF EOD-HIST-NIGHT = EOD-RUN-DATE
                               PERFORM STORE-NIGHT-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-HISTORY-FILE
           ELSE
               DISPLAY "# Error: could not open PFIX.HISTORY status "
                       EOD-HISTORY-STATUS
           END-IF.

       STORE-NIGHT-RUN.
           IF EOD-NIGHT-COUNT >= 20
               ADD 1 TO EOD-NIGHT-MORE
           ELSE
               ADD 1 TO EOD-NIGHT-COUNT
               MOVE EOD-NIGHT-COUNT TO EOD-N-IX
               MOVE HIST-SEQ TO EOD-N-SEQ(EOD-N-IX)
               MOVE HIST-RUN-TYPE TO EOD-N-TYPE(EOD-N-IX)
               MOVE HIST-START-TIME TO EOD-N-START(EOD-N-IX)
               MOVE HIST-END-DATE TO EOD-N-END-DATE(EOD-N-IX)
               MOVE HIST-END-TIME TO EOD-N-END(EOD-N-IX)
               MOVE HIST-RESUME-RECNO TO EOD-N-RESUME(EOD-N-IX)
               MOVE HIST-RECORDS-READ TO EOD-N-RECORDS(EOD-N-IX)
               MOVE HIST-TX-READ TO EOD-N-TX-READ(EOD-N-IX)
               MOVE HIST-TOKENS TO EOD-N-TOKENS(EOD-N-IX)
               MOVE HIST-TX-ERRORS TO EOD-N-TX-ERRORS(EOD-N-IX)
               MOVE HIST-HASH TO EOD-N-HASH(EOD-N-IX)
               MOVE HIST-REJECTS TO EOD-N-REJECTS(EOD-N-IX)
               MOVE HIST-RETURN-CODE TO EOD-N-RC(EOD-N-IX)
               IF HIST-RUN-TYPE = 'R'
                   ADD 1 TO EOD-RESTARTS
               END-IF
               IF EOD-MAIN-IX = 0
                   MOVE EOD-N-IX TO EOD-MAIN-IX
               ELSE
                   IF HIST-TX-READ >= EOD-N-TX-READ(EOD-MAIN-IX)
                       MOVE EOD-N-IX TO EOD-MAIN-IX
                   END-IF
               END-IF
           END-IF.

       SET-HISTORY-NIGHT.
           IF HIST-RUN-DATE IS NUMERIC AND HIST-RUN-DATE > 0
               MOVE HIST-RUN-DATE TO EOD-HIST-NIGHT
           ELSE
               IF HIST-START-DATE IS NUMERIC
                   MOVE HIST-START-DATE TO EOD-HIST-NIGHT
               ELSE
                   MOVE 0 TO EOD-HIST-NIGHT
               END-IF
           END-IF.

      * -----------------------------------------------------------
      * Trend window: every run whose run date falls within
      * TRENDDAYS days up to the report date lands in that day's
      * bucket.
      * -----------------------------------------------------------
       LOAD-TREND-WINDOW.
           INITIALIZE EOD-TREND-TABLE.
           OPEN INPUT EOD-HISTORY-FILE.
           IF EOD-HISTORY-STATUS = '00'
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           PERFORM SET-HISTORY-NIGHT
                           IF EOD-HIST-NIGHT > 16010100
                               PERFORM STORE-TREND-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-HISTORY-FILE
           END-IF.

       STORE-TREND-RUN.
           COMPUTE EOD-HIST-INT =
               FUNCTION INTEGER-OF-DATE(EOD-HIST-NIGHT).
           IF EOD-HIST-INT >= EOD-FIRST-INT AND
              EOD-HIST-INT <= EOD-RUN-INT
               COMPUTE EOD-DAY-IX = EOD-HIST-INT - EOD-FIRST-INT + 1
               ADD 1 TO EOD-D-RUNS(EOD-DAY-IX)
               IF HIST-RUN-TYPE = 'R'
                   ADD 1 TO EOD-D-RESTARTS(EOD-DAY-IX)
               END-IF
               IF HIST-TX-READ >= EOD-D-TX-READ(EOD-DAY-IX)
                   MOVE HIST-TX-READ TO EOD-D-TX-READ(EOD-DAY-IX)
                   MOVE HIST-TOKENS TO EOD-D-TOKENS(EOD-DAY-IX)
                   MOVE HIST-REJECTS TO EOD-D-REJECTS(EOD-DAY-IX)
               END-IF
               IF HIST-RETURN-CODE > EOD-D-WORST-RC(EOD-DAY-IX)
                   MOVE HIST-RETURN-CODE
                       TO EOD-D-WORST-RC(EOD-DAY-IX)
               END-IF
           END-IF.

       COUNT-REJECT-RECORDS.
           OPEN INPUT EOD-REJECTS-FILE.
           IF EOD-REJECTS-STATUS = '00'
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-REJECTS-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           IF EOD-REJECTS-RECORD NOT = SPACES
                               ADD 1 TO EOD-REJECT-RECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-REJECTS-FILE
           END-IF.

      * The balancing and compare steps each end with a VERDICT:
      * line; the last one in the file is the one that counts.
       READ-BALANCE-VERDICT.
           OPEN INPUT EOD-BAL-FILE.
           IF EOD-BAL-STATUS = '00'
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-BAL-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           IF EOD-BAL-RECORD(1:9) = 'VERDICT: '
                               MOVE EOD-BAL-RECORD(10:30)
                                   TO EOD-BAL-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-BAL-FILE
           END-IF.

       READ-COMPARE-VERDICT.
           OPEN INPUT EOD-COMPAR-FILE.
           IF EOD-COMPAR-STATUS = '00'
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-COMPAR-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           IF EOD-COMPAR-RECORD(1:9) = 'VERDICT: '
                               MOVE EOD-COMPAR-RECORD(10:30)
                                   TO EOD-COMPAR-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-COMPAR-FILE
           END-IF.

      * PFIXFIX's merged report carries PFIX's control totals; the
      * TRANSACTIONS IN ERROR line is what is still outstanding.
       READ-CORRECTION-TOTALS.
           OPEN INPUT EOD-FIX-FILE.
           IF EOD-FIX-STATUS = '00'
               MOVE 'Y' TO EOD-FIX-FOUND
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-FIX-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           IF EOD-FIX-RECORD(1:22) =
                              'TRANSACTIONS IN ERROR '
                               MOVE 'Y' TO EOD-FIX-TOTALS
                               COMPUTE EOD-FIX-ERRORS =
                                   FUNCTION NUMVAL(
                                       EOD-FIX-RECORD(23:20))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-FIX-FILE
           END-IF.

      * The sweep report lists a FAILED line per entry it could not
      * archive or delete and ends with a SWEEP: trailer.
       READ-PURGE-REPORT.
           OPEN INPUT EOD-PURGE-FILE.
           IF EOD-PURGE-STATUS = '00'
               MOVE 'Y' TO EOD-PURGE-FOUND
               MOVE 'N' TO EOD-FILE-EOF
               PERFORM UNTIL EOD-FILE-EOF = 'Y'
                   READ EOD-PURGE-FILE
                       AT END
                           MOVE 'Y' TO EOD-FILE-EOF
                       NOT AT END
                           IF EOD-PURGE-RECORD(1:8) = 'FAILED  '
                               ADD 1 TO EOD-PURGE-FAILED
                           END-IF
                           IF EOD-PURGE-RECORD(1:7) = 'SWEEP: '
                               MOVE EOD-PURGE-RECORD(8:50)
                                   TO EOD-PURGE-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-PURGE-FILE
           END-IF.

      * -----------------------------------------------------------
      * Rate each step and fold it into the overall status.
      * -----------------------------------------------------------
       RATE-PFIX-RUN.
           MOVE 'PFIX RUN' TO EOD-S-NAME(1).
           MOVE SPACES TO EOD-S-DETAIL(1).
           IF EOD-NIGHT-COUNT = 0
               MOVE 'R' TO EOD-S-STATUS(1)
               MOVE 'NO RUN ON THE LEDGER FOR THIS DATE'
                   TO EOD-S-DETAIL(1)
           ELSE
               MOVE 0 TO EOD-EARLY-FAIL
               PERFORM VARYING EOD-N-IX FROM 1 BY 1
                       UNTIL EOD-N-IX > EOD-NIGHT-COUNT
                   IF EOD-N-IX NOT = EOD-MAIN-IX AND
                      EOD-N-RC(EOD-N-IX) >= 8
                       ADD 1 TO EOD-EARLY-FAIL
                   END-IF
               END-PERFORM
               MOVE EOD-N-RC(EOD-MAIN-IX) TO EOD-RC-EDIT
               MOVE EOD-N-REJECTS(EOD-MAIN-IX) TO EOD-COUNT-EDIT
               MOVE EOD-RESTARTS TO EOD-SMALL-EDIT
               STRING 'MAIN RUN RC ' DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-RC-EDIT) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-COUNT-EDIT) DELIMITED BY SIZE
                      ' REJECTS, ' DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-SMALL-EDIT) DELIMITED BY SIZE
                      ' RESTARTS' DELIMITED BY SIZE
                      INTO EOD-S-DETAIL(1)
               END-STRING
               EVALUATE TRUE
                   WHEN EOD-N-RC(EOD-MAIN-IX) >= 8 AND
                        EOD-FIX-TOTALS = 'Y' AND EOD-FIX-ERRORS = 0
                       MOVE 'A' TO EOD-S-STATUS(1)
                       MOVE SPACES TO EOD-S-DETAIL(1)
                       STRING 'MAIN RUN RC ' DELIMITED BY SIZE
                              FUNCTION TRIM(EOD-RC-EDIT)
                                  DELIMITED BY SIZE
                              ', CORRECTED BY PFIXFIX RERUN'
                                  DELIMITED BY SIZE
                              INTO EOD-S-DETAIL(1)
                       END-STRING
                   WHEN EOD-N-RC(EOD-MAIN-IX) >= 8
                       MOVE 'R' TO EOD-S-STATUS(1)
                   WHEN EOD-EARLY-FAIL > 0
                     OR EOD-RESTARTS > 0
                     OR EOD-N-REJECTS(EOD-MAIN-IX) > 0
                       MOVE 'A' TO EOD-S-STATUS(1)
                   WHEN OTHER
                       MOVE 'G' TO EOD-S-STATUS(1)
               END-EVALUATE
           END-IF.
           MOVE 1 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

       RATE-OTHER-STEPS.
           MOVE 'PFIX.REJECTS' TO EOD-S-NAME(2).
           MOVE SPACES TO EOD-S-DETAIL(2).
           MOVE EOD-REJECT-RECS TO EOD-COUNT-EDIT.
           STRING FUNCTION TRIM(EOD-COUNT-EDIT) DELIMITED BY SIZE
                  ' REJECT RECORDS' DELIMITED BY SIZE
                  INTO EOD-S-DETAIL(2)
           END-STRING.
           IF EOD-REJECT-RECS > 0
               MOVE 'A' TO EOD-S-STATUS(2)
           ELSE
               MOVE 'G' TO EOD-S-STATUS(2)
           END-IF.
           MOVE 2 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

           MOVE 'PFIXBAL' TO EOD-S-NAME(3).
           EVALUATE TRUE
               WHEN EOD-BAL-VERDICT = 'IN-BALANCE'
                   MOVE 'G' TO EOD-S-STATUS(3)
                   MOVE EOD-BAL-VERDICT TO EOD-S-DETAIL(3)
               WHEN EOD-BAL-VERDICT = 'OUT-OF-BALANCE'
                   MOVE 'R' TO EOD-S-STATUS(3)
                   MOVE EOD-BAL-VERDICT TO EOD-S-DETAIL(3)
               WHEN OTHER
                   MOVE 'A' TO EOD-S-STATUS(3)
                   MOVE 'NO VERDICT IN PFIXBAL.REPORT'
                       TO EOD-S-DETAIL(3)
           END-EVALUATE.
           MOVE 3 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

           MOVE 'XDCOMPAR' TO EOD-S-NAME(4).
           EVALUATE TRUE
               WHEN EOD-COMPAR-VERDICT = 'FILES IDENTICAL'
                   MOVE 'G' TO EOD-S-STATUS(4)
                   MOVE EOD-COMPAR-VERDICT TO EOD-S-DETAIL(4)
               WHEN EOD-COMPAR-VERDICT = 'FILES DIFFER'
                   MOVE 'R' TO EOD-S-STATUS(4)
                   MOVE EOD-COMPAR-VERDICT TO EOD-S-DETAIL(4)
               WHEN EOD-COMPAR-VERDICT = SPACES
                   MOVE 'A' TO EOD-S-STATUS(4)
                   MOVE 'NO VERDICT IN XDCOMPAR.REPORT'
                       TO EOD-S-DETAIL(4)
               WHEN OTHER
                   MOVE 'A' TO EOD-S-STATUS(4)
                   MOVE EOD-COMPAR-VERDICT TO EOD-S-DETAIL(4)
           END-EVALUATE.
           MOVE 4 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

           MOVE 'PFIXFIX' TO EOD-S-NAME(5).
           MOVE SPACES TO EOD-S-DETAIL(5).
           EVALUATE TRUE
               WHEN EOD-FIX-TOTALS = 'Y' AND EOD-FIX-ERRORS = 0
                   MOVE 'G' TO EOD-S-STATUS(5)
                   MOVE 'ALL ERRORS CORRECTED' TO EOD-S-DETAIL(5)
               WHEN EOD-FIX-TOTALS = 'Y'
                   MOVE 'A' TO EOD-S-STATUS(5)
                   MOVE EOD-FIX-ERRORS TO EOD-COUNT-EDIT
                   STRING FUNCTION TRIM(EOD-COUNT-EDIT)
                              DELIMITED BY SIZE
                          ' TRANSACTIONS STILL IN ERROR'
                              DELIMITED BY SIZE
                          INTO EOD-S-DETAIL(5)
                   END-STRING
               WHEN EOD-FIX-FOUND = 'Y'
                   MOVE 'A' TO EOD-S-STATUS(5)
                   MOVE 'NO CONTROL TOTALS IN PFIXFIX.REPORT'
                       TO EOD-S-DETAIL(5)
               WHEN EOD-REJECT-RECS > 0
                   MOVE 'A' TO EOD-S-STATUS(5)
                   MOVE 'REJECTS NOT CORRECTED' TO EOD-S-DETAIL(5)
               WHEN EOD-MAIN-IX > 0 AND
                    EOD-N-REJECTS(EOD-MAIN-IX) > 0
                   MOVE 'A' TO EOD-S-STATUS(5)
                   MOVE 'REJECTS NOT CORRECTED' TO EOD-S-DETAIL(5)
               WHEN OTHER
                   MOVE 'G' TO EOD-S-STATUS(5)
                   MOVE 'NOT NEEDED' TO EOD-S-DETAIL(5)
           END-EVALUATE.
           MOVE 5 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

           MOVE 'XDCATLG SWEEP' TO EOD-S-NAME(6).
           MOVE SPACES TO EOD-S-DETAIL(6).
           EVALUATE TRUE
               WHEN EOD-PURGE-FOUND = 'N'
                   MOVE 'G' TO EOD-S-STATUS(6)
                   MOVE 'NO SWEEP REPORT' TO EOD-S-DETAIL(6)
               WHEN EOD-PURGE-FAILED > 0
                   MOVE 'A' TO EOD-S-STATUS(6)
                   MOVE EOD-PURGE-FAILED TO EOD-COUNT-EDIT
                   STRING FUNCTION TRIM(EOD-COUNT-EDIT)
                              DELIMITED BY SIZE
                          ' FAILED ENTRIES' DELIMITED BY SIZE
                          INTO EOD-S-DETAIL(6)
                   END-STRING
               WHEN OTHER
                   MOVE 'G' TO EOD-S-STATUS(6)
                   MOVE EOD-PURGE-TRAILER TO EOD-S-DETAIL(6)
           END-EVALUATE.
           MOVE 6 TO EOD-S-IX.
           PERFORM FOLD-STEP-STATUS.

       FOLD-STEP-STATUS.
           EVALUATE TRUE
               WHEN EOD-S-STATUS(EOD-S-IX) = 'R'
                   MOVE 'R' TO EOD-OVERALL
               WHEN EOD-S-STATUS(EOD-S-IX) = 'A' AND
                    EOD-OVERALL = 'G'
                   MOVE 'A' TO EOD-OVERALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-EOD-REPORT.
           OPEN OUTPUT EOD-REPORT-FILE.
           IF EOD-REPORT-STATUS = '00'
               MOVE 'Y' TO EOD-REPORT-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXEOD.REPORT "
                       "status " EOD-REPORT-STATUS
           END-IF.

       WRITE-STATUS-SECTION.
           MOVE SPACES TO EOD-LINE.
           STRING 'PFIX END-OF-DAY OPERATIONS SUMMARY  NIGHT OF '
                      DELIMITED BY SIZE
                  EOD-RUN-DATE DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-OVERALL TO EOD-STATUS-WORD.
           PERFORM SET-STATUS-WORD.
           MOVE SPACES TO EOD-LINE.
           STRING 'OVERALL STATUS: ' DELIMITED BY SIZE
                  EOD-STATUS-WORD DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE '*** STEPS ***' TO EOD-LINE.
           PERFORM WRITE-EOD-LINE.
           PERFORM WRITE-STEP-LINE
               VARYING EOD-S-IX FROM 1 BY 1 UNTIL EOD-S-IX > 6.

       WRITE-STEP-LINE.
           MOVE EOD-S-STATUS(EOD-S-IX) TO EOD-STATUS-WORD.
           PERFORM SET-STATUS-WORD.
           MOVE SPACES TO EOD-LINE.
           STRING EOD-S-NAME(EOD-S-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EOD-STATUS-WORD DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EOD-S-DETAIL(EOD-S-IX) DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.

       SET-STATUS-WORD.
           EVALUATE EOD-STATUS-WORD(1:1)
               WHEN 'R'
                   MOVE 'RED' TO EOD-STATUS-WORD
               WHEN 'A'
                   MOVE 'AMBER' TO EOD-STATUS-WORD
               WHEN OTHER
                   MOVE 'GREEN' TO EOD-STATUS-WORD
           END-EVALUATE.

      * Every PFIX run for the report date, with the main
      * run's control totals spelled out beneath.
       WRITE-NIGHT-SECTION.
           MOVE '*** PFIX RUNS ***' TO EOD-LINE.
           PERFORM WRITE-EOD-LINE.
           IF EOD-NIGHT-COUNT = 0
               MOVE 'NONE' TO EOD-LINE
               PERFORM WRITE-EOD-LINE
           ELSE
               MOVE 'SEQ     TYPE    START    END      RECORDS  RC'
                   TO EOD-LINE
               PERFORM WRITE-EOD-LINE
               PERFORM WRITE-NIGHT-LINE
                   VARYING EOD-N-IX FROM 1 BY 1
                   UNTIL EOD-N-IX > EOD-NIGHT-COUNT
               IF EOD-NIGHT-MORE > 0
                   MOVE EOD-NIGHT-MORE TO EOD-COUNT-EDIT
                   MOVE SPACES TO EOD-LINE
                   STRING FUNCTION TRIM(EOD-COUNT-EDIT)
                              DELIMITED BY SIZE
                          ' MORE RUNS NOT LISTED' DELIMITED BY SIZE
                          INTO EOD-LINE
                   END-STRING
                   PERFORM WRITE-EOD-LINE
               END-IF
               PERFORM WRITE-MAIN-TOTALS
           END-IF.

       WRITE-NIGHT-LINE.
           MOVE EOD-N-RECORDS(EOD-N-IX) TO EOD-COUNT-EDIT.
           MOVE EOD-N-RC(EOD-N-IX) TO EOD-RC-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING EOD-N-SEQ(EOD-N-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           IF EOD-N-TYPE(EOD-N-IX) = 'R'
               MOVE 'RESTART' TO EOD-LINE(9:7)
           ELSE
               MOVE 'FRESH' TO EOD-LINE(9:7)
           END-IF.
           MOVE EOD-N-START(EOD-N-IX)(1:6) TO EOD-LINE(17:6).
           MOVE EOD-N-END(EOD-N-IX)(1:6) TO EOD-LINE(26:6).
           MOVE EOD-COUNT-EDIT TO EOD-LINE(33:7).
           MOVE EOD-RC-EDIT TO EOD-LINE(41:3).
           IF EOD-N-TYPE(EOD-N-IX) = 'R'
               MOVE EOD-N-RESUME(EOD-N-IX) TO EOD-COUNT-EDIT
               STRING 'AFTER RECORD ' DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-COUNT-EDIT) DELIMITED BY SIZE
                      INTO EOD-LINE(46:30)
               END-STRING
           END-IF.
           IF EOD-N-IX = EOD-MAIN-IX
               MOVE 'MAIN' TO EOD-LINE(77:4)
           END-IF.
           PERFORM WRITE-EOD-LINE.

       WRITE-MAIN-TOTALS.
           MOVE EOD-MAIN-IX TO EOD-N-IX.
           MOVE EOD-N-TX-READ(EOD-N-IX) TO EOD-COUNT-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'TRANSACTIONS READ     ' DELIMITED BY SIZE
                  EOD-COUNT-EDIT DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-N-TOKENS(EOD-N-IX) TO EOD-TOKEN-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'TOKENS PROCESSED      ' DELIMITED BY SIZE
                  EOD-TOKEN-EDIT DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-N-TX-ERRORS(EOD-N-IX) TO EOD-COUNT-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'TRANSACTIONS IN ERROR ' DELIMITED BY SIZE
                  EOD-COUNT-EDIT DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-N-HASH(EOD-N-IX) TO EOD-HASH-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'HASH TOTAL   ' DELIMITED BY SIZE
                  EOD-HASH-EDIT DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-N-REJECTS(EOD-N-IX) TO EOD-COUNT-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'REJECTS               ' DELIMITED BY SIZE
                  EOD-COUNT-EDIT DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.

      * -----------------------------------------------------------
      * One line per day of the window, oldest first, then the
      * window totals.  A day with no run on the ledger says so.
      * -----------------------------------------------------------
       WRITE-TREND-SECTION.
           MOVE EOD-TREND-DAYS TO EOD-SMALL-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING '*** TREND, LAST ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-SMALL-EDIT) DELIMITED BY SIZE
                  ' DAYS ***' DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE 'DATE     RUNS RESTARTS TRANSACTIONS' TO EOD-LINE.
           MOVE 'TOKENS REJECTS  RC' TO EOD-LINE(40:18).
           PERFORM WRITE-EOD-LINE.
           PERFORM WRITE-TREND-LINE
               VARYING EOD-DAY-IX FROM 1 BY 1
               UNTIL EOD-DAY-IX > EOD-TREND-DAYS.
           MOVE EOD-T-RUN-DAYS TO EOD-SMALL-EDIT.
           MOVE EOD-T-RESTARTS TO EOD-COUNT-EDIT.
           MOVE EOD-T-REJECTS TO EOD-COUNT-EDIT2.
           MOVE SPACES TO EOD-LINE.
           STRING 'DAYS RUN ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-SMALL-EDIT) DELIMITED BY SIZE
                  ', RESTARTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-COUNT-EDIT) DELIMITED BY SIZE
                  ', REJECTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-COUNT-EDIT2) DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           MOVE EOD-T-TX-READ TO EOD-TOKEN-EDIT.
           MOVE EOD-T-TOKENS TO EOD-BIG-EDIT.
           MOVE SPACES TO EOD-LINE.
           STRING 'TRANSACTIONS ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-TOKEN-EDIT) DELIMITED BY SIZE
                  ', TOKENS ' DELIMITED BY SIZE
                  FUNCTION TRIM(EOD-BIG-EDIT) DELIMITED BY SIZE
                  INTO EOD-LINE
           END-STRING.
           PERFORM WRITE-EOD-LINE.
           IF EOD-T-RUN-DAYS > 0
               COMPUTE EOD-COUNT-EDIT ROUNDED =
                   EOD-T-TX-READ / EOD-T-RUN-DAYS
               COMPUTE EOD-COUNT-EDIT2 ROUNDED =
                   EOD-T-REJECTS / EOD-T-RUN-DAYS
               MOVE SPACES TO EOD-LINE
               STRING 'AVERAGE PER NIGHT RUN: TRANSACTIONS '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-COUNT-EDIT) DELIMITED BY SIZE
                      ', REJECTS ' DELIMITED BY SIZE
                      FUNCTION TRIM(EOD-COUNT-EDIT2) DELIMITED BY SIZE
                      INTO EOD-LINE
               END-STRING
               PERFORM WRITE-EOD-LINE
           END-IF.

       WRITE-TREND-LINE.
           COMPUTE EOD-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               EOD-FIRST-INT + EOD-DAY-IX - 1).
           MOVE SPACES TO EOD-LINE.
           MOVE EOD-DAY-DATE TO EOD-LINE(1:8).
           IF EOD-D-RUNS(EOD-DAY-IX) = 0
               MOVE 'NO RUN' TO EOD-LINE(10:6)
           ELSE
               ADD 1 TO EOD-T-RUN-DAYS
               ADD EOD-D-RUNS(EOD-DAY-IX) TO EOD-T-RUNS
               ADD EOD-D-RESTARTS(EOD-DAY-IX) TO EOD-T-RESTARTS
               ADD EOD-D-TX-READ(EOD-DAY-IX) TO EOD-T-TX-READ
               ADD EOD-D-TOKENS(EOD-DAY-IX) TO EOD-T-TOKENS
               ADD EOD-D-REJECTS(EOD-DAY-IX) TO EOD-T-REJECTS
               MOVE EOD-D-RUNS(EOD-DAY-IX) TO EOD-SMALL-EDIT
               MOVE EOD-SMALL-EDIT TO EOD-LINE(11:3)
               MOVE EOD-D-RESTARTS(EOD-DAY-IX) TO EOD-SMALL-EDIT
               MOVE EOD-SMALL-EDIT TO EOD-LINE(20:3)
               MOVE EOD-D-TX-READ(EOD-DAY-IX) TO EOD-COUNT-EDIT
               MOVE EOD-COUNT-EDIT TO EOD-LINE(29:7)
               MOVE EOD-D-TOKENS(EOD-DAY-IX) TO EOD-TOKEN-EDIT
               MOVE EOD-TOKEN-EDIT TO EOD-LINE(37:9)
               MOVE EOD-D-REJECTS(EOD-DAY-IX) TO EOD-COUNT-EDIT
               MOVE EOD-COUNT-EDIT TO EOD-LINE(47:7)
               MOVE EOD-D-WORST-RC(EOD-DAY-IX) TO EOD-RC-EDIT
               MOVE EOD-RC-EDIT TO EOD-LINE(55:3)
           END-IF.
           PERFORM WRITE-EOD-LINE.

       WRITE-EOD-LINE.
           IF EOD-REPORT-OPEN = 'Y'
               MOVE EOD-LINE TO EOD-REPORT-RECORD
               WRITE EOD-REPORT-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(EOD-LINE TRAILING).
