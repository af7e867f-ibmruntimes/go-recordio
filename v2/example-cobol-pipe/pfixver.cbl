       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXVER.
       AUTHOR. who.

      * Audit-trail replay verification of the PFIX.RESULTS postings
      * for one run date.  Every PFIX.AUDIT record of that date that
      * carries a transaction ID is replayed, transaction by
      * transaction, through the same operator rules PFIX applies in
      * PERFORM-OPERATION and SQRT-OPERATION: pushed values (numbers,
      * 'rcl', 'ref', 'refp') go on the stack at their audited value,
      * operators are recomputed from the replayed stack, 'sto' leaves
      * the stack alone and 'clear' empties it.  The replayed top of
      * stack is then compared with the posting, and the exceptions
      * are listed to PFIXVER.REPORT:
      *   MISMATCH  the replayed result differs from the posting
      *   NOREPLAY  the trail cannot be replayed (an operator without
      *             its operands, or one that fails on replay)
      *   NOPOST    an audit trail with no posting for the date
      *   NOAUDIT   a posting for the date with no audit trail
      * A trail starts afresh when the transaction ID changes or the
      * input record number goes back (a later run the same day), and
      * the last trail for an ID is the one its posting came from,
      * just as the last posting for an ID on a date is the one kept.
      * Operator results and the closing top of stack are rounded by
      * the PFIX.ROUNDING rule for the transaction's class, exactly
      * as PFIX rounds them, so the rules in force must be the ones
      * the run used.
      * PFIXVER.CONTROL supplies KEYWORD=value records:
      *   DATE=yyyymmdd      run date to verify (default today)
      *   AUDIT=name         audit file to replay, e.g. an archived
      *                      generation (default PFIX.AUDIT)
      * Return code 8 when any exception is listed, 16 when the audit
      * trail or the master cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VER-AUDIT-FILE ASSIGN TO VER-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VER-AUDIT-STATUS.
           SELECT VER-RESULTS-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VER-RESULTS-KEY
               FILE STATUS IS VER-RESULTS-STATUS.
           SELECT VER-CONTROL-FILE ASSIGN TO "PFIXVER.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VER-CONTROL-STATUS.
           SELECT VER-ROUNDING-FILE ASSIGN TO "PFIX.ROUNDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VER-ROUNDING-STATUS.
           SELECT VER-REPORT-FILE ASSIGN TO "PFIXVER.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VER-AUDIT-FILE.
       01  VER-AUDIT-RECORD.
           05 VER-AUD-DATE       PIC X(8).
           05 FILLER             PIC X(1).
           05 VER-AUD-TIME       PIC X(8).
           05 FILLER             PIC X(1).
           05 VER-AUD-TOKEN      PIC X(20).
           05 FILLER             PIC X(1).
           05 VER-AUD-RESULT     PIC ---------9.99999999.
           05 FILLER             PIC X(1).
           05 VER-AUD-TX-ID      PIC X(8).
           05 FILLER             PIC X(1).
           05 VER-AUD-RECNO      PIC 9(7).
           05 FILLER             PIC X(1).
           05 VER-AUD-MACRO      PIC X(12).
           05 FILLER             PIC X(1).
           05 VER-AUD-MAC-VERSION PIC X(3).
           05 FILLER             PIC X(1).
           05 VER-AUD-RUN-DATE   PIC X(8).

       FD  VER-RESULTS-FILE.
       01  VER-RESULTS-RECORD.
           05 VER-RESULTS-KEY.
              10 VER-RES-TX-ID   PIC X(8).
              10 VER-RES-DATE    PIC 9(8).
           05 VER-RES-TIME       PIC 9(8).
           05 VER-RES-VALUE      PIC ---------9.99999999.
           05 VER-RES-ERROR      PIC X(1).
           05 VER-RES-EXT-SEQ    PIC 9(6).
           05 VER-RES-SENT-SEQ   PIC 9(6).
           05 VER-RES-SENT-VALUE PIC X(19).
           05 VER-RES-SENT-ERROR PIC X(1).

       FD  VER-CONTROL-FILE.
       01  VER-CONTROL-RECORD    PIC X(80).

      * Same layout as PFIX reads: prefix, intermediate rule and
      * scale, final rule and scale.
       FD  VER-ROUNDING-FILE.
       01  VER-ROUNDING-RECORD.
           05 VER-RNDF-PREFIX    PIC X(8).
           05 FILLER             PIC X(1).
           05 VER-RNDF-INT-MODE  PIC X(1).
           05 FILLER             PIC X(1).
           05 VER-RNDF-INT-SCALE PIC X(1).
           05 FILLER             PIC X(1).
           05 VER-RNDF-FIN-MODE  PIC X(1).
           05 FILLER             PIC X(1).
           05 VER-RNDF-FIN-SCALE PIC X(1).
           05 FILLER             PIC X(64).

       FD  VER-REPORT-FILE.
       01  VER-REPORT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.
       01  VER-CTL-KEYWORD   PIC X(20).
       01  VER-CTL-VALUE     PIC X(48).
       01  VER-CONTROL-EOF   PIC X.
       01  VER-AUDIT-EOF     PIC X.
       01  VER-RESULTS-EOF   PIC X.
       01  VER-AUDIT-NAME    PIC X(48) VALUE 'PFIX.AUDIT'.
       01  VER-RUN-DATE      PIC 9(8) VALUE 0.

      * One entry per transaction seen on the day's audit trail,
      * holding the replayed result of its latest trail.
       01  VER-TX-TABLE.
           05 VER-TX OCCURS 2000 TIMES.
              10 VER-TX-ID          PIC X(8).
              10 VER-TX-VALUE       PIC S9(10)V9(8).
              10 VER-TX-STATE       PIC X.
              10 VER-TX-REASON      PIC X(30).
              10 VER-TX-FAIL-RECNO  PIC 9(7).
              10 VER-TX-STEPS       PIC 9(5).
              10 VER-TX-POSTED      PIC X.
       01  VER-TX-COUNT      PIC 9(4) VALUE 0.
       01  VER-TX-IX         PIC 9(4).
       01  VER-FOUND-IX      PIC 9(4).
       01  VER-FIND-ID       PIC X(8).

      * The trail being replayed and its own stack, sized like the
      * PFIX stack so an overflow there is an overflow here.
       01  VER-GROUP-ACTIVE  PIC X VALUE 'N'.
       01  VER-GROUP-ID      PIC X(8).
       01  VER-GROUP-IX      PIC 9(4) VALUE 0.
       01  VER-GROUP-RECNO   PIC 9(7).
       01  VER-STACK.
           05 VER-ITEM OCCURS 100 TIMES PIC S9(10)V9(8).
       01  VER-SP            PIC 9(3) VALUE 1.
       01  VER-TOKEN         PIC X(20).
       01  VER-NUM           PIC S9(10)V9(8).
       01  VER-NUM1          PIC S9(10)V9(8).
       01  VER-NUM2          PIC S9(10)V9(8).
       01  VER-RESULT        PIC S9(10)V9(8).
       01  VER-POSTED-VALUE  PIC S9(10)V9(8).
       01  VER-RAW-RESULT    PIC S9(10)V9(12).
       01  VER-OP-OK         PIC X.
       01  VER-FAIL-TEXT     PIC X(30).

      * Rounding classes, loaded and matched as PFIX does; entry 1
      * is the default.
       01  VER-ROUNDING-TABLE.
           05 VER-RND-RULE OCCURS 50 TIMES.
              10 VER-RND-PREFIX     PIC X(8).
              10 VER-RND-PREFIX-LEN PIC 9(1).
              10 VER-RND-INT-MODE   PIC X(1).
              10 VER-RND-INT-SCALE  PIC 9(1).
              10 VER-RND-FIN-MODE   PIC X(1).
              10 VER-RND-FIN-SCALE  PIC 9(1).
       01  VER-RND-COUNT     PIC 9(2) VALUE 1.
       01  VER-RND-CLASS     PIC 9(2) VALUE 1.
       01  VER-RND-IX        PIC 9(2).
       01  VER-RND-IX2       PIC 9(2).
       01  VER-RND-BEST-LEN  PIC 9(1).
       01  VER-RND-EOF       PIC X.
       01  VER-RND-RULE-OK   PIC X.
       01  VER-RND-MODE      PIC X(1).
       01  VER-RND-SCALE     PIC 9(1).
       01  VER-RND-SHIFT     PIC 9(9).
       01  VER-RND-RAW       PIC S9(10)V9(12).
       01  VER-RND-OUT       PIC S9(10)V9(8).
       01  VER-RND-WORK      PIC S9(18)V9(12).
       01  VER-RND-INT       PIC S9(18).
       01  VER-RND-HALF      PIC S9(18).
       01  VER-RND-ODD       PIC S9(1).
       01  VER-RND-FRAC      PIC S9(1)V9(12).

       01  VER-READ-COUNT       PIC 9(7) VALUE 0.
       01  VER-DAY-COUNT        PIC 9(7) VALUE 0.
       01  VER-UNASSIGNED-COUNT PIC 9(7) VALUE 0.
       01  VER-SUPERSEDED-COUNT PIC 9(7) VALUE 0.
       01  VER-SKIPPED-COUNT    PIC 9(7) VALUE 0.
       01  VER-POSTED-COUNT     PIC 9(7) VALUE 0.
       01  VER-VERIFIED-COUNT   PIC 9(7) VALUE 0.
       01  VER-MISMATCH-COUNT   PIC 9(7) VALUE 0.
       01  VER-NOREPLAY-COUNT   PIC 9(7) VALUE 0.
       01  VER-NOPOST-COUNT     PIC 9(7) VALUE 0.
       01  VER-NOAUDIT-COUNT    PIC 9(7) VALUE 0.

       01  VER-LINE          PIC X(120).
       01  VER-COUNT-EDIT    PIC Z(6)9.
       01  VER-VALUE-EDIT    PIC -(10)9.9(8).
       01  VER-VALUE-EDIT2   PIC -(10)9.9(8).
       01  VER-SETUP-BAD     PIC X VALUE 'N'.

       01  VER-AUDIT-STATUS   PIC X(2).
       01  VER-RESULTS-STATUS PIC X(2).
       01  VER-CONTROL-STATUS PIC X(2).
       01  VER-REPORT-STATUS  PIC X(2).
       01  VER-ROUNDING-STATUS PIC X(2).
       01  VER-REPORT-OPEN    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-VERIFY-CONTROL.
           PERFORM LOAD-ROUNDING-RULES.
           PERFORM OPEN-VERIFY-REPORT.
           PERFORM REPLAY-AUDIT-TRAIL.
           IF VER-SETUP-BAD = 'N'
               PERFORM MATCH-POSTED-RESULTS
           END-IF.
           IF VER-SETUP-BAD = 'N'
               PERFORM LIST-UNPOSTED-TRAIL
                   VARYING VER-TX-IX FROM 1 BY 1
                   UNTIL VER-TX-IX > VER-TX-COUNT
           END-IF.
           PERFORM WRITE-VERIFY-SUMMARY.
           IF VER-REPORT-OPEN = 'Y'
               CLOSE VER-REPORT-FILE
           END-IF.
           IF VER-SETUP-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF VER-MISMATCH-COUNT > 0 OR VER-NOREPLAY-COUNT > 0 OR
                  VER-NOPOST-COUNT > 0 OR VER-NOAUDIT-COUNT > 0 OR
                  VER-SKIPPED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-VERIFY-CONTROL.
           OPEN INPUT VER-CONTROL-FILE.
           IF VER-CONTROL-STATUS = '00'
               MOVE 'N' TO VER-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL VER-CONTROL-EOF = 'Y'
               CLOSE VER-CONTROL-FILE
           END-IF.
           IF VER-RUN-DATE = 0
               ACCEPT VER-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-CONTROL-RECORD.
           READ VER-CONTROL-FILE
               AT END
                   MOVE 'Y' TO VER-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO VER-CTL-KEYWORD
                   MOVE SPACES TO VER-CTL-VALUE
                   UNSTRING VER-CONTROL-RECORD DELIMITED BY '='
                       INTO VER-CTL-KEYWORD VER-CTL-VALUE
                   END-UNSTRING
                   EVALUATE VER-CTL-KEYWORD
                       WHEN 'DATE'
                           COMPUTE VER-RUN-DATE =
                               FUNCTION NUMVAL(VER-CTL-VALUE)
                       WHEN 'AUDIT'
                           MOVE VER-CTL-VALUE TO VER-AUDIT-NAME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-ROUNDING-RULES.
           MOVE 1 TO VER-RND-COUNT.
           MOVE '*' TO VER-RND-PREFIX(1).
           MOVE 0 TO VER-RND-PREFIX-LEN(1).
           MOVE 'T' TO VER-RND-INT-MODE(1).
           MOVE 8 TO VER-RND-INT-SCALE(1).
           MOVE 'T' TO VER-RND-FIN-MODE(1).
           MOVE 8 TO VER-RND-FIN-SCALE(1).
           OPEN INPUT VER-ROUNDING-FILE.
           IF VER-ROUNDING-STATUS = '00'
               MOVE 'N' TO VER-RND-EOF
               PERFORM READ-ROUNDING-RULE
                   UNTIL VER-RND-EOF = 'Y'
               CLOSE VER-ROUNDING-FILE
           END-IF.

       READ-ROUNDING-RULE.
           READ VER-ROUNDING-FILE
               AT END
                   MOVE 'Y' TO VER-RND-EOF
               NOT AT END
                   IF VER-ROUNDING-RECORD NOT = SPACES
                       PERFORM STORE-ROUNDING-RULE
                   END-IF
           END-READ.

      * PFIX has already reported a bad rule; it is skipped quietly.
       STORE-ROUNDING-RULE.
           MOVE 'Y' TO VER-RND-RULE-OK.
           IF VER-RNDF-PREFIX(1:1) = SPACE
               MOVE 'N' TO VER-RND-RULE-OK
           END-IF.
           IF VER-RNDF-INT-MODE NOT = 'H' AND
              VER-RNDF-INT-MODE NOT = 'E' AND
              VER-RNDF-INT-MODE NOT = 'T'
               MOVE 'N' TO VER-RND-RULE-OK
           END-IF.
           IF VER-RNDF-FIN-MODE NOT = 'H' AND
              VER-RNDF-FIN-MODE NOT = 'E' AND
              VER-RNDF-FIN-MODE NOT = 'T'
               MOVE 'N' TO VER-RND-RULE-OK
           END-IF.
           IF VER-RNDF-INT-SCALE < '0' OR VER-RNDF-INT-SCALE > '8' OR
              VER-RNDF-FIN-SCALE < '0' OR VER-RNDF-FIN-SCALE > '8'
               MOVE 'N' TO VER-RND-RULE-OK
           END-IF.
           IF VER-RND-RULE-OK = 'Y'
               IF VER-RNDF-PREFIX = '*'
                   MOVE 1 TO VER-RND-IX
               ELSE
                   MOVE 0 TO VER-RND-IX
                   PERFORM FIND-ROUNDING-PREFIX
                       VARYING VER-RND-IX2 FROM 2 BY 1
                       UNTIL VER-RND-IX2 > VER-RND-COUNT
                          OR VER-RND-IX > 0
                   IF VER-RND-IX = 0 AND VER-RND-COUNT < 50
                       ADD 1 TO VER-RND-COUNT
                       MOVE VER-RND-COUNT TO VER-RND-IX
                   END-IF
               END-IF
               IF VER-RND-IX > 0
                   MOVE VER-RNDF-PREFIX TO VER-RND-PREFIX(VER-RND-IX)
                   MOVE VER-RNDF-INT-MODE
                       TO VER-RND-INT-MODE(VER-RND-IX)
                   MOVE VER-RNDF-INT-SCALE
                       TO VER-RND-INT-SCALE(VER-RND-IX)
                   MOVE VER-RNDF-FIN-MODE
                       TO VER-RND-FIN-MODE(VER-RND-IX)
                   MOVE VER-RNDF-FIN-SCALE
                       TO VER-RND-FIN-SCALE(VER-RND-IX)
                   IF VER-RND-IX > 1
                       PERFORM VARYING VER-RND-BEST-LEN FROM 8 BY -1
                               UNTIL VER-RND-BEST-LEN = 1
                                  OR VER-RNDF-PREFIX(VER-RND-BEST-LEN:1)
                                     NOT = SPACE
                           CONTINUE
                       END-PERFORM
                       MOVE VER-RND-BEST-LEN
                           TO VER-RND-PREFIX-LEN(VER-RND-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-ROUNDING-PREFIX.
           IF VER-RND-PREFIX(VER-RND-IX2) = VER-RNDF-PREFIX
               MOVE VER-RND-IX2 TO VER-RND-IX
           END-IF.

       OPEN-VERIFY-REPORT.
           OPEN OUTPUT VER-REPORT-FILE.
           IF VER-REPORT-STATUS = '00'
               MOVE 'Y' TO VER-REPORT-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXVER.REPORT "
                       "status " VER-REPORT-STATUS
           END-IF.
           MOVE SPACES TO VER-LINE.
           STRING 'PFIX AUDIT REPLAY VERIFICATION  RUN DATE '
                      DELIMITED BY SIZE
                  VER-RUN-DATE DELIMITED BY SIZE
                  '  AUDIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(VER-AUDIT-NAME) DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.

      * -----------------------------------------------------------
      * Pass 1: replay the day's audit trail into VER-TX-TABLE.
      * -----------------------------------------------------------
       REPLAY-AUDIT-TRAIL.
           OPEN INPUT VER-AUDIT-FILE.
           IF VER-AUDIT-STATUS NOT = '00'
               DISPLAY "# Error: could not open "
                       FUNCTION TRIM(VER-AUDIT-NAME)
                       " status " VER-AUDIT-STATUS
               MOVE 'Y' TO VER-SETUP-BAD
           ELSE
               MOVE 'N' TO VER-AUDIT-EOF
               PERFORM READ-AUDIT-RECORD
                   UNTIL VER-AUDIT-EOF = 'Y'
               IF VER-GROUP-ACTIVE = 'Y'
                   PERFORM CLOSE-AUDIT-GROUP
               END-IF
               CLOSE VER-AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ VER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VER-AUDIT-EOF
               NOT AT END
                   ADD 1 TO VER-READ-COUNT
      * Lines written before the run date was carried select on
      * the date they were written.
                   IF VER-AUD-RUN-DATE = SPACES
                       MOVE VER-AUD-DATE TO VER-AUD-RUN-DATE
                   END-IF
                   IF VER-AUD-RUN-DATE = VER-RUN-DATE
                       PERFORM REPLAY-AUDIT-RECORD
                   END-IF
           END-READ.

      * Interactive operations and legacy bare-token input carry no
      * transaction ID; in the batch stream a legacy record closes
      * the open transaction, so it ends the trail here too.
       REPLAY-AUDIT-RECORD.
           ADD 1 TO VER-DAY-COUNT.
           IF VER-AUD-TX-ID = SPACES
               ADD 1 TO VER-UNASSIGNED-COUNT
               IF VER-GROUP-ACTIVE = 'Y'
                   PERFORM CLOSE-AUDIT-GROUP
               END-IF
           ELSE
               IF VER-GROUP-ACTIVE = 'Y'
                   IF VER-AUD-TX-ID NOT = VER-GROUP-ID OR
                      VER-AUD-RECNO < VER-GROUP-RECNO
                       PERFORM CLOSE-AUDIT-GROUP
                   END-IF
               END-IF
               IF VER-GROUP-ACTIVE = 'N'
                   PERFORM START-AUDIT-GROUP
               END-IF
               IF VER-GROUP-ACTIVE = 'Y'
                   MOVE VER-AUD-RECNO TO VER-GROUP-RECNO
                   ADD 1 TO VER-TX-STEPS(VER-GROUP-IX)
                   IF VER-TX-STATE(VER-GROUP-IX) = 'R'
                       PERFORM APPLY-AUDITED-OPERATION
                   END-IF
               ELSE
                   ADD 1 TO VER-SKIPPED-COUNT
               END-IF
           END-IF.

      * A second trail for an ID already replayed today supersedes
      * the first, as the second posting replaced the first.
       START-AUDIT-GROUP.
           MOVE VER-AUD-TX-ID TO VER-FIND-ID.
           PERFORM FIND-REPLAYED-TRANSACTION.
           IF VER-FOUND-IX > 0
               ADD 1 TO VER-SUPERSEDED-COUNT
           ELSE
               IF VER-TX-COUNT < 2000
                   ADD 1 TO VER-TX-COUNT
                   MOVE VER-TX-COUNT TO VER-FOUND-IX
               ELSE
                   DISPLAY "# Error: more than 2000 transactions, "
                           VER-AUD-TX-ID " not replayed"
               END-IF
           END-IF.
           IF VER-FOUND-IX > 0
               MOVE VER-FOUND-IX TO VER-GROUP-IX
               MOVE VER-AUD-TX-ID TO VER-GROUP-ID
               MOVE 'Y' TO VER-GROUP-ACTIVE
               MOVE 1 TO VER-SP
               MOVE VER-AUD-TX-ID TO VER-TX-ID(VER-GROUP-IX)
               MOVE 0 TO VER-TX-VALUE(VER-GROUP-IX)
               MOVE 'R' TO VER-TX-STATE(VER-GROUP-IX)
               MOVE SPACES TO VER-TX-REASON(VER-GROUP-IX)
               MOVE 0 TO VER-TX-FAIL-RECNO(VER-GROUP-IX)
               MOVE 0 TO VER-TX-STEPS(VER-GROUP-IX)
               MOVE 'N' TO VER-TX-POSTED(VER-GROUP-IX)
               PERFORM SELECT-ROUNDING-CLASS
           END-IF.

      * The replayed result is the top of stack, or zero for an
      * empty stack, rounded to the class's final scale, exactly as
      * CLOSE-TRANSACTION takes it.
       CLOSE-AUDIT-GROUP.
           IF VER-SP > 1
               MOVE VER-ITEM(VER-SP - 1) TO VER-RND-RAW
           ELSE
               MOVE 0 TO VER-RND-RAW
           END-IF.
           MOVE VER-RND-FIN-MODE(VER-RND-CLASS) TO VER-RND-MODE.
           MOVE VER-RND-FIN-SCALE(VER-RND-CLASS) TO VER-RND-SCALE.
           PERFORM ROUND-TO-SCALE.
           MOVE VER-RND-OUT TO VER-TX-VALUE(VER-GROUP-IX).
           MOVE 'N' TO VER-GROUP-ACTIVE.

      * Longest matching prefix, else the default, as PFIX picks it.
       SELECT-ROUNDING-CLASS.
           MOVE 1 TO VER-RND-CLASS.
           MOVE 0 TO VER-RND-BEST-LEN.
           PERFORM VARYING VER-RND-IX FROM 2 BY 1
                   UNTIL VER-RND-IX > VER-RND-COUNT
               IF VER-RND-PREFIX-LEN(VER-RND-IX) > VER-RND-BEST-LEN AND
                  VER-GROUP-ID(1:VER-RND-PREFIX-LEN(VER-RND-IX)) =
                  VER-RND-PREFIX(VER-RND-IX)
                      (1:VER-RND-PREFIX-LEN(VER-RND-IX))
                   MOVE VER-RND-IX TO VER-RND-CLASS
                   MOVE VER-RND-PREFIX-LEN(VER-RND-IX)
                       TO VER-RND-BEST-LEN
               END-IF
           END-PERFORM.

      * Same rounding as PFIX's ROUND-TO-SCALE.
       ROUND-TO-SCALE.
           COMPUTE VER-RND-SHIFT = 10 ** VER-RND-SCALE.
           COMPUTE VER-RND-WORK = VER-RND-RAW * VER-RND-SHIFT.
           MOVE VER-RND-WORK TO VER-RND-INT.
           COMPUTE VER-RND-FRAC = VER-RND-WORK - VER-RND-INT.
           EVALUATE VER-RND-MODE
               WHEN 'H'
                   IF VER-RND-FRAC >= 0.5
                       ADD 1 TO VER-RND-INT
                   END-IF
                   IF VER-RND-FRAC <= -0.5
                       SUBTRACT 1 FROM VER-RND-INT
                   END-IF
               WHEN 'E'
                   DIVIDE VER-RND-INT BY 2 GIVING VER-RND-HALF
                       REMAINDER VER-RND-ODD
                   IF VER-RND-FRAC > 0.5 OR
                      (VER-RND-FRAC = 0.5 AND VER-RND-ODD NOT = 0)
                       ADD 1 TO VER-RND-INT
                   END-IF
                   IF VER-RND-FRAC < -0.5 OR
                      (VER-RND-FRAC = -0.5 AND VER-RND-ODD NOT = 0)
                       SUBTRACT 1 FROM VER-RND-INT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE VER-RND-OUT = VER-RND-INT / VER-RND-SHIFT
               ON SIZE ERROR
                   MOVE VER-RND-RAW TO VER-RND-OUT
           END-COMPUTE.

       FIND-REPLAYED-TRANSACTION.
           MOVE 0 TO VER-FOUND-IX.
           PERFORM VARYING VER-TX-IX FROM 1 BY 1
                   UNTIL VER-TX-IX > VER-TX-COUNT
                      OR VER-FOUND-IX > 0
               IF VER-TX-ID(VER-TX-IX) = VER-FIND-ID
                   MOVE VER-TX-IX TO VER-FOUND-IX
               END-IF
           END-PERFORM.

       APPLY-AUDITED-OPERATION.
           MOVE VER-AUD-TOKEN TO VER-TOKEN.
           EVALUATE TRUE
               WHEN VER-TOKEN = '+' OR VER-TOKEN = '-' OR
                    VER-TOKEN = '*' OR VER-TOKEN = '/' OR
                    VER-TOKEN = '%' OR VER-TOKEN = '^'
                   PERFORM REPLAY-BINARY-OPERATION
               WHEN VER-TOKEN = 'sqrt'
                   PERFORM REPLAY-SQRT-OPERATION
               WHEN VER-TOKEN(1:4) = 'sto '
                   CONTINUE
               WHEN VER-TOKEN = 'clear'
                   MOVE 1 TO VER-SP
               WHEN OTHER
                   MOVE VER-AUD-RESULT TO VER-NUM
                   PERFORM REPLAY-PUSH
           END-EVALUATE.

      * Same arithmetic, same result picture, same failure tests as
      * PERFORM-OPERATION; PFIX audits only operations that worked,
      * so any failure here means the trail cannot be the one that
      * produced the posting.
       REPLAY-BINARY-OPERATION.
           IF VER-SP < 3
               MOVE 'NOT ENOUGH OPERANDS' TO VER-FAIL-TEXT
               PERFORM FAIL-GROUP-REPLAY
           ELSE
               SUBTRACT 1 FROM VER-SP
               MOVE VER-ITEM(VER-SP) TO VER-NUM1
               SUBTRACT 1 FROM VER-SP
               MOVE VER-ITEM(VER-SP) TO VER-NUM2
               MOVE 'Y' TO VER-OP-OK
               EVALUATE VER-TOKEN
                   WHEN "+"
                       COMPUTE VER-RAW-RESULT = VER-NUM2 + VER-NUM1
                           ON SIZE ERROR
                               MOVE 'N' TO VER-OP-OK
                       END-COMPUTE
                   WHEN "-"
                       COMPUTE VER-RAW-RESULT = VER-NUM2 - VER-NUM1
                           ON SIZE ERROR
                               MOVE 'N' TO VER-OP-OK
                       END-COMPUTE
                   WHEN "*"
                       COMPUTE VER-RAW-RESULT = VER-NUM2 * VER-NUM1
                           ON SIZE ERROR
                               MOVE 'N' TO VER-OP-OK
                       END-COMPUTE
                   WHEN "/"
                       IF VER-NUM1 = 0
                           MOVE 'N' TO VER-OP-OK
                       ELSE
                           COMPUTE VER-RAW-RESULT = VER-NUM2 / VER-NUM1
                               ON SIZE ERROR
                                   MOVE 'N' TO VER-OP-OK
                           END-COMPUTE
                       END-IF
                   WHEN "%"
                       IF VER-NUM1 = 0
                           MOVE 'N' TO VER-OP-OK
                       ELSE
                           COMPUTE VER-RAW-RESULT =
                               FUNCTION MOD(VER-NUM2, VER-NUM1)
                       END-IF
                   WHEN "^"
                       COMPUTE VER-RAW-RESULT = VER-NUM2 ** VER-NUM1
                           ON SIZE ERROR
                               MOVE 'N' TO VER-OP-OK
                       END-COMPUTE
               END-EVALUATE
               IF VER-OP-OK = 'Y'
                   PERFORM ROUND-INTERMEDIATE-RESULT
                   MOVE VER-RESULT TO VER-NUM
                   PERFORM REPLAY-PUSH
               ELSE
                   MOVE 'OPERATION FAILS ON REPLAY' TO VER-FAIL-TEXT
                   PERFORM FAIL-GROUP-REPLAY
               END-IF
           END-IF.

       REPLAY-SQRT-OPERATION.
           IF VER-SP < 2
               MOVE 'NOT ENOUGH OPERANDS' TO VER-FAIL-TEXT
               PERFORM FAIL-GROUP-REPLAY
           ELSE
               SUBTRACT 1 FROM VER-SP
               MOVE VER-ITEM(VER-SP) TO VER-NUM1
               IF VER-NUM1 < 0
                   MOVE 'SQRT OF NEGATIVE NUMBER' TO VER-FAIL-TEXT
                   PERFORM FAIL-GROUP-REPLAY
               ELSE
                   COMPUTE VER-RAW-RESULT = FUNCTION SQRT(VER-NUM1)
                   PERFORM ROUND-INTERMEDIATE-RESULT
                   MOVE VER-RESULT TO VER-NUM
                   PERFORM REPLAY-PUSH
               END-IF
           END-IF.

       ROUND-INTERMEDIATE-RESULT.
           MOVE VER-RAW-RESULT TO VER-RND-RAW.
           MOVE VER-RND-INT-MODE(VER-RND-CLASS) TO VER-RND-MODE.
           MOVE VER-RND-INT-SCALE(VER-RND-CLASS) TO VER-RND-SCALE.
           PERFORM ROUND-TO-SCALE.
           MOVE VER-RND-OUT TO VER-RESULT.

       REPLAY-PUSH.
           IF VER-SP > 100
               MOVE 'STACK OVERFLOW' TO VER-FAIL-TEXT
               PERFORM FAIL-GROUP-REPLAY
           ELSE
               MOVE VER-NUM TO VER-ITEM(VER-SP)
               ADD 1 TO VER-SP
           END-IF.

       FAIL-GROUP-REPLAY.
           MOVE 'F' TO VER-TX-STATE(VER-GROUP-IX).
           MOVE VER-FAIL-TEXT TO VER-TX-REASON(VER-GROUP-IX).
           MOVE VER-AUD-RECNO TO VER-TX-FAIL-RECNO(VER-GROUP-IX).

      * -----------------------------------------------------------
      * Pass 2: every posting for the date against its replay.
      * -----------------------------------------------------------
       MATCH-POSTED-RESULTS.
           OPEN INPUT VER-RESULTS-FILE.
           IF VER-RESULTS-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.RESULTS status "
                       VER-RESULTS-STATUS
               MOVE 'Y' TO VER-SETUP-BAD
           ELSE
               MOVE 'N' TO VER-RESULTS-EOF
               PERFORM READ-RESULTS-RECORD
                   UNTIL VER-RESULTS-EOF = 'Y'
               CLOSE VER-RESULTS-FILE
           END-IF.

       READ-RESULTS-RECORD.
           READ VER-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VER-RESULTS-EOF
               NOT AT END
                   IF VER-RES-DATE = VER-RUN-DATE
                       PERFORM CHECK-POSTED-RESULT
                   END-IF
           END-READ.

       CHECK-POSTED-RESULT.
           ADD 1 TO VER-POSTED-COUNT.
           MOVE VER-RES-VALUE TO VER-POSTED-VALUE.
           MOVE VER-RES-TX-ID TO VER-FIND-ID.
           PERFORM FIND-REPLAYED-TRANSACTION.
           IF VER-FOUND-IX = 0
               PERFORM WRITE-NOAUDIT-LINE
           ELSE
               MOVE 'Y' TO VER-TX-POSTED(VER-FOUND-IX)
               EVALUATE TRUE
                   WHEN VER-TX-STATE(VER-FOUND-IX) = 'F'
                       PERFORM WRITE-NOREPLAY-LINE
                   WHEN VER-TX-VALUE(VER-FOUND-IX) = VER-POSTED-VALUE
                       ADD 1 TO VER-VERIFIED-COUNT
                   WHEN OTHER
                       PERFORM WRITE-MISMATCH-LINE
               END-EVALUATE
           END-IF.

       WRITE-NOAUDIT-LINE.
           ADD 1 TO VER-NOAUDIT-COUNT.
           MOVE VER-POSTED-VALUE TO VER-VALUE-EDIT2.
           MOVE SPACES TO VER-LINE.
           STRING VER-RES-TX-ID DELIMITED BY SIZE
                  '  NOAUDIT   POSTED   ' DELIMITED BY SIZE
                  VER-VALUE-EDIT2 DELIMITED BY SIZE
                  '  ERROR ' DELIMITED BY SIZE
                  VER-RES-ERROR DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.

       WRITE-NOREPLAY-LINE.
           ADD 1 TO VER-NOREPLAY-COUNT.
           MOVE SPACES TO VER-LINE.
           STRING VER-RES-TX-ID DELIMITED BY SIZE
                  '  NOREPLAY  ' DELIMITED BY SIZE
                  VER-TX-REASON(VER-FOUND-IX) DELIMITED BY SIZE
                  '  AT INPUT RECORD ' DELIMITED BY SIZE
                  VER-TX-FAIL-RECNO(VER-FOUND-IX) DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.

       WRITE-MISMATCH-LINE.
           ADD 1 TO VER-MISMATCH-COUNT.
           MOVE VER-TX-VALUE(VER-FOUND-IX) TO VER-VALUE-EDIT.
           MOVE VER-POSTED-VALUE TO VER-VALUE-EDIT2.
           MOVE SPACES TO VER-LINE.
           STRING VER-RES-TX-ID DELIMITED BY SIZE
                  '  MISMATCH  REPLAYED ' DELIMITED BY SIZE
                  VER-VALUE-EDIT DELIMITED BY SIZE
                  '  POSTED ' DELIMITED BY SIZE
                  VER-VALUE-EDIT2 DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.

      * -----------------------------------------------------------
      * Pass 3: trails that no posting claimed.
      * -----------------------------------------------------------
       LIST-UNPOSTED-TRAIL.
           IF VER-TX-POSTED(VER-TX-IX) = 'N'
               ADD 1 TO VER-NOPOST-COUNT
               MOVE VER-TX-VALUE(VER-TX-IX) TO VER-VALUE-EDIT
               MOVE VER-TX-STEPS(VER-TX-IX) TO VER-COUNT-EDIT
               MOVE SPACES TO VER-LINE
               STRING VER-TX-ID(VER-TX-IX) DELIMITED BY SIZE
                      '  NOPOST    REPLAYED ' DELIMITED BY SIZE
                      VER-VALUE-EDIT DELIMITED BY SIZE
                      '  AUDIT RECORDS ' DELIMITED BY SIZE
                      VER-COUNT-EDIT DELIMITED BY SIZE
                      INTO VER-LINE
               END-STRING
               PERFORM WRITE-VERIFY-LINE
           END-IF.

       WRITE-VERIFY-SUMMARY.
           MOVE '*** VERIFICATION SUMMARY ***' TO VER-LINE.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-READ-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'AUDIT RECORDS READ        ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-DAY-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'AUDIT RECORDS ON RUN DATE ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-UNASSIGNED-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING '  WITH NO TRANSACTION ID  ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-SKIPPED-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING '  NOT REPLAYED, TABLE FULL' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-TX-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'TRANSACTIONS REPLAYED     ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-SUPERSEDED-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING '  EARLIER TRAILS REPLACED ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-POSTED-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'POSTINGS ON RUN DATE      ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-VERIFIED-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'VERIFIED                  ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-MISMATCH-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'MISMATCHED                ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-NOREPLAY-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'NOT REPLAYABLE            ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-NOPOST-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'AUDIT WITH NO POSTING     ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.
           MOVE VER-NOAUDIT-COUNT TO VER-COUNT-EDIT.
           MOVE SPACES TO VER-LINE.
           STRING 'POSTING WITH NO AUDIT     ' DELIMITED BY SIZE
                  VER-COUNT-EDIT DELIMITED BY SIZE
                  INTO VER-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-LINE.

       WRITE-VERIFY-LINE.
           IF VER-REPORT-OPEN = 'Y'
               MOVE VER-LINE TO VER-REPORT-RECORD
               WRITE VER-REPORT-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(VER-LINE TRAILING).
