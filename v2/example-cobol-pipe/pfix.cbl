           SELECT PFIX-MACLIB-FILE ASSIGN TO "PFIX.MACLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-MACLIB-STATUS.
           SELECT PFIX-MACPEND-FILE ASSIGN TO "PFIX.MACPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-MACPEND-STATUS.
           SELECT PFIX-REJECTS-FILE ASSIGN TO "PFIX.REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-REJECTS-STATUS.
           SELECT PFIX-TRIMWRK-FILE ASSIGN TO "PFIX.TRIMWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-TRIMWRK-STATUS.
           SELECT PFIX-ROUNDING-FILE ASSIGN TO "PFIX.ROUNDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-ROUNDING-STATUS.
           SELECT PFIX-HISTORY-FILE ASSIGN TO "PFIX.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PFIX-HISTORY-STATUS.
           SELECT PFIX-RESULTS-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 AUDIT-TOKEN        PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-RESULT       PIC ---------9.99999999.
      * Batch input position the operation came from: the open
      * transaction (blank for legacy input and interactive use)
      * and the input record number, so PFIXVER can replay each
      * transaction's trail against its posting.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-TX-ID        PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-RECNO        PIC 9(7).
      * The macro and library version an operation was expanded
      * from, blank for operations keyed or read directly.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-MACRO        PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-MAC-VERSION  PIC 9(3).
      * The run date the operation's transaction posts under, which
      * a run crossing midnight or restarted later keeps; AUDIT-DATE
      * above is the wall-clock date the line was written.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AUDIT-RUN-DATE     PIC 9(8).

      * Macro library file: one record per macro token, grouped by
      * macro name so a whole library can be reloaded sequentially.
      * Each record carries the macro's version and who approved it
      * and when.  Only PFIXAPV writes the live library; a library
      * from before versioning loads as version 0.
       FD  PFIX-MACLIB-FILE.
       01  PFIX-MACLIB-RECORD.
           05 MACLIB-NAME        PIC X(12).
           05 FILLER             PIC X(1).
           05 MACLIB-TOKEN       PIC X(20).
           05 FILLER             PIC X(1).
           05 MACLIB-VERSION     PIC 9(3).
           05 FILLER             PIC X(1).
           05 MACLIB-APPROVER    PIC X(8).
           05 FILLER             PIC X(1).
           05 MACLIB-APPR-DATE   PIC 9(8).

      * Pending macro library: definitions made with 'def' ... 'end'
      * wait here for PFIXAPV to promote or discard them.  One
      * record per token, stamped with the live version the change
      * was made against (0 for a new macro) and when it was made;
      * a definition with no tokens is one record with a blank
      * token and asks for the macro to be withdrawn.
       FD  PFIX-MACPEND-FILE.
       01  PFIX-MACPEND-RECORD.
           05 MACPEND-NAME       PIC X(12).
           05 FILLER             PIC X(1).
           05 MACPEND-TOKEN      PIC X(20).
           05 FILLER             PIC X(1).
           05 MACPEND-BASE-VERSION PIC 9(3).
           05 FILLER             PIC X(1).
           05 MACPEND-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 MACPEND-TIME       PIC 9(8).

      * One record per rejected batch input: input record number, the
      * offending token, a four-character reason code and its text.
      * transaction boundaries every CHECKPOINT=n input records:
      * the number of the last input record folded into the totals,
      * the transaction just closed, the running control totals and
      * the audit-trail record count at that point, and the run date
      * the postings are keyed on.  RESTART=Y in
      * PFIX.CONTROL resumes from it after an abend.  Distinct from
      * PFIX.RESTART, which is the interactive stack checkpoint.
       FD  PFIX-BATCHCKPT-FILE.
           05 BCKPT-REPORT-RECS  PIC 9(9).
           05 FILLER             PIC X(1).
           05 BCKPT-REJECT-RECS  PIC 9(7).
           05 FILLER             PIC X(1).
           05 BCKPT-RUN-DATE     PIC 9(8).
      * Followed by one record per rounding class in use, carrying
      * that class's residue so far, so a resumed run's residue
      * totals pick up where the dead run's left off.
       01  PFIX-BATCHCKPT-RESIDUE.
           05 BCKPT-RES-TAG      PIC X(8).
           05 FILLER             PIC X(1).
           05 BCKPT-RES-PREFIX   PIC X(8).
           05 FILLER             PIC X(1).
           05 BCKPT-RES-INT      PIC S9(8)V9(12).
           05 FILLER             PIC X(1).
           05 BCKPT-RES-FIN      PIC S9(8)V9(12).

      * Scratch copy used to trim PFIX.AUDIT, PFIX.REPORT and
      * PFIX.REJECTS back to the checkpoint on restart, so nothing
      * will be written again as those records are reprocessed) and
      * nothing written before it is lost.
       FD  PFIX-TRIMWRK-FILE.
       01  PFIX-TRIMWRK-RECORD   PIC X(101).

      * Rounding rules by transaction class, one record per class:
      * transaction-ID prefix in columns 1-8, then the intermediate
      * rule and scale in columns 10 and 12 and the final rule and
      * scale in columns 14 and 16.  Rules are H (round half up),
      * E (round half even) or T (truncate); scales run 0 to 8
      * decimals.  The longest matching prefix wins; a prefix of *
      * replaces the default, which is truncation to 8 decimals.
       FD  PFIX-ROUNDING-FILE.
       01  PFIX-ROUNDING-RECORD.
           05 ROUNDING-PREFIX    PIC X(8).
           05 FILLER             PIC X(1).
           05 ROUNDING-INT-MODE  PIC X(1).
           05 FILLER             PIC X(1).
           05 ROUNDING-INT-SCALE PIC X(1).
           05 FILLER             PIC X(1).
           05 ROUNDING-FIN-MODE  PIC X(1).
           05 FILLER             PIC X(1).
           05 ROUNDING-FIN-SCALE PIC X(1).
           05 FILLER             PIC X(64).

      * Permanent run-history ledger, one record appended by every
      * batch run as it ends: run sequence number, start and end
      * stamps, F for a fresh run or R for a restart from
      * PFIX.BATCHCKPT (with the input record it resumed after),
      * input records read by this run, the four control totals as
      * reported, the reject count and the run's return code, then
      * the run date its postings were made under, which a restart
      * keeps from the run it resumed.
      * PFIXEOD reads it for the end-of-day summary.
       FD  PFIX-HISTORY-FILE.
       01  PFIX-HISTORY-RECORD.
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

      * Permanent transaction-results master, one record per closed
      * batch transaction per run date.  A rerun on the same date
           05 RESULTS-TIME       PIC 9(8).
           05 RESULTS-VALUE      PIC ---------9.99999999.
           05 RESULTS-ERROR      PIC X(1).
      * Ledger extract state, maintained by PFIXEXT: the extract that
      * sent the current value (zero while it is still to go), and
      * the earlier value still standing downstream that the next
      * extract must reverse when a rerun replaced it.
           05 RESULTS-EXT-SEQ    PIC 9(6).
           05 RESULTS-SENT-SEQ   PIC 9(6).
           05 RESULTS-SENT-VALUE PIC ---------9.99999999.
           05 RESULTS-SENT-ERROR PIC X(1).

       WORKING-STORAGE SECTION.
       01 HIGH-PRECISION-NUMBER PIC S9(10)V9(8) COMP-3.

       01  CF-BATCH-MODE     PIC X VALUE 'N'.
       01  CF-EOF            PIC X VALUE 'N'.
       01  CF-SETUP-BAD      PIC X VALUE 'N'.

       01  CF-CKPT-INDEX     PIC 9(3).
       01  CF-AUDIT-VALUE    PIC S9(10)V9(8).
       01  CF-REG-INDEX      PIC 9(1).

      * Named macro library: 'def name' starts a definition, 'end'
      * closes it and queues it for approval, and any input naming a
      * live macro replays its tokens through VALIDATE-INPUT one by
      * one.
       01  MACRO-LIBRARY.
           05 MACRO-DEF OCCURS 50 TIMES.
              10 MACRO-NAME        PIC X(12).
              10 MACRO-VERSION     PIC 9(3).
              10 MACRO-TOKEN-COUNT PIC 9(3).
              10 MACRO-TOKEN OCCURS 100 TIMES PIC X(20).
       01  CF-MACRO-COUNT    PIC 9(3) VALUE 0.
       01  CF-MAC-TOKEN-IX   PIC 9(3).
       01  CF-MAC-FOUND      PIC 9(3) VALUE 0.
       01  CF-DEF-ACTIVE     PIC X VALUE 'N'.
       01  CF-MAC-EXPANDING  PIC X VALUE 'N'.
       01  CF-MACRO-PENDING  PIC 9(3) VALUE 0.
       01  CF-EXP-INDEX      PIC 9(3).
       01  CF-SAVED-TOKEN    PIC X(20).

      * An open definition collects into this scratch area and is
      * queued to PFIX.MACPEND only on 'end', so abandoning it with
      * 'quit' leaves nothing pending.
       01  MACRO-SCRATCH.
           05 SCRATCH-TOKEN OCCURS 100 TIMES PIC X(20).
       01  CF-SCRATCH-COUNT  PIC 9(3) VALUE 0.
       01  CF-DEF-NAME       PIC X(12).
       01  CF-DEF-BASE-VERSION PIC 9(3).
       01  CF-MACPEND-DATE   PIC 9(8).
       01  CF-MACPEND-TIME   PIC 9(8).
       01  CF-MACPEND-TOKEN  PIC X(20).

      * Transaction grouping and control totals for batch runs.
       01  CF-INPUT-REC.
       01  CF-HASH-TOTAL     PIC S9(12)V9(8) VALUE 0.
       01  CF-COUNT-EDIT     PIC Z(8)9.
       01  CF-HASH-EDIT      PIC -(12)9.9(8).
       01  CF-RESULTS-FOUND  PIC X.
       01  CF-RESULTS-OLD-VALUE PIC X(19).
       01  CF-RESULTS-OLD-ERROR PIC X(1).
       01  CF-TX-LINE.
           05 TX-LINE-ID     PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 TX-LINE-RESULT PIC ---------9.99999999.

      * Rounding classes from PFIX.ROUNDING.  Entry 1 is the default
      * for transactions no prefix matches, for legacy input and for
      * interactive use.  Operator results are computed to 12
      * decimals and rounded to the class's intermediate scale before
      * they go back on the stack; the closed result is rounded again
      * to the final scale before it is reported and posted.  What
      * each rounding gives up is kept as that class's residue.
       01  CF-ROUNDING-TABLE.
           05 CF-RND-RULE OCCURS 50 TIMES.
              10 CF-RND-PREFIX     PIC X(8).
              10 CF-RND-PREFIX-LEN PIC 9(1).
              10 CF-RND-INT-MODE   PIC X(1).
              10 CF-RND-INT-SCALE  PIC 9(1).
              10 CF-RND-FIN-MODE   PIC X(1).
              10 CF-RND-FIN-SCALE  PIC 9(1).
              10 CF-RND-INT-RESIDUE PIC S9(8)V9(12).
              10 CF-RND-FIN-RESIDUE PIC S9(8)V9(12).
              10 CF-RND-USED       PIC X(1).
       01  CF-RND-COUNT      PIC 9(2) VALUE 1.
       01  CF-RND-ACTIVE     PIC X VALUE 'N'.
       01  CF-RND-CLASS      PIC 9(2) VALUE 1.
       01  CF-RND-IX         PIC 9(2).
       01  CF-RND-IX2        PIC 9(2).
       01  CF-RND-BEST-LEN   PIC 9(1).
       01  CF-RND-EOF        PIC X.
       01  CF-RND-RULE-OK    PIC X.
       01  CF-RND-MODE       PIC X(1).
       01  CF-RND-SCALE      PIC 9(1).
       01  CF-RND-SHIFT      PIC 9(9).
       01  CF-RND-RAW        PIC S9(10)V9(12).
       01  CF-RND-OUT        PIC S9(10)V9(8).
       01  CF-RND-WORK       PIC S9(18)V9(12).
       01  CF-RND-INT        PIC S9(18).
       01  CF-RND-HALF       PIC S9(18).
       01  CF-RND-ODD        PIC S9(1).
       01  CF-RND-FRAC       PIC S9(1)V9(12).
       01  CF-RAW-RESULT     PIC S9(10)V9(12).
       01  CF-RESIDUE-EDIT   PIC -(8)9.9(12).
       01  CF-RESIDUE-EDIT2  PIC -(8)9.9(12).

      * Cross-transaction references.  'ref xxxxxxxx' pushes the
      * result transaction xxxxxxxx closed earlier in this run;
      * 'refp xxxxxxxx' (or 'refp' alone, for the transaction's own
      * ID) pushes that ID's posting on PFIX.RESULTS for the prior
      * date given as REFDATE=yyyymmdd in PFIX.CONTROL.  The batch
      * input is scanned once up front for its transaction IDs in
      * order of appearance and for the 'ref' links between them,
      * so a reference to a transaction still to come is told
      * apart as forward (REFF) or, when the target leads back to
      * the referring transaction, circular (REFC); anything else
      * that cannot be resolved is unresolved (REFU).  An input with
      * more transactions or links than the tables hold is refused
      * before any of it is processed.  The cycle queue holds the
      * target plus every distinct link target, so it cannot fill.
       01  CF-REF-DIRECTORY.
           05 CF-DIR-ID OCCURS 2000 TIMES PIC X(8).
       01  CF-DIR-COUNT      PIC 9(4) VALUE 0.
       01  CF-REF-LINKS.
           05 CF-LINK OCCURS 2000 TIMES.
              10 CF-LINK-FROM PIC X(8).
              10 CF-LINK-TO   PIC X(8).
       01  CF-LINK-COUNT     PIC 9(4) VALUE 0.
       01  CF-CLOSED-TABLE.
           05 CF-CLOSED OCCURS 2000 TIMES.
              10 CF-CLOSED-ID     PIC X(8).
              10 CF-CLOSED-RESULT PIC S9(10)V9(8).
              10 CF-CLOSED-ERROR  PIC X.
       01  CF-CLOSED-COUNT   PIC 9(4) VALUE 0.
       01  CF-REF-QUEUE.
           05 CF-QUEUE-ID OCCURS 2001 TIMES PIC X(8).
       01  CF-QUEUE-COUNT    PIC 9(4).
       01  CF-QUEUE-IX       PIC 9(4).
       01  CF-REF-IX         PIC 9(4).
       01  CF-REF-IX2        PIC 9(4).
       01  CF-REF-TARGET     PIC X(8).
       01  CF-REF-TARGET-POS PIC 9(4).
       01  CF-REF-CURRENT-POS PIC 9(4).
       01  CF-REF-FOUND      PIC X.
       01  CF-REF-CYCLE      PIC X.
       01  CF-REF-SEEN       PIC X.
       01  CF-REF-DATE       PIC 9(8) VALUE 0.
       01  CF-RUN-DATE       PIC 9(8) VALUE 0.
       01  CF-SCAN-EOF       PIC X.

      * Reject handling: every failure site leaves a reason here and
      * batch mode spools it to PFIX.REJECTS with the record number.
       01  CF-REJECT-FLAG    PIC X VALUE 'N'.
       01  CF-BCKPT-AUDIT-COUNT PIC 9(9).
       01  CF-BCKPT-REPORT-RECS PIC 9(9).
       01  CF-BCKPT-REJECT-RECS PIC 9(7).
       01  CF-BCKPT-RUN-DATE    PIC 9(8).
       01  CF-HIST-START-DATE   PIC 9(8) VALUE 0.
       01  CF-HIST-START-TIME   PIC 9(8) VALUE 0.
       01  CF-HIST-RUN-TYPE     PIC X VALUE 'F'.
       01  CF-HIST-LAST-SEQ     PIC 9(7) VALUE 0.
       01  CF-HIST-EOF          PIC X.
       01  CF-CTL-KEYWORD    PIC X(20).
       01  CF-CTL-VALUE      PIC X(20).
       01  CF-CONTROL-EOF    PIC X.
       01  PFIX-AUDIT-STATUS   PIC X(2).
       01  PFIX-MACLIB-STATUS  PIC X(2).
       01  PFIX-REJECTS-STATUS PIC X(2).
       01  PFIX-MACPEND-STATUS PIC X(2).
       01  PFIX-CONTROL-STATUS PIC X(2).
       01  PFIX-RESULTS-STATUS PIC X(2).
       01  PFIX-BATCHCKPT-STATUS PIC X(2).
       01  PFIX-TRIMWRK-STATUS   PIC X(2).
       01  PFIX-ROUNDING-STATUS  PIC X(2).
       01  PFIX-HISTORY-STATUS   PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF CF-BATCH-MODE = 'Y'
               IF CF-SETUP-BAD NOT = 'Y'
                   PERFORM BATCH-MAIN-LOOP
               END-IF
           ELSE
               PERFORM INTERACTIVE-MAIN-LOOP
           END-IF.
              CF-REJECT-COUNT > CF-RC-THRESHOLD
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CF-SETUP-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF CF-BATCH-MODE = 'Y'
               PERFORM WRITE-RUN-HISTORY
           END-IF.
           STOP RUN.

       INITIALIZE-RUN.
           OPEN INPUT PFIX-INPUT-FILE.
           IF PFIX-INPUT-STATUS = '00'
               MOVE 'Y' TO CF-BATCH-MODE
               ACCEPT CF-HIST-START-DATE FROM DATE YYYYMMDD
               ACCEPT CF-HIST-START-TIME FROM TIME
           END-IF.
      * Batch runs always start from an empty stack; only interactive
      * sessions resume from PFIX.RESTART.
      * to the checkpoint and then extends them, where a fresh run
      * rewrites the report and rejects from scratch.
           PERFORM LOAD-CONTROL-SETTINGS.
           PERFORM LOAD-ROUNDING-RULES.
           IF CF-BATCH-MODE = 'Y'
               PERFORM PREPARE-BATCH-RESTART
               PERFORM OPEN-REPORT-FILE
      * cannot leave a stale reject file behind for the scheduler.
               PERFORM OPEN-REJECTS-FILE
               PERFORM OPEN-RESULTS-FILE
               IF CF-RUN-DATE = 0
                   ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
               END-IF
               IF CF-SETUP-BAD NOT = 'Y'
                   PERFORM SCAN-TRANSACTION-REFERENCES
               END-IF
           END-IF.
           OPEN EXTEND PFIX-AUDIT-FILE.
           IF PFIX-AUDIT-STATUS = '00'
                           IF CF-CTL-VALUE(1:1) = 'Y'
                               MOVE 'Y' TO CF-RESTART-MODE
                           END-IF
                       WHEN 'REFDATE'
                           COMPUTE CF-REF-DATE =
                               FUNCTION NUMVAL(CF-CTL-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * -----------------------------------------------------------
      * Rounding rules: the default class is set up first, so a run
      * without PFIX.ROUNDING truncates to 8 decimals as it always
      * has.  A bad rule is reported and left out; a blank line is
      * skipped.  The table must be in place before a restart
      * restores the checkpointed residues into it.
      * -----------------------------------------------------------
       LOAD-ROUNDING-RULES.
           MOVE 1 TO CF-RND-COUNT.
           MOVE 1 TO CF-RND-CLASS.
           MOVE '*' TO CF-RND-PREFIX(1).
           MOVE 0 TO CF-RND-PREFIX-LEN(1).
           MOVE 'T' TO CF-RND-INT-MODE(1).
           MOVE 8 TO CF-RND-INT-SCALE(1).
           MOVE 'T' TO CF-RND-FIN-MODE(1).
           MOVE 8 TO CF-RND-FIN-SCALE(1).
           MOVE 0 TO CF-RND-INT-RESIDUE(1).
           MOVE 0 TO CF-RND-FIN-RESIDUE(1).
           MOVE 'N' TO CF-RND-USED(1).
           OPEN INPUT PFIX-ROUNDING-FILE.
           IF PFIX-ROUNDING-STATUS = '00'
               MOVE 'Y' TO CF-RND-ACTIVE
               MOVE 'N' TO CF-RND-EOF
               PERFORM READ-ROUNDING-RULE
                   UNTIL CF-RND-EOF = 'Y'
               CLOSE PFIX-ROUNDING-FILE
           END-IF.

       READ-ROUNDING-RULE.
           READ PFIX-ROUNDING-FILE
               AT END
                   MOVE 'Y' TO CF-RND-EOF
               NOT AT END
                   IF PFIX-ROUNDING-RECORD NOT = SPACES
                       PERFORM STORE-ROUNDING-RULE
                   END-IF
           END-READ.

       STORE-ROUNDING-RULE.
           MOVE 'Y' TO CF-RND-RULE-OK.
           IF ROUNDING-PREFIX(1:1) = SPACE
               MOVE 'N' TO CF-RND-RULE-OK
           END-IF.
           IF ROUNDING-INT-MODE NOT = 'H' AND
              ROUNDING-INT-MODE NOT = 'E' AND
              ROUNDING-INT-MODE NOT = 'T'
               MOVE 'N' TO CF-RND-RULE-OK
           END-IF.
           IF ROUNDING-FIN-MODE NOT = 'H' AND
              ROUNDING-FIN-MODE NOT = 'E' AND
              ROUNDING-FIN-MODE NOT = 'T'
               MOVE 'N' TO CF-RND-RULE-OK
           END-IF.
           IF ROUNDING-INT-SCALE < '0' OR ROUNDING-INT-SCALE > '8' OR
              ROUNDING-FIN-SCALE < '0' OR ROUNDING-FIN-SCALE > '8'
               MOVE 'N' TO CF-RND-RULE-OK
           END-IF.
           IF CF-RND-RULE-OK = 'N'
               DISPLAY "# Error: invalid rounding rule "
                       PFIX-ROUNDING-RECORD(1:16) " ignored"
           ELSE
               IF ROUNDING-PREFIX = '*'
                   MOVE 1 TO CF-RND-IX
               ELSE
                   MOVE 0 TO CF-RND-IX
                   PERFORM FIND-ROUNDING-PREFIX
                       VARYING CF-RND-IX2 FROM 2 BY 1
                       UNTIL CF-RND-IX2 > CF-RND-COUNT
                          OR CF-RND-IX > 0
                   IF CF-RND-IX = 0
                       IF CF-RND-COUNT >= 50
                           DISPLAY "# Error: rounding table full, "
                                   "rule " ROUNDING-PREFIX " ignored"
                       ELSE
                           ADD 1 TO CF-RND-COUNT
                           MOVE CF-RND-COUNT TO CF-RND-IX
                       END-IF
                   END-IF
               END-IF
               IF CF-RND-IX > 0
                   MOVE ROUNDING-PREFIX TO CF-RND-PREFIX(CF-RND-IX)
                   MOVE ROUNDING-INT-MODE TO CF-RND-INT-MODE(CF-RND-IX)
                   MOVE ROUNDING-INT-SCALE
                       TO CF-RND-INT-SCALE(CF-RND-IX)
                   MOVE ROUNDING-FIN-MODE TO CF-RND-FIN-MODE(CF-RND-IX)
                   MOVE ROUNDING-FIN-SCALE
                       TO CF-RND-FIN-SCALE(CF-RND-IX)
                   MOVE 0 TO CF-RND-INT-RESIDUE(CF-RND-IX)
                   MOVE 0 TO CF-RND-FIN-RESIDUE(CF-RND-IX)
                   MOVE 'N' TO CF-RND-USED(CF-RND-IX)
                   IF CF-RND-IX > 1
                       PERFORM VARYING CF-RND-BEST-LEN FROM 8 BY -1
                               UNTIL CF-RND-BEST-LEN = 1
                                  OR ROUNDING-PREFIX(CF-RND-BEST-LEN:1)
                                     NOT = SPACE
                           CONTINUE
                       END-PERFORM
                       MOVE CF-RND-BEST-LEN
                           TO CF-RND-PREFIX-LEN(CF-RND-IX)
                   END-IF
               END-IF
           END-IF.

      * A prefix given twice keeps its last rule.
       FIND-ROUNDING-PREFIX.
           IF CF-RND-PREFIX(CF-RND-IX2) = ROUNDING-PREFIX
               MOVE CF-RND-IX2 TO CF-RND-IX
           END-IF.

      * -----------------------------------------------------------
      * Batch restart: with RESTART=Y, restore the control totals
      * and input position from PFIX.BATCHCKPT, trim PFIX.AUDIT back
                   MOVE CF-BCKPT-REPORT-RECS TO CF-REPORT-REC-COUNT
                   PERFORM TRIM-REJECTS-FILE
                   MOVE CF-BCKPT-REJECT-RECS TO CF-REJECT-REC-COUNT
      * The resumed run posts under the dead run's date, so a run
      * restarted after midnight still finds its earlier postings.
                   IF CF-BCKPT-RUN-DATE > 0
                       MOVE CF-BCKPT-RUN-DATE TO CF-RUN-DATE
                   END-IF
                   MOVE 'R' TO CF-HIST-RUN-TYPE
                   DISPLAY "# Restarting after input record "
                           CF-BCKPT-RECNO
               ELSE
      * existed fails the numeric test and is treated as unusable.
       LOAD-BATCH-CHECKPOINT.
           MOVE 'N' TO CF-BCKPT-OK.
           MOVE 0 TO CF-BCKPT-RUN-DATE.
           OPEN INPUT PFIX-BATCHCKPT-FILE.
           IF PFIX-BATCHCKPT-STATUS = '00'
               READ PFIX-BATCHCKPT-FILE
                               TO CF-BCKPT-REPORT-RECS
                           MOVE BCKPT-REJECT-RECS
                               TO CF-BCKPT-REJECT-RECS
                           IF BCKPT-RUN-DATE IS NUMERIC
                               MOVE BCKPT-RUN-DATE
                                   TO CF-BCKPT-RUN-DATE
                           END-IF
                       END-IF
               END-READ
               IF CF-BCKPT-OK = 'Y'
                   MOVE 'N' TO CF-TRIM-EOF
                   PERFORM RESTORE-CHECKPOINT-RESIDUE
                       UNTIL CF-TRIM-EOF = 'Y'
               END-IF
               CLOSE PFIX-BATCHCKPT-FILE
           END-IF.

      * Residues go straight back into the rounding table, matched
      * on prefix; a class no longer in PFIX.ROUNDING is dropped.
       RESTORE-CHECKPOINT-RESIDUE.
           READ PFIX-BATCHCKPT-FILE
               AT END
                   MOVE 'Y' TO CF-TRIM-EOF
               NOT AT END
                   IF BCKPT-RES-TAG = 'RESIDUE' AND
                      BCKPT-RES-INT IS NUMERIC AND
                      BCKPT-RES-FIN IS NUMERIC
                       PERFORM VARYING CF-RND-IX FROM 1 BY 1
                               UNTIL CF-RND-IX > CF-RND-COUNT
                           IF CF-RND-PREFIX(CF-RND-IX) =
                              BCKPT-RES-PREFIX
                               MOVE BCKPT-RES-INT
                                   TO CF-RND-INT-RESIDUE(CF-RND-IX)
                               MOVE BCKPT-RES-FIN
                                   TO CF-RND-FIN-RESIDUE(CF-RND-IX)
                               MOVE 'Y' TO CF-RND-USED(CF-RND-IX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       COUNT-AUDIT-RECORDS.
           MOVE 0 TO CF-AUDIT-REC-COUNT.
           OPEN INPUT PFIX-AUDIT-FILE.
                       ADD 1 TO CF-MACRO-COUNT
                       MOVE MACLIB-NAME TO MACRO-NAME(CF-MACRO-COUNT)
                       MOVE 0 TO MACRO-TOKEN-COUNT(CF-MACRO-COUNT)
                       IF MACLIB-VERSION IS NUMERIC
                           MOVE MACLIB-VERSION
                               TO MACRO-VERSION(CF-MACRO-COUNT)
                       ELSE
                           MOVE 0 TO MACRO-VERSION(CF-MACRO-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF CF-MACRO-COUNT > 0 AND
               END-IF
           END-IF.

       RESTORE-CHECKPOINT.
           MOVE 'Y' TO CF-RESTART-OK.
           OPEN INPUT PFIX-RESTART-FILE.
               CLOSE PFIX-INPUT-FILE
               CLOSE PFIX-REPORT-FILE
      * A run that reaches the end leaves an empty checkpoint behind
      * so a leftover RESTART=Y cannot replay a finished run; one
      * stopped by a setup error keeps it for the rerun.
               IF (CF-CKPT-INTERVAL > 0 OR CF-RESTART-MODE = 'Y') AND
                  CF-SETUP-BAD NOT = 'Y'
                   OPEN OUTPUT PFIX-BATCHCKPT-FILE
                   IF PFIX-BATCHCKPT-STATUS = '00'
                       CLOSE PFIX-BATCHCKPT-FILE
           END-IF.
           CLOSE PFIX-AUDIT-FILE.

      * -----------------------------------------------------------
      * Append this batch run to PFIX.HISTORY once its return code
      * is settled.  The run sequence number follows the last one on
      * the ledger; a restart gets its own record and number.
      * -----------------------------------------------------------
       WRITE-RUN-HISTORY.
           MOVE 0 TO CF-HIST-LAST-SEQ.
           OPEN INPUT PFIX-HISTORY-FILE.
           IF PFIX-HISTORY-STATUS = '00'
               MOVE 'N' TO CF-HIST-EOF
               PERFORM UNTIL CF-HIST-EOF = 'Y'
                   READ PFIX-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO CF-HIST-EOF
                       NOT AT END
                           IF HIST-SEQ IS NUMERIC
                               MOVE HIST-SEQ TO CF-HIST-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PFIX-HISTORY-FILE
           END-IF.
           OPEN EXTEND PFIX-HISTORY-FILE.
           IF PFIX-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT PFIX-HISTORY-FILE
           END-IF.
           IF PFIX-HISTORY-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.HISTORY status "
                       PFIX-HISTORY-STATUS
           ELSE
               MOVE SPACES TO PFIX-HISTORY-RECORD
               ADD 1 TO CF-HIST-LAST-SEQ GIVING HIST-SEQ
               MOVE CF-HIST-START-DATE TO HIST-START-DATE
               MOVE CF-HIST-START-TIME TO HIST-START-TIME
               ACCEPT HIST-END-DATE FROM DATE YYYYMMDD
               ACCEPT HIST-END-TIME FROM TIME
               MOVE CF-HIST-RUN-TYPE TO HIST-RUN-TYPE
               IF CF-HIST-RUN-TYPE = 'R'
                   MOVE CF-RESUME-RECNO TO HIST-RESUME-RECNO
               ELSE
                   MOVE 0 TO HIST-RESUME-RECNO
               END-IF
               MOVE CF-RECORD-NUMBER TO HIST-RECORDS-READ
               MOVE CF-TX-READ-COUNT TO HIST-TX-READ
               MOVE CF-TOKEN-COUNT TO HIST-TOKENS
               MOVE CF-TX-ERROR-COUNT TO HIST-TX-ERRORS
               MOVE CF-HASH-TOTAL TO HIST-HASH
               MOVE CF-REJECT-COUNT TO HIST-REJECTS
               MOVE RETURN-CODE TO HIST-RETURN-CODE
               IF CF-RUN-DATE = 0
                   MOVE CF-HIST-START-DATE TO HIST-RUN-DATE
               ELSE
                   MOVE CF-RUN-DATE TO HIST-RUN-DATE
               END-IF
               WRITE PFIX-HISTORY-RECORD
               CLOSE PFIX-HISTORY-FILE
           END-IF.

      * One pass over the batch input before processing starts,
      * collecting transaction IDs in order of first appearance and
      * every 'ref' link between them; the input is then reopened
      * for the run proper.
       SCAN-TRANSACTION-REFERENCES.
           MOVE 0 TO CF-DIR-COUNT.
           MOVE 0 TO CF-LINK-COUNT.
           MOVE 'N' TO CF-SCAN-EOF.
           PERFORM UNTIL CF-SCAN-EOF = 'Y'
               READ PFIX-INPUT-FILE INTO CF-INPUT-REC
                   AT END
                       MOVE 'Y' TO CF-SCAN-EOF
                   NOT AT END
                       IF CF-REC-TX-ID NOT = SPACES AND
                          CF-REC-SEP = SPACE AND
                          CF-REC-TOKEN NOT = SPACES
                           PERFORM SCAN-REFERENCE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PFIX-INPUT-FILE.
           OPEN INPUT PFIX-INPUT-FILE.
           IF PFIX-INPUT-STATUS NOT = '00'
               DISPLAY "# Error: could not reopen PFIX.INPUT status "
                       PFIX-INPUT-STATUS
               MOVE 'Y' TO CF-EOF
               MOVE 'Y' TO CF-SETUP-BAD
           END-IF.
           MOVE SPACES TO CF-INPUT-REC.

       SCAN-REFERENCE-RECORD.
           IF CF-DIR-COUNT = 0 OR
              CF-DIR-ID(CF-DIR-COUNT) NOT = CF-REC-TX-ID
               MOVE CF-REC-TX-ID TO CF-REF-TARGET
               PERFORM FIND-DIRECTORY-ENTRY
               IF CF-REF-TARGET-POS = 0
                   IF CF-DIR-COUNT < 2000
                       ADD 1 TO CF-DIR-COUNT
                       MOVE CF-REC-TX-ID TO CF-DIR-ID(CF-DIR-COUNT)
                   ELSE
                       DISPLAY "# Error: more than 2000 transactions "
                               "in PFIX.INPUT"
                       MOVE 'Y' TO CF-SETUP-BAD
                       MOVE 'Y' TO CF-SCAN-EOF
                   END-IF
               END-IF
           END-IF.
           IF CF-REC-TOKEN(1:4) = 'ref ' AND
              CF-REC-TOKEN(5:1) NOT = SPACE
               IF CF-LINK-COUNT < 2000
                   ADD 1 TO CF-LINK-COUNT
                   MOVE CF-REC-TX-ID TO CF-LINK-FROM(CF-LINK-COUNT)
                   MOVE CF-REC-TOKEN(5:8) TO CF-LINK-TO(CF-LINK-COUNT)
               ELSE
                   DISPLAY "# Error: more than 2000 references "
                           "in PFIX.INPUT"
                   MOVE 'Y' TO CF-SETUP-BAD
                   MOVE 'Y' TO CF-SCAN-EOF
               END-IF
           END-IF.

       FIND-DIRECTORY-ENTRY.
           MOVE 0 TO CF-REF-TARGET-POS.
           PERFORM VARYING CF-REF-IX FROM 1 BY 1
                   UNTIL CF-REF-IX > CF-DIR-COUNT
                      OR CF-REF-TARGET-POS > 0
               IF CF-DIR-ID(CF-REF-IX) = CF-REF-TARGET
                   MOVE CF-REF-IX TO CF-REF-TARGET-POS
               END-IF
           END-PERFORM.

       INTERACTIVE-MAIN-LOOP.
           PERFORM UNTIL CF-INPUT-STRING = 'quit'
               IF CF-DEBUG = 'Y'
      * new file and reopens it I-O straight away, so the REWRITE
      * taken when a same-day duplicate key shows up is legal on the
      * very first run too.
      * Only a master that does not exist yet is created; any other
      * failure (a master still in an older record layout, say)
      * stops the run rather than overwrite the posting history.
       OPEN-RESULTS-FILE.
           OPEN I-O PFIX-RESULTS-FILE.
           EVALUATE PFIX-RESULTS-STATUS
               WHEN '00'
                   MOVE 'Y' TO PFIX-RESULTS-OPEN
               WHEN '35'
                   OPEN OUTPUT PFIX-RESULTS-FILE
                   IF PFIX-RESULTS-STATUS = '00'
                       CLOSE PFIX-RESULTS-FILE
                       OPEN I-O PFIX-RESULTS-FILE
                       IF PFIX-RESULTS-STATUS = '00'
                           MOVE 'Y' TO PFIX-RESULTS-OPEN
                       ELSE
                           DISPLAY "# Error: could not reopen "
                                   "PFIX.RESULTS status "
                                   PFIX-RESULTS-STATUS
                           MOVE 'Y' TO CF-SETUP-BAD
                       END-IF
                   ELSE
                       DISPLAY "# Error: could not open PFIX.RESULTS "
                               "status " PFIX-RESULTS-STATUS
                       MOVE 'Y' TO CF-SETUP-BAD
                   END-IF
               WHEN OTHER
                   DISPLAY "# Error: could not open PFIX.RESULTS "
                           "status " PFIX-RESULTS-STATUS
                   MOVE 'Y' TO CF-SETUP-BAD
           END-EVALUATE.

      * A resumed run extends the trimmed reject file so the
      * pre-checkpoint rejects stay on it.
               IF CF-REC-TX-ID NOT = CF-TX-CURRENT
                   PERFORM CLOSE-TRANSACTION
                   MOVE CF-REC-TX-ID TO CF-TX-CURRENT
                   PERFORM SELECT-ROUNDING-CLASS
                   MOVE 'Y' TO CF-TX-OPEN
                   MOVE 'N' TO CF-TX-ERROR-FLAG
                   MOVE 1 TO STACKPTR
                   PERFORM CLOSE-TRANSACTION
                   MOVE 1 TO STACKPTR
               END-IF
               MOVE 1 TO CF-RND-CLASS
               MOVE CF-INPUT-REC(1:20) TO CF-INPUT-STRING
           END-IF.

               ELSE
                   MOVE 0 TO CF-TX-RESULT
               END-IF
               PERFORM APPLY-FINAL-ROUNDING
               MOVE CF-TX-CURRENT TO TX-LINE-ID
               MOVE CF-TX-RESULT TO TX-LINE-RESULT
               IF PFIX-REPORT-OPEN = 'Y'
                   ADD 1 TO CF-REPORT-REC-COUNT
               END-IF
               PERFORM POST-RESULTS-RECORD
               PERFORM RECORD-CLOSED-RESULT
               COMPUTE CF-HASH-TOTAL = FUNCTION MOD(
                   CF-HASH-TOTAL + CF-TX-RESULT, 1000000000000)
               IF CF-TX-ERROR-FLAG = 'Y'
               MOVE SPACES TO CF-TX-CURRENT
           END-IF.

      * Keep each closed result for 'ref' tokens later in the run;
      * an ID closed twice keeps its latest result.
       RECORD-CLOSED-RESULT.
           MOVE 0 TO CF-REF-IX2.
           PERFORM VARYING CF-REF-IX FROM 1 BY 1
                   UNTIL CF-REF-IX > CF-CLOSED-COUNT
                      OR CF-REF-IX2 > 0
               IF CF-CLOSED-ID(CF-REF-IX) = CF-TX-CURRENT
                   MOVE CF-REF-IX TO CF-REF-IX2
               END-IF
           END-PERFORM.
           IF CF-REF-IX2 = 0 AND CF-CLOSED-COUNT < 2000
               ADD 1 TO CF-CLOSED-COUNT
               MOVE CF-CLOSED-COUNT TO CF-REF-IX2
           END-IF.
           IF CF-REF-IX2 > 0
               MOVE CF-TX-CURRENT TO CF-CLOSED-ID(CF-REF-IX2)
               MOVE CF-TX-RESULT TO CF-CLOSED-RESULT(CF-REF-IX2)
               MOVE CF-TX-ERROR-FLAG TO CF-CLOSED-ERROR(CF-REF-IX2)
           END-IF.

      * Close and re-extend the batch outputs before the checkpoint
      * record is written, so everything the checkpoint counts is on
      * disk even if the run dies the instant after.
               MOVE CF-HASH-TOTAL TO BCKPT-HASH
               MOVE CF-AUDIT-REC-COUNT TO BCKPT-AUDIT-COUNT
               MOVE CF-REPORT-REC-COUNT TO BCKPT-REPORT-RECS
               MOVE CF-RUN-DATE TO BCKPT-RUN-DATE
               MOVE CF-REJECT-REC-COUNT TO BCKPT-REJECT-RECS
               WRITE PFIX-BATCHCKPT-RECORD
               PERFORM VARYING CF-RND-IX FROM 1 BY 1
                       UNTIL CF-RND-IX > CF-RND-COUNT
                   IF CF-RND-USED(CF-RND-IX) = 'Y'
                       MOVE SPACES TO PFIX-BATCHCKPT-RESIDUE
                       MOVE 'RESIDUE' TO BCKPT-RES-TAG
                       MOVE CF-RND-PREFIX(CF-RND-IX) TO BCKPT-RES-PREFIX
                       MOVE CF-RND-INT-RESIDUE(CF-RND-IX)
                           TO BCKPT-RES-INT
                       MOVE CF-RND-FIN-RESIDUE(CF-RND-IX)
                           TO BCKPT-RES-FIN
                       WRITE PFIX-BATCHCKPT-RESIDUE
                   END-IF
               END-PERFORM
               CLOSE PFIX-BATCHCKPT-FILE
               MOVE CF-TX-LAST-RECNO TO CF-CKPT-LAST-RECNO
           END-IF.
           IF PFIX-RESULTS-OPEN = 'Y'
               MOVE SPACES TO PFIX-RESULTS-RECORD
               MOVE CF-TX-CURRENT TO RESULTS-TX-ID
               MOVE CF-RUN-DATE TO RESULTS-DATE
               MOVE 'N' TO CF-RESULTS-FOUND
               READ PFIX-RESULTS-FILE
                   INVALID KEY
                       MOVE SPACES TO PFIX-RESULTS-RECORD
                       MOVE CF-TX-CURRENT TO RESULTS-TX-ID
                       MOVE CF-RUN-DATE TO RESULTS-DATE
      * Nothing sent yet: the sent value and error stay blank.
                       MOVE 0 TO RESULTS-EXT-SEQ
                       MOVE 0 TO RESULTS-SENT-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO CF-RESULTS-FOUND
                       MOVE RESULTS-VALUE TO CF-RESULTS-OLD-VALUE
                       MOVE RESULTS-ERROR TO CF-RESULTS-OLD-ERROR
               END-READ
               ACCEPT RESULTS-TIME FROM TIME
               MOVE CF-TX-RESULT TO RESULTS-VALUE
               MOVE CF-TX-ERROR-FLAG TO RESULTS-ERROR
               IF CF-RESULTS-FOUND = 'Y'
                   PERFORM CARRY-EXTRACT-STATE
                   REWRITE PFIX-RESULTS-RECORD
                       INVALID KEY
                           DISPLAY "# Error: could not post "
                                   RESULTS-TX-ID " status "
                                   PFIX-RESULTS-STATUS
                   END-REWRITE
               ELSE
                   WRITE PFIX-RESULTS-RECORD
                       INVALID KEY
                           DISPLAY "# Error: could not post "
                                   RESULTS-TX-ID " status "
                                   PFIX-RESULTS-STATUS
                   END-WRITE
               END-IF
           END-IF.

      * A replaced posting that already went out on a ledger extract
      * is queued again, remembering what was sent so the next
      * extract can reverse it; an identical re-posting leaves the
      * sent state alone, so a same-day rerun that changes nothing
      * sends nothing.
       CARRY-EXTRACT-STATE.
           IF RESULTS-EXT-SEQ > 0
               IF RESULTS-VALUE NOT = CF-RESULTS-OLD-VALUE OR
                  RESULTS-ERROR NOT = CF-RESULTS-OLD-ERROR
                   MOVE RESULTS-EXT-SEQ TO RESULTS-SENT-SEQ
                   MOVE CF-RESULTS-OLD-VALUE TO RESULTS-SENT-VALUE
                   MOVE CF-RESULTS-OLD-ERROR TO RESULTS-SENT-ERROR
                   MOVE 0 TO RESULTS-EXT-SEQ
               END-IF
           END-IF.

       WRITE-CONTROL-TOTALS.
                      INTO PFIX-REPORT-RECORD
               END-STRING
               WRITE PFIX-REPORT-RECORD
               IF CF-RND-ACTIVE = 'Y'
                   PERFORM WRITE-ROUNDING-RESIDUE
                       VARYING CF-RND-IX FROM 1 BY 1
                       UNTIL CF-RND-IX > CF-RND-COUNT
               END-IF
           END-IF.

      * One line per rounding class that saw a result this run: what
      * intermediate and final rounding took off (negative where it
      * added on), so the class's posted totals reconcile to the
      * unrounded figures.
       WRITE-ROUNDING-RESIDUE.
           IF CF-RND-USED(CF-RND-IX) = 'Y'
               MOVE CF-RND-INT-RESIDUE(CF-RND-IX) TO CF-RESIDUE-EDIT
               MOVE CF-RND-FIN-RESIDUE(CF-RND-IX) TO CF-RESIDUE-EDIT2
               MOVE SPACES TO PFIX-REPORT-RECORD
               STRING 'ROUNDING RESIDUE ' DELIMITED BY SIZE
                      CF-RND-PREFIX(CF-RND-IX) DELIMITED BY SIZE
                      ' INT ' DELIMITED BY SIZE
                      CF-RESIDUE-EDIT DELIMITED BY SIZE
                      ' FIN ' DELIMITED BY SIZE
                      CF-RESIDUE-EDIT2 DELIMITED BY SIZE
                      INTO PFIX-REPORT-RECORD
               END-STRING
               WRITE PFIX-REPORT-RECORD
           END-IF.

       VALIDATE-INPUT.
               WHEN CF-INPUT-STRING(1:4) = 'def '
                   DISPLAY "# Error: Invalid input " CF-INPUT-STRING
                   MOVE 'N' TO CF-VALID-INPUT
               WHEN CF-INPUT-STRING(1:4) = 'ref ' AND
                    CF-INPUT-STRING(5:1) NOT = SPACE AND
                    CF-INPUT-STRING(13:8) = SPACES
                   CONTINUE
               WHEN CF-INPUT-STRING = 'refp'
                   CONTINUE
               WHEN CF-INPUT-STRING(1:5) = 'refp ' AND
                    CF-INPUT-STRING(6:1) NOT = SPACE AND
                    CF-INPUT-STRING(14:7) = SPACES
                   CONTINUE
               WHEN CF-INPUT-STRING(1:4) = 'ref ' OR
                    CF-INPUT-STRING(1:5) = 'refp '
                   DISPLAY "# Error: Invalid input " CF-INPUT-STRING
                   MOVE 'N' TO CF-VALID-INPUT
               WHEN OTHER
                   PERFORM CHECK-MACRO-OR-NUMERIC
           END-EVALUATE.
               WHEN CF-INPUT-STRING = 'dump'
                   PERFORM CAPTURE-DIAGNOSTIC-DUMP
                   CONTINUE
      * A clear empties the stack mid-transaction, so it is audited
      * like any operation for the trail to replay to the posting.
               WHEN CF-INPUT-STRING = 'clear'
                   MOVE 1 to STACKPTR
                   MOVE 0 to CF-DISPLAY-RESULT
                   PERFORM SAVE-CHECKPOINT
                   MOVE 0 TO CF-AUDIT-VALUE
                   PERFORM WRITE-AUDIT-RECORD
               WHEN CF-INPUT-STRING = 'quit'
                   CONTINUE
               WHEN CF-INPUT-STRING = '+' OR CF-INPUT-STRING = '-' OR
                   END-IF
               WHEN CF-INPUT-STRING(1:4) = 'def '
                   PERFORM START-MACRO-DEFINITION
               WHEN CF-INPUT-STRING(1:4) = 'ref ' OR
                    CF-INPUT-STRING = 'refp' OR
                    CF-INPUT-STRING(1:5) = 'refp '
                   PERFORM RESOLVE-REFERENCE
                   IF CF-PUSH-OK = 'Y'
                       MOVE CF-NUM TO CF-AUDIT-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM FIND-MACRO
                   IF CF-MAC-FOUND > 0
                   END-IF
           END-EVALUATE.

      * Queue the completed definition on PFIX.MACPEND for PFIXAPV,
      * stamped with the live version it replaces.  The live library
      * and this session's copy of it are not changed; the new
      * definition takes effect once it is promoted.
       COMMIT-MACRO-DEFINITION.
           MOVE 0 TO CF-DEF-BASE-VERSION.
           PERFORM VARYING CF-MAC-INDEX FROM 1 BY 1
                   UNTIL CF-MAC-INDEX > CF-MACRO-COUNT
               IF MACRO-NAME(CF-MAC-INDEX) = CF-DEF-NAME
                   MOVE MACRO-VERSION(CF-MAC-INDEX)
                       TO CF-DEF-BASE-VERSION
               END-IF
           END-PERFORM.
           OPEN EXTEND PFIX-MACPEND-FILE.
           IF PFIX-MACPEND-STATUS NOT = '00'
               OPEN OUTPUT PFIX-MACPEND-FILE
           END-IF.
           IF PFIX-MACPEND-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIX.MACPEND status "
                       PFIX-MACPEND-STATUS
           ELSE
               ACCEPT CF-MACPEND-DATE FROM DATE YYYYMMDD
               ACCEPT CF-MACPEND-TIME FROM TIME
               IF CF-SCRATCH-COUNT = 0
                   MOVE SPACES TO CF-MACPEND-TOKEN
                   PERFORM WRITE-MACPEND-RECORD
               END-IF
               PERFORM VARYING CF-MAC-TOKEN-IX FROM 1 BY 1
                       UNTIL CF-MAC-TOKEN-IX > CF-SCRATCH-COUNT
                   MOVE SCRATCH-TOKEN(CF-MAC-TOKEN-IX)
                       TO CF-MACPEND-TOKEN
                   PERFORM WRITE-MACPEND-RECORD
               END-PERFORM
               CLOSE PFIX-MACPEND-FILE
               DISPLAY "# Macro " CF-DEF-NAME
                       " queued for approval"
           END-IF.

       WRITE-MACPEND-RECORD.
           MOVE SPACES TO PFIX-MACPEND-RECORD.
           MOVE CF-DEF-NAME TO MACPEND-NAME.
           MOVE CF-MACPEND-TOKEN TO MACPEND-TOKEN.
           MOVE CF-DEF-BASE-VERSION TO MACPEND-BASE-VERSION.
           MOVE CF-MACPEND-DATE TO MACPEND-DATE.
           MOVE CF-MACPEND-TIME TO MACPEND-TIME.
           WRITE PFIX-MACPEND-RECORD.

      * Replay the named macro as if its tokens had been keyed in,
      * each one validated through VALIDATE-INPUT.  Macros may not
      * invoke other macros.
               MOVE SPACES TO PFIX-AUDIT-RECORD
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               IF CF-RUN-DATE = 0
                   MOVE AUDIT-DATE TO AUDIT-RUN-DATE
               ELSE
                   MOVE CF-RUN-DATE TO AUDIT-RUN-DATE
               END-IF
               MOVE CF-INPUT-STRING TO AUDIT-TOKEN
               MOVE CF-AUDIT-VALUE TO AUDIT-RESULT
               MOVE CF-TX-CURRENT TO AUDIT-TX-ID
               MOVE CF-RECORD-NUMBER TO AUDIT-RECNO
               IF CF-MAC-EXPANDING = 'Y'
                   MOVE MACRO-NAME(CF-EXP-INDEX) TO AUDIT-MACRO
                   MOVE MACRO-VERSION(CF-EXP-INDEX) TO AUDIT-MAC-VERSION
               END-IF
               WRITE PFIX-AUDIT-RECORD
               ADD 1 TO CF-AUDIT-REC-COUNT
           END-IF.
               PERFORM POP2-FROM-STACK
               EVALUATE CF-INPUT-STRING
                   WHEN "+"
                       COMPUTE CF-RAW-RESULT = CF-NUM2 + CF-NUM1
                           ON SIZE ERROR
                               DISPLAY "# Error: Overflow in operation"
                               MOVE 'N' TO CF-OPERATION-OK
                               PERFORM CAPTURE-DIAGNOSTIC-DUMP
                       END-COMPUTE
                   WHEN "-"
                       COMPUTE CF-RAW-RESULT = CF-NUM2 - CF-NUM1
                           ON SIZE ERROR
                               DISPLAY "# Error: Overflow in operation"
                               MOVE 'N' TO CF-OPERATION-OK
                               PERFORM CAPTURE-DIAGNOSTIC-DUMP
                       END-COMPUTE
                   WHEN "*"
                       COMPUTE CF-RAW-RESULT = CF-NUM2 * CF-NUM1
                           ON SIZE ERROR
                               DISPLAY "# Error: Overflow in operation"
                               MOVE 'N' TO CF-OPERATION-OK
                               TO CF-REJECT-TEXT
                           PERFORM RESTORE-OPERANDS
                       ELSE
                           COMPUTE CF-RAW-RESULT = CF-NUM2 / CF-NUM1
                               ON SIZE ERROR
                                   DISPLAY "# Error: Overflow in "
                                           "operation"
                               TO CF-REJECT-TEXT
                           PERFORM RESTORE-OPERANDS
                       ELSE
                           COMPUTE CF-RAW-RESULT =
                               FUNCTION MOD(CF-NUM2, CF-NUM1)
                       END-IF
                   WHEN "^"
                       COMPUTE CF-RAW-RESULT = CF-NUM2 ** CF-NUM1
                           ON SIZE ERROR
                               DISPLAY "# Error: Overflow in operation"
                               MOVE 'N' TO CF-OPERATION-OK
                       END-COMPUTE
               END-EVALUATE
               IF CF-OPERATION-OK = 'Y'
                   PERFORM APPLY-INTERMEDIATE-ROUNDING
                   PERFORM PUSH-TO-STACK
               END-IF
           END-IF.

      * -----------------------------------------------------------
      * Round an operator result to the transaction class's
      * intermediate scale, and the closed transaction result to its
      * final scale, keeping what each rounding gives up as the
      * class's residue for the control totals.
      * -----------------------------------------------------------
       APPLY-INTERMEDIATE-ROUNDING.
           MOVE CF-RAW-RESULT TO CF-RND-RAW.
           MOVE CF-RND-INT-MODE(CF-RND-CLASS) TO CF-RND-MODE.
           MOVE CF-RND-INT-SCALE(CF-RND-CLASS) TO CF-RND-SCALE.
           PERFORM ROUND-TO-SCALE.
           MOVE CF-RND-OUT TO CF-RESULT.
           COMPUTE CF-RND-INT-RESIDUE(CF-RND-CLASS) =
               CF-RND-INT-RESIDUE(CF-RND-CLASS)
               + CF-RND-RAW - CF-RND-OUT.
           MOVE 'Y' TO CF-RND-USED(CF-RND-CLASS).

       APPLY-FINAL-ROUNDING.
           MOVE CF-TX-RESULT TO CF-RND-RAW.
           MOVE CF-RND-FIN-MODE(CF-RND-CLASS) TO CF-RND-MODE.
           MOVE CF-RND-FIN-SCALE(CF-RND-CLASS) TO CF-RND-SCALE.
           PERFORM ROUND-TO-SCALE.
           MOVE CF-RND-OUT TO CF-TX-RESULT.
           COMPUTE CF-RND-FIN-RESIDUE(CF-RND-CLASS) =
               CF-RND-FIN-RESIDUE(CF-RND-CLASS)
               + CF-RND-RAW - CF-RND-OUT.
           MOVE 'Y' TO CF-RND-USED(CF-RND-CLASS).

      * CF-RND-RAW to CF-RND-SCALE decimals under rule CF-RND-MODE,
      * into CF-RND-OUT.  Halves round away from zero under H and to
      * the even neighbour under E; T simply drops the digits.  A
      * result that would round out of range is truncated instead.
       ROUND-TO-SCALE.
           COMPUTE CF-RND-SHIFT = 10 ** CF-RND-SCALE.
           COMPUTE CF-RND-WORK = CF-RND-RAW * CF-RND-SHIFT.
           MOVE CF-RND-WORK TO CF-RND-INT.
           COMPUTE CF-RND-FRAC = CF-RND-WORK - CF-RND-INT.
           EVALUATE CF-RND-MODE
               WHEN 'H'
                   IF CF-RND-FRAC >= 0.5
                       ADD 1 TO CF-RND-INT
                   END-IF
                   IF CF-RND-FRAC <= -0.5
                       SUBTRACT 1 FROM CF-RND-INT
                   END-IF
               WHEN 'E'
                   DIVIDE CF-RND-INT BY 2 GIVING CF-RND-HALF
                       REMAINDER CF-RND-ODD
                   IF CF-RND-FRAC > 0.5 OR
                      (CF-RND-FRAC = 0.5 AND CF-RND-ODD NOT = 0)
                       ADD 1 TO CF-RND-INT
                   END-IF
                   IF CF-RND-FRAC < -0.5 OR
                      (CF-RND-FRAC = -0.5 AND CF-RND-ODD NOT = 0)
                       SUBTRACT 1 FROM CF-RND-INT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE CF-RND-OUT = CF-RND-INT / CF-RND-SHIFT
               ON SIZE ERROR
                   MOVE CF-RND-RAW TO CF-RND-OUT
           END-COMPUTE.

      * Pick the rounding class for the transaction just opened: the
      * longest prefix in the table that the ID starts with, else
      * the default.
       SELECT-ROUNDING-CLASS.
           MOVE 1 TO CF-RND-CLASS.
           MOVE 0 TO CF-RND-BEST-LEN.
           PERFORM VARYING CF-RND-IX FROM 2 BY 1
                   UNTIL CF-RND-IX > CF-RND-COUNT
               IF CF-RND-PREFIX-LEN(CF-RND-IX) > CF-RND-BEST-LEN AND
                  CF-TX-CURRENT(1:CF-RND-PREFIX-LEN(CF-RND-IX)) =
                  CF-RND-PREFIX(CF-RND-IX)
                      (1:CF-RND-PREFIX-LEN(CF-RND-IX))
                   MOVE CF-RND-IX TO CF-RND-CLASS
                   MOVE CF-RND-PREFIX-LEN(CF-RND-IX) TO CF-RND-BEST-LEN
               END-IF
           END-PERFORM.

       RESTORE-OPERANDS.
           IF STACKPTR > 100
               DISPLAY "# Error: Stack overflow"
                   ADD 1 TO STACKPTR
                   PERFORM SAVE-CHECKPOINT
               ELSE
                   COMPUTE CF-RAW-RESULT = FUNCTION SQRT(CF-NUM1)
                   PERFORM APPLY-INTERMEDIATE-ROUNDING
                   PERFORM PUSH-TO-STACK
               END-IF
           END-IF.

      * -----------------------------------------------------------
      * Resolve a 'ref' or 'refp' token to a value and push it, or
      * leave a REFU / REFF / REFC reject.  Only batch runs have
      * transactions and the results master to resolve against.
      * -----------------------------------------------------------
       RESOLVE-REFERENCE.
           MOVE 'N' TO CF-PUSH-OK.
           MOVE 'N' TO CF-REF-FOUND.
           IF CF-BATCH-MODE NOT = 'Y'
               DISPLAY "# Error: References need a batch run"
               MOVE 'REFU' TO CF-REJECT-REASON
               MOVE 'NO BATCH RUN TO RESOLVE AGAINST' TO CF-REJECT-TEXT
               MOVE 'Y' TO CF-REJECT-FLAG
           ELSE
               IF CF-INPUT-STRING = 'refp' OR
                  CF-INPUT-STRING(1:5) = 'refp '
                   PERFORM RESOLVE-PRIOR-REFERENCE
               ELSE
                   PERFORM RESOLVE-RUN-REFERENCE
               END-IF
           END-IF.
           IF CF-REF-FOUND = 'Y'
               PERFORM PUSH-TO-STACK
           END-IF.

      * A reference to this run: self and cyclic links first, then a
      * result already closed, then a target still to come; a target
      * the scan saw earlier but not closed in this process was
      * closed before a restart and is read back from today's
      * posting.
       RESOLVE-RUN-REFERENCE.
           MOVE CF-INPUT-STRING(5:8) TO CF-REF-TARGET.
           IF CF-TX-OPEN = 'Y' AND CF-REF-TARGET = CF-TX-CURRENT
               PERFORM REJECT-CIRCULAR-REFERENCE
           ELSE
               PERFORM TRACE-REFERENCE-CYCLE
               IF CF-REF-CYCLE = 'Y'
                   PERFORM REJECT-CIRCULAR-REFERENCE
               ELSE
                   PERFORM FIND-CLOSED-RESULT
                   IF CF-REF-SEEN = 'N'
                       PERFORM CLASSIFY-UNCLOSED-REFERENCE
                   END-IF
               END-IF
           END-IF.

       FIND-CLOSED-RESULT.
           MOVE 'N' TO CF-REF-SEEN.
           PERFORM VARYING CF-REF-IX FROM 1 BY 1
                   UNTIL CF-REF-IX > CF-CLOSED-COUNT
                      OR CF-REF-SEEN = 'Y'
               IF CF-CLOSED-ID(CF-REF-IX) = CF-REF-TARGET
                   MOVE 'Y' TO CF-REF-SEEN
                   IF CF-CLOSED-ERROR(CF-REF-IX) = 'Y'
                       PERFORM REJECT-REFERENCE-IN-ERROR
                   ELSE
                       MOVE CF-CLOSED-RESULT(CF-REF-IX) TO CF-NUM
                       MOVE 'Y' TO CF-REF-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-UNCLOSED-REFERENCE.
           PERFORM FIND-DIRECTORY-ENTRY.
           MOVE CF-REF-TARGET-POS TO CF-REF-IX2.
           MOVE CF-TX-CURRENT TO CF-REF-TARGET.
           PERFORM FIND-DIRECTORY-ENTRY.
           MOVE CF-REF-TARGET-POS TO CF-REF-CURRENT-POS.
           MOVE CF-INPUT-STRING(5:8) TO CF-REF-TARGET.
           MOVE CF-REF-IX2 TO CF-REF-TARGET-POS.
           EVALUATE TRUE
      * Not in this run: a correction rerun referring back to a
      * transaction posted by an earlier run today reads its posting.
               WHEN CF-REF-TARGET-POS = 0
                   MOVE CF-REF-TARGET TO RESULTS-TX-ID
                   MOVE CF-RUN-DATE TO RESULTS-DATE
                   PERFORM READ-REFERENCED-POSTING
               WHEN CF-REF-TARGET-POS > CF-REF-CURRENT-POS
                   DISPLAY "# Error: Forward reference "
                           CF-INPUT-STRING
                   MOVE 'REFF' TO CF-REJECT-REASON
                   MOVE 'FORWARD REFERENCE' TO CF-REJECT-TEXT
                   MOVE 'Y' TO CF-REJECT-FLAG
               WHEN OTHER
                   MOVE CF-REF-TARGET TO RESULTS-TX-ID
                   MOVE CF-RUN-DATE TO RESULTS-DATE
                   PERFORM READ-REFERENCED-POSTING
           END-EVALUATE.

      * Follow the 'ref' links out of the target; reaching the
      * transaction that holds this reference closes a cycle.  The
      * queue doubles as the visited list.
       TRACE-REFERENCE-CYCLE.
           MOVE 'N' TO CF-REF-CYCLE.
           MOVE 1 TO CF-QUEUE-COUNT.
           MOVE CF-REF-TARGET TO CF-QUEUE-ID(1).
           PERFORM VARYING CF-QUEUE-IX FROM 1 BY 1
                   UNTIL CF-QUEUE-IX > CF-QUEUE-COUNT
                      OR CF-REF-CYCLE = 'Y'
               PERFORM FOLLOW-REFERENCE-LINKS
                   VARYING CF-REF-IX FROM 1 BY 1
                   UNTIL CF-REF-IX > CF-LINK-COUNT
                      OR CF-REF-CYCLE = 'Y'
           END-PERFORM.

       FOLLOW-REFERENCE-LINKS.
           IF CF-LINK-FROM(CF-REF-IX) = CF-QUEUE-ID(CF-QUEUE-IX)
               IF CF-LINK-TO(CF-REF-IX) = CF-TX-CURRENT AND
                  CF-TX-OPEN = 'Y'
                   MOVE 'Y' TO CF-REF-CYCLE
               ELSE
                   MOVE 'N' TO CF-REF-SEEN
                   PERFORM VARYING CF-REF-IX2 FROM 1 BY 1
                           UNTIL CF-REF-IX2 > CF-QUEUE-COUNT
                              OR CF-REF-SEEN = 'Y'
                       IF CF-QUEUE-ID(CF-REF-IX2) =
                          CF-LINK-TO(CF-REF-IX)
                           MOVE 'Y' TO CF-REF-SEEN
                       END-IF
                   END-PERFORM
                   IF CF-REF-SEEN = 'N' AND CF-QUEUE-COUNT < 2001
                       ADD 1 TO CF-QUEUE-COUNT
                       MOVE CF-LINK-TO(CF-REF-IX)
                           TO CF-QUEUE-ID(CF-QUEUE-COUNT)
                   END-IF
               END-IF
           END-IF.

      * A reference to a prior business date reads the master for
      * that date; the date must be stated and must be before today.
       RESOLVE-PRIOR-REFERENCE.
           IF CF-INPUT-STRING = 'refp' OR
              CF-INPUT-STRING(6:8) = SPACES
               MOVE CF-TX-CURRENT TO CF-REF-TARGET
           ELSE
               MOVE CF-INPUT-STRING(6:8) TO CF-REF-TARGET
           END-IF.
           EVALUATE TRUE
               WHEN CF-REF-DATE = 0 OR CF-REF-DATE >= CF-RUN-DATE
                   DISPLAY "# Error: No prior REFDATE for "
                           CF-INPUT-STRING
                   MOVE 'REFU' TO CF-REJECT-REASON
                   MOVE 'NO PRIOR REFDATE SET' TO CF-REJECT-TEXT
                   MOVE 'Y' TO CF-REJECT-FLAG
               WHEN CF-REF-TARGET = SPACES
                   PERFORM REJECT-UNRESOLVED-REFERENCE
               WHEN OTHER
                   MOVE CF-REF-TARGET TO RESULTS-TX-ID
                   MOVE CF-REF-DATE TO RESULTS-DATE
                   PERFORM READ-REFERENCED-POSTING
           END-EVALUATE.

       READ-REFERENCED-POSTING.
           IF PFIX-RESULTS-OPEN = 'N'
               PERFORM REJECT-UNRESOLVED-REFERENCE
           ELSE
               READ PFIX-RESULTS-FILE
                   INVALID KEY
                       PERFORM REJECT-UNRESOLVED-REFERENCE
                   NOT INVALID KEY
                       IF RESULTS-ERROR = 'Y'
                           PERFORM REJECT-REFERENCE-IN-ERROR
                       ELSE
                           MOVE RESULTS-VALUE TO CF-NUM
                           MOVE 'Y' TO CF-REF-FOUND
                       END-IF
               END-READ
           END-IF.

       REJECT-UNRESOLVED-REFERENCE.
           DISPLAY "# Error: Unresolved reference " CF-INPUT-STRING.
           MOVE 'REFU' TO CF-REJECT-REASON.
           MOVE 'UNRESOLVED REFERENCE' TO CF-REJECT-TEXT.
           MOVE 'Y' TO CF-REJECT-FLAG.

       REJECT-REFERENCE-IN-ERROR.
           DISPLAY "# Error: Referenced result in error "
                   CF-INPUT-STRING.
           MOVE 'REFU' TO CF-REJECT-REASON.
           MOVE 'REFERENCED RESULT IN ERROR' TO CF-REJECT-TEXT.
           MOVE 'Y' TO CF-REJECT-FLAG.

       REJECT-CIRCULAR-REFERENCE.
           DISPLAY "# Error: Circular reference " CF-INPUT-STRING.
           MOVE 'REFC' TO CF-REJECT-REASON.
           MOVE 'CIRCULAR REFERENCE' TO CF-REJECT-TEXT.
           MOVE 'Y' TO CF-REJECT-FLAG.

       STORE-REGISTER.
           MOVE 'Y' TO CF-STORE-OK.
           MOVE CF-INPUT-STRING(5:1) TO CF-REG-INDEX.
