       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXAPV.
       AUTHOR. who.

      * Change control for the PFIX macro library.  PFIX queues every
      * 'def' ... 'end' on PFIX.MACPEND instead of changing the live
      * library PFIX.MACLIB.  PFIXAPV lists each pending change
      * against the live version of the macro, token by token, and
      * applies the approver's decision from PFIXAPV.CONTROL:
      *   APPROVER=userid    who is deciding; required for any
      *                      PROMOTE or DISCARD
      *   PROMOTE=name       make the pending definition live as the
      *                      next version of the macro, stamped with
      *                      the approver and today's date
      *   DISCARD=name       drop the pending definition
      * A change with no decision is held on PFIX.MACPEND for a later
      * run.  When a macro has been changed more than once since the
      * last approval run, only the latest change is kept and the
      * earlier ones are listed as superseded.  A definition with no
      * tokens withdraws the macro when promoted.  The version a
      * promotion replaces, or a withdrawal removes, is added to the
      * history file PFIX.MACHIST with the date it was retired and
      * by whom, so every prior version is retained.  A withdrawn
      * macro defined again carries on from the highest version on
      * the history, so no version number is ever used twice for a
      * name.  The listing goes to PFIXAPV.REPORT.
      * Return code 4 when a change is held or a decision names no
      * pending change, 16 when a library cannot be read or written
      * or a decision is given without an approver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APV-MACLIB-FILE ASSIGN TO "PFIX.MACLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-MACLIB-STATUS.
           SELECT APV-MACPEND-FILE ASSIGN TO "PFIX.MACPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-MACPEND-STATUS.
           SELECT APV-MACHIST-FILE ASSIGN TO "PFIX.MACHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-MACHIST-STATUS.
           SELECT APV-CONTROL-FILE ASSIGN TO "PFIXAPV.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-CONTROL-STATUS.
           SELECT APV-REPORT-FILE ASSIGN TO "PFIXAPV.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layouts PFIX reads and writes.
       FD  APV-MACLIB-FILE.
       01  APV-MACLIB-RECORD.
           05 APV-MACLIB-NAME    PIC X(12).
           05 FILLER             PIC X(1).
           05 APV-MACLIB-TOKEN   PIC X(20).
           05 FILLER             PIC X(1).
           05 APV-MACLIB-VERSION PIC 9(3).
           05 FILLER             PIC X(1).
           05 APV-MACLIB-APPROVER PIC X(8).
           05 FILLER             PIC X(1).
           05 APV-MACLIB-APPR-DATE PIC 9(8).

       FD  APV-MACPEND-FILE.
       01  APV-MACPEND-RECORD.
           05 APV-MACPEND-NAME   PIC X(12).
           05 FILLER             PIC X(1).
           05 APV-MACPEND-TOKEN  PIC X(20).
           05 FILLER             PIC X(1).
           05 APV-MACPEND-BASE-VERSION PIC 9(3).
           05 FILLER             PIC X(1).
           05 APV-MACPEND-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 APV-MACPEND-TIME   PIC 9(8).

      * Retired versions: the live library record as it stood, then
      * the date it was retired and the approver who retired it.
       FD  APV-MACHIST-FILE.
       01  APV-MACHIST-RECORD.
           05 APV-MACHIST-NAME   PIC X(12).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-TOKEN  PIC X(20).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-VERSION PIC 9(3).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-APPROVER PIC X(8).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-APPR-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-RETIRED PIC 9(8).
           05 FILLER             PIC X(1).
           05 APV-MACHIST-RETIRED-BY PIC X(8).

       FD  APV-CONTROL-FILE.
       01  APV-CONTROL-RECORD    PIC X(80).

       FD  APV-REPORT-FILE.
       01  APV-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  APV-CTL-KEYWORD   PIC X(20).
       01  APV-CTL-VALUE     PIC X(20).
       01  APV-CONTROL-EOF   PIC X.
       01  APV-MACLIB-EOF    PIC X.
       01  APV-MACPEND-EOF   PIC X.
       01  APV-MACHIST-EOF   PIC X.
       01  APV-APPROVER      PIC X(8) VALUE SPACES.
       01  APV-RUN-DATE      PIC 9(8).

      * Decisions from PFIXAPV.CONTROL: P promote, D discard.
       01  APV-DECISION-TABLE.
           05 APV-DECISION OCCURS 50 TIMES.
              10 APV-DEC-NAME    PIC X(12).
              10 APV-DEC-ACTION  PIC X(1).
              10 APV-DEC-USED    PIC X(1).
       01  APV-DEC-COUNT     PIC 9(3) VALUE 0.
       01  APV-DEC-IX        PIC 9(3).
       01  APV-DEC-FOUND     PIC 9(3).

      * The live library, same shape and limits as PFIX's
      * MACRO-LIBRARY.  A withdrawn macro is marked and left out
      * when the library is written back.
       01  APV-LIVE-LIBRARY.
           05 APV-LIVE OCCURS 50 TIMES.
              10 APV-LIVE-NAME     PIC X(12).
              10 APV-LIVE-VERSION  PIC 9(3).
              10 APV-LIVE-APPROVER PIC X(8).
              10 APV-LIVE-DATE     PIC 9(8).
              10 APV-LIVE-WITHDRAWN PIC X(1).
              10 APV-LIVE-COUNT    PIC 9(3).
              10 APV-LIVE-TOKEN OCCURS 100 TIMES PIC X(20).
       01  APV-LIVE-TOTAL    PIC 9(3) VALUE 0.
       01  APV-LIVE-IX       PIC 9(3).

      * The highest version of each macro name on PFIX.MACHIST.
       01  APV-HIST-TABLE.
           05 APV-HIST OCCURS 500 TIMES.
              10 APV-HIST-NAME     PIC X(12).
              10 APV-HIST-TOP      PIC 9(3).
       01  APV-HIST-TOTAL    PIC 9(3) VALUE 0.
       01  APV-HIST-IX       PIC 9(3).
       01  APV-HIST-FOUND    PIC 9(3).

      * The pending changes, the latest per macro name; each change
      * is one run of records with the same name and time stamp.
       01  APV-PEND-LIBRARY.
           05 APV-PEND OCCURS 50 TIMES.
              10 APV-PEND-NAME     PIC X(12).
              10 APV-PEND-BASE     PIC 9(3).
              10 APV-PEND-DATE     PIC 9(8).
              10 APV-PEND-TIME     PIC 9(8).
              10 APV-PEND-STATE    PIC X(1).
              10 APV-PEND-COUNT    PIC 9(3).
              10 APV-PEND-TOKEN OCCURS 100 TIMES PIC X(20).
       01  APV-PEND-TOTAL    PIC 9(3) VALUE 0.
       01  APV-PEND-IX       PIC 9(3).
       01  APV-CUR-PEND      PIC 9(3) VALUE 0.
       01  APV-FIND-NAME     PIC X(12).
       01  APV-FOUND-IX      PIC 9(3).

       01  APV-TOK-IX        PIC 9(3).
       01  APV-TOK-MAX       PIC 9(3).
       01  APV-LIVE-TOK      PIC X(20).
       01  APV-PEND-TOK      PIC X(20).
       01  APV-MARK          PIC X(8).
       01  APV-NEW-VERSION   PIC 9(3).

       01  APV-PROMOTED-COUNT   PIC 9(3) VALUE 0.
       01  APV-WITHDRAWN-COUNT  PIC 9(3) VALUE 0.
       01  APV-DISCARDED-COUNT  PIC 9(3) VALUE 0.
       01  APV-HELD-COUNT       PIC 9(3) VALUE 0.
       01  APV-SUPERSEDED-COUNT PIC 9(3) VALUE 0.
       01  APV-UNMATCHED-COUNT  PIC 9(3) VALUE 0.
       01  APV-RETIRED-COUNT    PIC 9(5) VALUE 0.

       01  APV-LINE          PIC X(80).
       01  APV-COUNT-EDIT    PIC Z(4)9.
       01  APV-TOK-EDIT      PIC Z(2)9.
       01  APV-SETUP-BAD     PIC X VALUE 'N'.
       01  APV-LIBRARY-CHANGED PIC X VALUE 'N'.
       01  APV-PENDING-CHANGED PIC X VALUE 'N'.
       01  APV-MACHIST-OPEN  PIC X VALUE 'N'.

       01  APV-MACLIB-STATUS  PIC X(2).
       01  APV-MACPEND-STATUS PIC X(2).
       01  APV-MACHIST-STATUS PIC X(2).
       01  APV-CONTROL-STATUS PIC X(2).
       01  APV-REPORT-STATUS  PIC X(2).
       01  APV-REPORT-OPEN    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT APV-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-APPROVAL-CONTROL.
           PERFORM OPEN-APPROVAL-REPORT.
           PERFORM LOAD-LIVE-LIBRARY.
           IF APV-SETUP-BAD = 'N'
               PERFORM LOAD-MACRO-HISTORY
           END-IF.
           IF APV-SETUP-BAD = 'N'
               PERFORM LOAD-PENDING-LIBRARY
           END-IF.
           IF APV-SETUP-BAD = 'N'
               PERFORM REVIEW-PENDING-CHANGE
                   VARYING APV-PEND-IX FROM 1 BY 1
                   UNTIL APV-PEND-IX > APV-PEND-TOTAL
               PERFORM LIST-UNMATCHED-DECISION
                   VARYING APV-DEC-IX FROM 1 BY 1
                   UNTIL APV-DEC-IX > APV-DEC-COUNT
               IF APV-MACHIST-OPEN = 'Y'
                   CLOSE APV-MACHIST-FILE
               END-IF
           END-IF.
      * History first, then the live library, then the pending
      * library: a retired version is on file before anything that
      * replaced it.
           IF APV-SETUP-BAD = 'N' AND APV-LIBRARY-CHANGED = 'Y'
               PERFORM SAVE-LIVE-LIBRARY
           END-IF.
           IF APV-SETUP-BAD = 'N' AND APV-PENDING-CHANGED = 'Y'
               PERFORM SAVE-PENDING-LIBRARY
           END-IF.
           PERFORM WRITE-APPROVAL-SUMMARY.
           IF APV-REPORT-OPEN = 'Y'
               CLOSE APV-REPORT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN APV-SETUP-BAD = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN APV-HELD-COUNT > 0 OR APV-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       LOAD-APPROVAL-CONTROL.
           OPEN INPUT APV-CONTROL-FILE.
           IF APV-CONTROL-STATUS = '00'
               MOVE 'N' TO APV-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL APV-CONTROL-EOF = 'Y'
               CLOSE APV-CONTROL-FILE
           END-IF.
           IF APV-DEC-COUNT > 0 AND APV-APPROVER = SPACES
               DISPLAY "# Error: PROMOTE or DISCARD given without "
                       "APPROVER"
               MOVE 'Y' TO APV-SETUP-BAD
           END-IF.

       READ-CONTROL-RECORD.
           READ APV-CONTROL-FILE
               AT END
                   MOVE 'Y' TO APV-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO APV-CTL-KEYWORD
                   MOVE SPACES TO APV-CTL-VALUE
                   UNSTRING APV-CONTROL-RECORD DELIMITED BY '='
                       INTO APV-CTL-KEYWORD APV-CTL-VALUE
                   END-UNSTRING
                   EVALUATE APV-CTL-KEYWORD
                       WHEN 'APPROVER'
                           MOVE APV-CTL-VALUE TO APV-APPROVER
                       WHEN 'PROMOTE'
                           PERFORM STORE-DECISION
                           IF APV-DEC-FOUND > 0
                               MOVE 'P' TO APV-DEC-ACTION(APV-DEC-FOUND)
                           END-IF
                       WHEN 'DISCARD'
                           PERFORM STORE-DECISION
                           IF APV-DEC-FOUND > 0
                               MOVE 'D' TO APV-DEC-ACTION(APV-DEC-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A second decision for the same macro replaces the first.
       STORE-DECISION.
           MOVE APV-CTL-VALUE TO APV-FIND-NAME.
           PERFORM FIND-DECISION.
           IF APV-DEC-FOUND = 0
               IF APV-DEC-COUNT < 50
                   ADD 1 TO APV-DEC-COUNT
                   MOVE APV-DEC-COUNT TO APV-DEC-FOUND
                   MOVE APV-FIND-NAME TO APV-DEC-NAME(APV-DEC-FOUND)
                   MOVE 'N' TO APV-DEC-USED(APV-DEC-FOUND)
               ELSE
                   DISPLAY "# Error: more than 50 decisions, "
                           APV-FIND-NAME " ignored"
               END-IF
           END-IF.

       FIND-DECISION.
           MOVE 0 TO APV-DEC-FOUND.
           PERFORM VARYING APV-DEC-IX FROM 1 BY 1
                   UNTIL APV-DEC-IX > APV-DEC-COUNT
                      OR APV-DEC-FOUND > 0
               IF APV-DEC-NAME(APV-DEC-IX) = APV-FIND-NAME
                   MOVE APV-DEC-IX TO APV-DEC-FOUND
               END-IF
           END-PERFORM.

       OPEN-APPROVAL-REPORT.
           OPEN OUTPUT APV-REPORT-FILE.
           IF APV-REPORT-STATUS = '00'
               MOVE 'Y' TO APV-REPORT-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXAPV.REPORT "
                       "status " APV-REPORT-STATUS
           END-IF.
           MOVE SPACES TO APV-LINE.
           STRING 'PFIX MACRO CHANGE APPROVAL  RUN DATE '
                      DELIMITED BY SIZE
                  APV-RUN-DATE DELIMITED BY SIZE
                  '  APPROVER ' DELIMITED BY SIZE
                  APV-APPROVER DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

      * -----------------------------------------------------------
      * The live library, read the way PFIX's LOAD-MACRO-LIBRARY
      * reads it.  No library yet is an empty library.
      * -----------------------------------------------------------
       LOAD-LIVE-LIBRARY.
           OPEN INPUT APV-MACLIB-FILE.
           EVALUATE APV-MACLIB-STATUS
               WHEN '00'
                   MOVE 'N' TO APV-MACLIB-EOF
                   PERFORM READ-LIVE-RECORD
                       UNTIL APV-MACLIB-EOF = 'Y'
                   CLOSE APV-MACLIB-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "# Error: could not open PFIX.MACLIB status "
                           APV-MACLIB-STATUS
                   MOVE 'Y' TO APV-SETUP-BAD
           END-EVALUATE.

       READ-LIVE-RECORD.
           READ APV-MACLIB-FILE
               AT END
                   MOVE 'Y' TO APV-MACLIB-EOF
               NOT AT END
                   PERFORM STORE-LIVE-RECORD
           END-READ.

       STORE-LIVE-RECORD.
           IF APV-MACLIB-NAME NOT = SPACES
               IF APV-LIVE-TOTAL = 0 OR
                  APV-MACLIB-NAME NOT = APV-LIVE-NAME(APV-LIVE-TOTAL)
                   IF APV-LIVE-TOTAL < 50
                       ADD 1 TO APV-LIVE-TOTAL
                       MOVE APV-LIVE-TOTAL TO APV-LIVE-IX
                       MOVE APV-MACLIB-NAME
                           TO APV-LIVE-NAME(APV-LIVE-IX)
                       MOVE 'N' TO APV-LIVE-WITHDRAWN(APV-LIVE-IX)
                       MOVE 0 TO APV-LIVE-COUNT(APV-LIVE-IX)
                       IF APV-MACLIB-VERSION IS NUMERIC
                           MOVE APV-MACLIB-VERSION
                               TO APV-LIVE-VERSION(APV-LIVE-IX)
                       ELSE
                           MOVE 0 TO APV-LIVE-VERSION(APV-LIVE-IX)
                       END-IF
                       MOVE APV-MACLIB-APPROVER
                           TO APV-LIVE-APPROVER(APV-LIVE-IX)
                       IF APV-MACLIB-APPR-DATE IS NUMERIC
                           MOVE APV-MACLIB-APPR-DATE
                               TO APV-LIVE-DATE(APV-LIVE-IX)
                       ELSE
                           MOVE 0 TO APV-LIVE-DATE(APV-LIVE-IX)
                       END-IF
                   END-IF
               END-IF
               IF APV-LIVE-TOTAL > 0 AND
                  APV-MACLIB-NAME = APV-LIVE-NAME(APV-LIVE-TOTAL) AND
                  APV-LIVE-COUNT(APV-LIVE-TOTAL) < 100
                   ADD 1 TO APV-LIVE-COUNT(APV-LIVE-TOTAL)
                   MOVE APV-MACLIB-TOKEN TO
                       APV-LIVE-TOKEN(APV-LIVE-TOTAL,
                           APV-LIVE-COUNT(APV-LIVE-TOTAL))
               END-IF
           END-IF.

      * -----------------------------------------------------------
      * Note the highest retired version of every macro name, so a
      * withdrawn macro that is defined again continues its numbering.
      * -----------------------------------------------------------
       LOAD-MACRO-HISTORY.
           OPEN INPUT APV-MACHIST-FILE.
           EVALUATE APV-MACHIST-STATUS
               WHEN '00'
                   MOVE 'N' TO APV-MACHIST-EOF
                   PERFORM READ-HISTORY-RECORD
                       UNTIL APV-MACHIST-EOF = 'Y'
                   CLOSE APV-MACHIST-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "# Error: could not open PFIX.MACHIST "
                           "status " APV-MACHIST-STATUS
                   MOVE 'Y' TO APV-SETUP-BAD
           END-EVALUATE.

       READ-HISTORY-RECORD.
           READ APV-MACHIST-FILE
               AT END
                   MOVE 'Y' TO APV-MACHIST-EOF
               NOT AT END
                   IF APV-MACHIST-NAME NOT = SPACES AND
                      APV-MACHIST-VERSION IS NUMERIC
                       PERFORM STORE-HISTORY-VERSION
                   END-IF
           END-READ.

       STORE-HISTORY-VERSION.
           MOVE APV-MACHIST-NAME TO APV-FIND-NAME.
           PERFORM FIND-HISTORY-NAME.
           IF APV-HIST-FOUND = 0
               IF APV-HIST-TOTAL < 500
                   ADD 1 TO APV-HIST-TOTAL
                   MOVE APV-HIST-TOTAL TO APV-HIST-FOUND
                   MOVE APV-MACHIST-NAME
                       TO APV-HIST-NAME(APV-HIST-FOUND)
                   MOVE 0 TO APV-HIST-TOP(APV-HIST-FOUND)
               ELSE
                   DISPLAY "# Error: too many macro names on "
                           "PFIX.MACHIST"
                   MOVE 'Y' TO APV-SETUP-BAD
                   MOVE 'Y' TO APV-MACHIST-EOF
               END-IF
           END-IF.
           IF APV-HIST-FOUND > 0
               IF APV-MACHIST-VERSION > APV-HIST-TOP(APV-HIST-FOUND)
                   MOVE APV-MACHIST-VERSION
                       TO APV-HIST-TOP(APV-HIST-FOUND)
               END-IF
           END-IF.

       FIND-HISTORY-NAME.
           MOVE 0 TO APV-HIST-FOUND.
           PERFORM VARYING APV-HIST-IX FROM 1 BY 1
                   UNTIL APV-HIST-IX > APV-HIST-TOTAL
                      OR APV-HIST-FOUND > 0
               IF APV-HIST-NAME(APV-HIST-IX) = APV-FIND-NAME
                   MOVE APV-HIST-IX TO APV-HIST-FOUND
               END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * The pending library.  A new run of records starts when the
      * name or the time stamp changes; a later change to a macro
      * already in the table takes its place.
      * -----------------------------------------------------------
       LOAD-PENDING-LIBRARY.
           OPEN INPUT APV-MACPEND-FILE.
           EVALUATE APV-MACPEND-STATUS
               WHEN '00'
                   MOVE 'N' TO APV-MACPEND-EOF
                   PERFORM READ-PENDING-RECORD
                       UNTIL APV-MACPEND-EOF = 'Y'
                   CLOSE APV-MACPEND-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "# Error: could not open PFIX.MACPEND "
                           "status " APV-MACPEND-STATUS
                   MOVE 'Y' TO APV-SETUP-BAD
           END-EVALUATE.

       READ-PENDING-RECORD.
           READ APV-MACPEND-FILE
               AT END
                   MOVE 'Y' TO APV-MACPEND-EOF
               NOT AT END
                   IF APV-MACPEND-NAME NOT = SPACES
                       PERFORM STORE-PENDING-RECORD
                   END-IF
           END-READ.

       STORE-PENDING-RECORD.
           IF APV-CUR-PEND = 0
               PERFORM START-PENDING-CHANGE
           ELSE
               IF APV-MACPEND-NAME NOT = APV-PEND-NAME(APV-CUR-PEND) OR
                  APV-MACPEND-DATE NOT = APV-PEND-DATE(APV-CUR-PEND) OR
                  APV-MACPEND-TIME NOT = APV-PEND-TIME(APV-CUR-PEND)
                   PERFORM START-PENDING-CHANGE
               END-IF
           END-IF.
           IF APV-CUR-PEND > 0 AND APV-MACPEND-TOKEN NOT = SPACES
               IF APV-PEND-COUNT(APV-CUR-PEND) < 100
                   ADD 1 TO APV-PEND-COUNT(APV-CUR-PEND)
                   MOVE APV-MACPEND-TOKEN TO
                       APV-PEND-TOKEN(APV-CUR-PEND,
                           APV-PEND-COUNT(APV-CUR-PEND))
               END-IF
           END-IF.

       START-PENDING-CHANGE.
           MOVE APV-MACPEND-NAME TO APV-FIND-NAME.
           MOVE 0 TO APV-FOUND-IX.
           PERFORM VARYING APV-PEND-IX FROM 1 BY 1
                   UNTIL APV-PEND-IX > APV-PEND-TOTAL
                      OR APV-FOUND-IX > 0
               IF APV-PEND-NAME(APV-PEND-IX) = APV-FIND-NAME
                   MOVE APV-PEND-IX TO APV-FOUND-IX
               END-IF
           END-PERFORM.
           IF APV-FOUND-IX > 0
               PERFORM LIST-SUPERSEDED-CHANGE
           ELSE
               IF APV-PEND-TOTAL < 50
                   ADD 1 TO APV-PEND-TOTAL
                   MOVE APV-PEND-TOTAL TO APV-FOUND-IX
               ELSE
                   DISPLAY "# Error: more than 50 pending changes, "
                           APV-FIND-NAME " left pending"
               END-IF
           END-IF.
           MOVE APV-FOUND-IX TO APV-CUR-PEND.
           IF APV-CUR-PEND > 0
               MOVE APV-MACPEND-NAME TO APV-PEND-NAME(APV-CUR-PEND)
               IF APV-MACPEND-BASE-VERSION IS NUMERIC
                   MOVE APV-MACPEND-BASE-VERSION
                       TO APV-PEND-BASE(APV-CUR-PEND)
               ELSE
                   MOVE 0 TO APV-PEND-BASE(APV-CUR-PEND)
               END-IF
               MOVE APV-MACPEND-DATE TO APV-PEND-DATE(APV-CUR-PEND)
               MOVE APV-MACPEND-TIME TO APV-PEND-TIME(APV-CUR-PEND)
               MOVE 'H' TO APV-PEND-STATE(APV-CUR-PEND)
               MOVE 0 TO APV-PEND-COUNT(APV-CUR-PEND)
           ELSE
               MOVE 'Y' TO APV-SETUP-BAD
           END-IF.

       LIST-SUPERSEDED-CHANGE.
           ADD 1 TO APV-SUPERSEDED-COUNT.
           MOVE 'Y' TO APV-PENDING-CHANGED.
           MOVE SPACES TO APV-LINE.
           STRING 'SUPERSEDED ' DELIMITED BY SIZE
                  APV-PEND-NAME(APV-FOUND-IX) DELIMITED BY SIZE
                  ' MADE ' DELIMITED BY SIZE
                  APV-PEND-DATE(APV-FOUND-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APV-PEND-TIME(APV-FOUND-IX) DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

      * -----------------------------------------------------------
      * One pending change: list it against the live macro, then
      * promote, discard or hold it.
      * -----------------------------------------------------------
       REVIEW-PENDING-CHANGE.
           MOVE APV-PEND-NAME(APV-PEND-IX) TO APV-FIND-NAME.
           PERFORM FIND-LIVE-MACRO.
           MOVE SPACES TO APV-LINE.
           STRING 'PENDING ' DELIMITED BY SIZE
                  APV-PEND-NAME(APV-PEND-IX) DELIMITED BY SIZE
                  ' MADE ' DELIMITED BY SIZE
                  APV-PEND-DATE(APV-PEND-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APV-PEND-TIME(APV-PEND-IX) DELIMITED BY SIZE
                  ' AGAINST VERSION ' DELIMITED BY SIZE
                  APV-PEND-BASE(APV-PEND-IX) DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE SPACES TO APV-LINE.
           IF APV-LIVE-IX = 0
               PERFORM FIND-HISTORY-NAME
               IF APV-HIST-FOUND = 0
                   MOVE '  NEW MACRO, NOT IN THE LIVE LIBRARY'
                       TO APV-LINE
               ELSE
                   STRING '  NOT IN THE LIVE LIBRARY, LAST RETIRED '
                              DELIMITED BY SIZE
                          'AS VERSION ' DELIMITED BY SIZE
                          APV-HIST-TOP(APV-HIST-FOUND)
                              DELIMITED BY SIZE
                          INTO APV-LINE
                   END-STRING
               END-IF
           ELSE
               STRING '  LIVE VERSION ' DELIMITED BY SIZE
                      APV-LIVE-VERSION(APV-LIVE-IX) DELIMITED BY SIZE
                      ' APPROVED BY ' DELIMITED BY SIZE
                      APV-LIVE-APPROVER(APV-LIVE-IX) DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      APV-LIVE-DATE(APV-LIVE-IX) DELIMITED BY SIZE
                      INTO APV-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-APPROVAL-LINE.
           IF APV-LIVE-IX > 0
               IF APV-LIVE-VERSION(APV-LIVE-IX) NOT =
                  APV-PEND-BASE(APV-PEND-IX)
                   MOVE '  NOTE: LIVE VERSION CHANGED SINCE THIS EDIT'
                       TO APV-LINE
                   PERFORM WRITE-APPROVAL-LINE
               END-IF
           END-IF.
           PERFORM LIST-TOKEN-COMPARISON.
           PERFORM FIND-DECISION.
           IF APV-DEC-FOUND = 0 OR APV-SETUP-BAD = 'Y'
               PERFORM HOLD-PENDING-CHANGE
           ELSE
               MOVE 'Y' TO APV-DEC-USED(APV-DEC-FOUND)
               IF APV-DEC-ACTION(APV-DEC-FOUND) = 'P'
                   PERFORM PROMOTE-PENDING-CHANGE
               ELSE
                   PERFORM DISCARD-PENDING-CHANGE
               END-IF
           END-IF.

       FIND-LIVE-MACRO.
           MOVE 0 TO APV-FOUND-IX.
           PERFORM VARYING APV-LIVE-IX FROM 1 BY 1
                   UNTIL APV-LIVE-IX > APV-LIVE-TOTAL
                      OR APV-FOUND-IX > 0
               IF APV-LIVE-NAME(APV-LIVE-IX) = APV-FIND-NAME AND
                  APV-LIVE-WITHDRAWN(APV-LIVE-IX) = 'N'
                   MOVE APV-LIVE-IX TO APV-FOUND-IX
               END-IF
           END-PERFORM.
           MOVE APV-FOUND-IX TO APV-LIVE-IX.

      * Live and pending token side by side, marked where they
      * differ; an empty pending definition withdraws the macro.
       LIST-TOKEN-COMPARISON.
           MOVE APV-PEND-COUNT(APV-PEND-IX) TO APV-TOK-MAX.
           IF APV-LIVE-IX > 0
               IF APV-LIVE-COUNT(APV-LIVE-IX) > APV-TOK-MAX
                   MOVE APV-LIVE-COUNT(APV-LIVE-IX) TO APV-TOK-MAX
               END-IF
           END-IF.
           IF APV-PEND-COUNT(APV-PEND-IX) = 0
               MOVE '  EMPTY DEFINITION, WITHDRAWS THE MACRO'
                   TO APV-LINE
               PERFORM WRITE-APPROVAL-LINE
           END-IF.
           IF APV-TOK-MAX > 0
               MOVE SPACES TO APV-LINE
               STRING '  TOKEN  LIVE                  '
                          DELIMITED BY SIZE
                      'PENDING' DELIMITED BY SIZE
                      INTO APV-LINE
               END-STRING
               PERFORM WRITE-APPROVAL-LINE
           END-IF.
           PERFORM LIST-ONE-TOKEN
               VARYING APV-TOK-IX FROM 1 BY 1
               UNTIL APV-TOK-IX > APV-TOK-MAX.

       LIST-ONE-TOKEN.
           MOVE SPACES TO APV-LIVE-TOK.
           MOVE SPACES TO APV-PEND-TOK.
           IF APV-LIVE-IX > 0
               IF APV-TOK-IX <= APV-LIVE-COUNT(APV-LIVE-IX)
                   MOVE APV-LIVE-TOKEN(APV-LIVE-IX, APV-TOK-IX)
                       TO APV-LIVE-TOK
               END-IF
           END-IF.
           IF APV-TOK-IX <= APV-PEND-COUNT(APV-PEND-IX)
               MOVE APV-PEND-TOKEN(APV-PEND-IX, APV-TOK-IX)
                   TO APV-PEND-TOK
           END-IF.
           EVALUATE TRUE
               WHEN APV-LIVE-IX = 0
                   MOVE SPACES TO APV-MARK
               WHEN APV-TOK-IX > APV-LIVE-COUNT(APV-LIVE-IX)
                   MOVE 'ADDED' TO APV-MARK
               WHEN APV-TOK-IX > APV-PEND-COUNT(APV-PEND-IX)
                   MOVE 'REMOVED' TO APV-MARK
               WHEN APV-LIVE-TOK NOT = APV-PEND-TOK
                   MOVE 'CHANGED' TO APV-MARK
               WHEN OTHER
                   MOVE SPACES TO APV-MARK
           END-EVALUATE.
           MOVE APV-TOK-IX TO APV-TOK-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING '  ' DELIMITED BY SIZE
                  APV-TOK-EDIT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  APV-LIVE-TOK DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  APV-PEND-TOK DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  APV-MARK DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

      * The live version being replaced goes to the history first;
      * a new macro starts at version 1, and one withdrawn earlier
      * at the version after its last on the history.  Promoting an
      * empty definition withdraws the macro from the live library.
       PROMOTE-PENDING-CHANGE.
           IF APV-PEND-COUNT(APV-PEND-IX) = 0
               PERFORM WITHDRAW-LIVE-MACRO
           ELSE
               IF APV-LIVE-IX = 0
                   IF APV-LIVE-TOTAL < 50
                       ADD 1 TO APV-LIVE-TOTAL
                       MOVE APV-LIVE-TOTAL TO APV-LIVE-IX
                       MOVE APV-PEND-NAME(APV-PEND-IX)
                           TO APV-LIVE-NAME(APV-LIVE-IX)
                       MOVE 'N' TO APV-LIVE-WITHDRAWN(APV-LIVE-IX)
                       MOVE APV-PEND-NAME(APV-PEND-IX) TO APV-FIND-NAME
                       PERFORM FIND-HISTORY-NAME
                       IF APV-HIST-FOUND = 0
                           MOVE 0 TO APV-LIVE-VERSION(APV-LIVE-IX)
                       ELSE
                           MOVE APV-HIST-TOP(APV-HIST-FOUND)
                               TO APV-LIVE-VERSION(APV-LIVE-IX)
                       END-IF
                   END-IF
               ELSE
                   PERFORM RETIRE-LIVE-VERSION
               END-IF
               IF APV-LIVE-IX = 0
                   MOVE '  HELD, LIVE LIBRARY FULL' TO APV-LINE
                   PERFORM WRITE-APPROVAL-LINE
                   MOVE 'H' TO APV-PEND-STATE(APV-PEND-IX)
                   ADD 1 TO APV-HELD-COUNT
               ELSE
                   PERFORM INSTALL-PENDING-TOKENS
               END-IF
           END-IF.

       INSTALL-PENDING-TOKENS.
           COMPUTE APV-NEW-VERSION =
               APV-LIVE-VERSION(APV-LIVE-IX) + 1.
           MOVE APV-NEW-VERSION TO APV-LIVE-VERSION(APV-LIVE-IX).
           MOVE APV-APPROVER TO APV-LIVE-APPROVER(APV-LIVE-IX).
           MOVE APV-RUN-DATE TO APV-LIVE-DATE(APV-LIVE-IX).
           MOVE APV-PEND-COUNT(APV-PEND-IX)
               TO APV-LIVE-COUNT(APV-LIVE-IX).
           PERFORM VARYING APV-TOK-IX FROM 1 BY 1
                   UNTIL APV-TOK-IX > APV-PEND-COUNT(APV-PEND-IX)
               MOVE APV-PEND-TOKEN(APV-PEND-IX, APV-TOK-IX)
                   TO APV-LIVE-TOKEN(APV-LIVE-IX, APV-TOK-IX)
           END-PERFORM.
           MOVE 'P' TO APV-PEND-STATE(APV-PEND-IX).
           MOVE 'Y' TO APV-LIBRARY-CHANGED.
           MOVE 'Y' TO APV-PENDING-CHANGED.
           ADD 1 TO APV-PROMOTED-COUNT.
           MOVE SPACES TO APV-LINE.
           STRING '  PROMOTED AS VERSION ' DELIMITED BY SIZE
                  APV-NEW-VERSION DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  APV-APPROVER DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  APV-RUN-DATE DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

       WITHDRAW-LIVE-MACRO.
           IF APV-LIVE-IX > 0
               PERFORM RETIRE-LIVE-VERSION
               MOVE 'Y' TO APV-LIVE-WITHDRAWN(APV-LIVE-IX)
               MOVE 'Y' TO APV-LIBRARY-CHANGED
               ADD 1 TO APV-WITHDRAWN-COUNT
               MOVE SPACES TO APV-LINE
               STRING '  WITHDRAWN BY ' DELIMITED BY SIZE
                      APV-APPROVER DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      APV-RUN-DATE DELIMITED BY SIZE
                      INTO APV-LINE
               END-STRING
           ELSE
               ADD 1 TO APV-DISCARDED-COUNT
               MOVE '  DISCARDED, NO LIVE MACRO TO WITHDRAW'
                   TO APV-LINE
           END-IF.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE 'P' TO APV-PEND-STATE(APV-PEND-IX).
           MOVE 'Y' TO APV-PENDING-CHANGED.

      * Copy the live version, record by record as it stood on
      * PFIX.MACLIB, to the history with its retirement stamp.
       RETIRE-LIVE-VERSION.
           IF APV-MACHIST-OPEN = 'N'
               OPEN EXTEND APV-MACHIST-FILE
               IF APV-MACHIST-STATUS NOT = '00'
                   OPEN OUTPUT APV-MACHIST-FILE
               END-IF
               IF APV-MACHIST-STATUS = '00'
                   MOVE 'Y' TO APV-MACHIST-OPEN
               ELSE
                   DISPLAY "# Error: could not open PFIX.MACHIST "
                           "status " APV-MACHIST-STATUS
                   MOVE 'Y' TO APV-SETUP-BAD
               END-IF
           END-IF.
           IF APV-MACHIST-OPEN = 'Y'
               PERFORM VARYING APV-TOK-IX FROM 1 BY 1
                       UNTIL APV-TOK-IX > APV-LIVE-COUNT(APV-LIVE-IX)
                   MOVE SPACES TO APV-MACHIST-RECORD
                   MOVE APV-LIVE-NAME(APV-LIVE-IX) TO APV-MACHIST-NAME
                   MOVE APV-LIVE-TOKEN(APV-LIVE-IX, APV-TOK-IX)
                       TO APV-MACHIST-TOKEN
                   MOVE APV-LIVE-VERSION(APV-LIVE-IX)
                       TO APV-MACHIST-VERSION
                   MOVE APV-LIVE-APPROVER(APV-LIVE-IX)
                       TO APV-MACHIST-APPROVER
                   MOVE APV-LIVE-DATE(APV-LIVE-IX)
                       TO APV-MACHIST-APPR-DATE
                   MOVE APV-RUN-DATE TO APV-MACHIST-RETIRED
                   MOVE APV-APPROVER TO APV-MACHIST-RETIRED-BY
                   WRITE APV-MACHIST-RECORD
                   ADD 1 TO APV-RETIRED-COUNT
               END-PERFORM
           END-IF.

       DISCARD-PENDING-CHANGE.
           MOVE 'D' TO APV-PEND-STATE(APV-PEND-IX).
           MOVE 'Y' TO APV-PENDING-CHANGED.
           ADD 1 TO APV-DISCARDED-COUNT.
           MOVE SPACES TO APV-LINE.
           STRING '  DISCARDED BY ' DELIMITED BY SIZE
                  APV-APPROVER DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  APV-RUN-DATE DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

       HOLD-PENDING-CHANGE.
           MOVE 'H' TO APV-PEND-STATE(APV-PEND-IX).
           ADD 1 TO APV-HELD-COUNT.
           MOVE '  HELD FOR APPROVAL' TO APV-LINE.
           PERFORM WRITE-APPROVAL-LINE.

       LIST-UNMATCHED-DECISION.
           IF APV-DEC-USED(APV-DEC-IX) = 'N'
               ADD 1 TO APV-UNMATCHED-COUNT
               MOVE SPACES TO APV-LINE
               STRING 'NO PENDING CHANGE FOR ' DELIMITED BY SIZE
                      APV-DEC-NAME(APV-DEC-IX) DELIMITED BY SIZE
                      INTO APV-LINE
               END-STRING
               PERFORM WRITE-APPROVAL-LINE
           END-IF.

      * -----------------------------------------------------------
      * Write the live library back, withdrawn macros left out, and
      * the pending library with only the changes still held.
      * -----------------------------------------------------------
       SAVE-LIVE-LIBRARY.
           OPEN OUTPUT APV-MACLIB-FILE.
           IF APV-MACLIB-STATUS NOT = '00'
               DISPLAY "# Error: could not rewrite PFIX.MACLIB status "
                       APV-MACLIB-STATUS
               MOVE 'Y' TO APV-SETUP-BAD
           ELSE
               PERFORM VARYING APV-LIVE-IX FROM 1 BY 1
                       UNTIL APV-LIVE-IX > APV-LIVE-TOTAL
                   IF APV-LIVE-WITHDRAWN(APV-LIVE-IX) = 'N'
                       PERFORM WRITE-LIVE-MACRO
                   END-IF
               END-PERFORM
               CLOSE APV-MACLIB-FILE
           END-IF.

       WRITE-LIVE-MACRO.
           PERFORM VARYING APV-TOK-IX FROM 1 BY 1
                   UNTIL APV-TOK-IX > APV-LIVE-COUNT(APV-LIVE-IX)
               MOVE SPACES TO APV-MACLIB-RECORD
               MOVE APV-LIVE-NAME(APV-LIVE-IX) TO APV-MACLIB-NAME
               MOVE APV-LIVE-TOKEN(APV-LIVE-IX, APV-TOK-IX)
                   TO APV-MACLIB-TOKEN
               MOVE APV-LIVE-VERSION(APV-LIVE-IX) TO APV-MACLIB-VERSION
               MOVE APV-LIVE-APPROVER(APV-LIVE-IX)
                   TO APV-MACLIB-APPROVER
               MOVE APV-LIVE-DATE(APV-LIVE-IX) TO APV-MACLIB-APPR-DATE
               WRITE APV-MACLIB-RECORD
           END-PERFORM.

       SAVE-PENDING-LIBRARY.
           OPEN OUTPUT APV-MACPEND-FILE.
           IF APV-MACPEND-STATUS NOT = '00'
               DISPLAY "# Error: could not rewrite PFIX.MACPEND "
                       "status " APV-MACPEND-STATUS
               MOVE 'Y' TO APV-SETUP-BAD
           ELSE
               PERFORM VARYING APV-PEND-IX FROM 1 BY 1
                       UNTIL APV-PEND-IX > APV-PEND-TOTAL
                   IF APV-PEND-STATE(APV-PEND-IX) = 'H'
                       PERFORM WRITE-HELD-CHANGE
                   END-IF
               END-PERFORM
               CLOSE APV-MACPEND-FILE
           END-IF.

       WRITE-HELD-CHANGE.
           MOVE SPACES TO APV-MACPEND-RECORD.
           MOVE APV-PEND-NAME(APV-PEND-IX) TO APV-MACPEND-NAME.
           MOVE APV-PEND-BASE(APV-PEND-IX) TO APV-MACPEND-BASE-VERSION.
           MOVE APV-PEND-DATE(APV-PEND-IX) TO APV-MACPEND-DATE.
           MOVE APV-PEND-TIME(APV-PEND-IX) TO APV-MACPEND-TIME.
           IF APV-PEND-COUNT(APV-PEND-IX) = 0
               WRITE APV-MACPEND-RECORD
           END-IF.
           PERFORM VARYING APV-TOK-IX FROM 1 BY 1
                   UNTIL APV-TOK-IX > APV-PEND-COUNT(APV-PEND-IX)
               MOVE APV-PEND-TOKEN(APV-PEND-IX, APV-TOK-IX)
                   TO APV-MACPEND-TOKEN
               WRITE APV-MACPEND-RECORD
           END-PERFORM.

       WRITE-APPROVAL-SUMMARY.
           MOVE '*** APPROVAL SUMMARY ***' TO APV-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-PEND-TOTAL TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'PENDING CHANGES REVIEWED  ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-PROMOTED-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'PROMOTED                  ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-WITHDRAWN-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'WITHDRAWN                 ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-DISCARDED-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'DISCARDED                 ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-HELD-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'HELD                      ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-SUPERSEDED-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'SUPERSEDED                ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-UNMATCHED-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'DECISIONS NOT MATCHED     ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE APV-RETIRED-COUNT TO APV-COUNT-EDIT.
           MOVE SPACES TO APV-LINE.
           STRING 'HISTORY RECORDS ADDED     ' DELIMITED BY SIZE
                  APV-COUNT-EDIT DELIMITED BY SIZE
                  INTO APV-LINE
           END-STRING.
           PERFORM WRITE-APPROVAL-LINE.

       WRITE-APPROVAL-LINE.
           IF APV-REPORT-OPEN = 'Y'
               MOVE APV-LINE TO APV-REPORT-RECORD
               WRITE APV-REPORT-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(APV-LINE TRAILING).
