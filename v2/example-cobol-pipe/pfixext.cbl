       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXEXT.
       AUTHOR. who.

      * Downstream ledger extract.  Writes the day's postings from the
      * PFIX.RESULTS master to the fixed-format interface file
      * PFIXEXT.INTERFACE, 80-byte records:
      *   H  run date, extract sequence number, resend flag
      *   D  transaction ID, action (P post / R reverse), value and
      *      error flag, one per posting or reversal
      *   T  detail record count and hash total, the hash folded
      *      exactly as PFIX folds its CONTROL TOTALS (reversals fold
      *      in negated)
      * Every posting sent is stamped on the master with the extract
      * sequence, so a rerun of the extract never sends it again.  A
      * posting that a same-day rerun (a PFIXFIX correction) replaced
      * after it was sent goes out as a reversal of the value sent
      * plus a posting of the new value.  Every interface record is
      * kept on PFIXEXT.HISTORY under its sequence number; a prior
      * extract is sent again only on an explicit RESEND=n request,
      * copied byte for byte from the history with the header's
      * resend flag set.
      * PFIXEXT.CONTROL supplies KEYWORD=value records:
      *   DATE=yyyymmdd      posting date to extract (default today)
      *   RESEND=n           resend extract sequence n instead
      * PFIXEXT.SEQUENCE holds LAST=n, the last completed extract.
      * The sequence is claimed at the start and saved only once the
      * master is stamped, so a run that dies part way is simply run
      * again: it reclaims the same number, drops the dead run's
      * history and re-selects whatever the dead run had stamped.
      * Return code 8 when a resend finds nothing under that
      * sequence, 16 when the extract cannot be produced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-RESULTS-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXT-RESULTS-KEY
               FILE STATUS IS EXT-RESULTS-STATUS.
           SELECT EXT-CONTROL-FILE ASSIGN TO "PFIXEXT.CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-CONTROL-STATUS.
           SELECT EXT-SEQUENCE-FILE ASSIGN TO "PFIXEXT.SEQUENCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-SEQUENCE-STATUS.
           SELECT EXT-INTERFACE-FILE ASSIGN TO "PFIXEXT.INTERFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXT-INTERFACE-STATUS.
           SELECT EXT-HISTORY-FILE ASSIGN TO "PFIXEXT.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-HISTORY-STATUS.
           SELECT EXT-HISTWORK-FILE ASSIGN TO "PFIXEXT.HISTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-HISTWORK-STATUS.
           SELECT EXT-REPORT-FILE ASSIGN TO "PFIXEXT.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-RESULTS-FILE.
       01  EXT-RESULTS-RECORD.
           05 EXT-RESULTS-KEY.
              10 EXT-RES-TX-ID   PIC X(8).
              10 EXT-RES-DATE    PIC 9(8).
           05 EXT-RES-TIME       PIC 9(8).
           05 EXT-RES-VALUE      PIC X(19).
           05 EXT-RES-ERROR      PIC X(1).
           05 EXT-RES-EXT-SEQ    PIC 9(6).
           05 EXT-RES-SENT-SEQ   PIC 9(6).
           05 EXT-RES-SENT-VALUE PIC X(19).
           05 EXT-RES-SENT-ERROR PIC X(1).

       FD  EXT-CONTROL-FILE.
       01  EXT-CONTROL-RECORD    PIC X(80).

       FD  EXT-SEQUENCE-FILE.
       01  EXT-SEQUENCE-RECORD   PIC X(80).

       FD  EXT-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXT-HEADER-RECORD.
           05 EXT-HDR-TYPE       PIC X(1).
           05 EXT-HDR-DATE       PIC 9(8).
           05 EXT-HDR-SEQ        PIC 9(6).
           05 EXT-HDR-RESEND     PIC X(1).
           05 EXT-HDR-WRITTEN    PIC 9(8).
           05 EXT-HDR-TIME       PIC 9(8).
           05 FILLER             PIC X(48).
       01  EXT-DETAIL-RECORD.
           05 EXT-DTL-TYPE       PIC X(1).
           05 EXT-DTL-TX-ID      PIC X(8).
           05 EXT-DTL-ACTION     PIC X(1).
           05 EXT-DTL-VALUE      PIC X(19).
           05 EXT-DTL-ERROR      PIC X(1).
           05 FILLER             PIC X(50).
       01  EXT-TRAILER-RECORD.
           05 EXT-TRL-TYPE       PIC X(1).
           05 EXT-TRL-COUNT      PIC 9(9).
           05 EXT-TRL-HASH       PIC -(12)9.9(8).
           05 FILLER             PIC X(48).

       FD  EXT-HISTORY-FILE.
       01  EXT-HISTORY-RECORD.
           05 EXT-HIST-SEQ       PIC 9(6).
           05 EXT-HIST-DATA      PIC X(80).

       FD  EXT-HISTWORK-FILE.
       01  EXT-HISTWORK-RECORD   PIC X(86).

       FD  EXT-REPORT-FILE.
       01  EXT-REPORT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01  EXT-CTL-KEYWORD   PIC X(20).
       01  EXT-CTL-VALUE     PIC X(40).
       01  EXT-CONTROL-EOF   PIC X.
       01  EXT-RESULTS-EOF   PIC X.
       01  EXT-HISTORY-EOF   PIC X.

       01  EXT-RUN-DATE      PIC 9(8) VALUE 0.
       01  EXT-RESEND-SEQ    PIC 9(6) VALUE 0.
       01  EXT-LAST-SEQ      PIC 9(6) VALUE 0.
       01  EXT-THIS-SEQ      PIC 9(6) VALUE 0.

      * One interface record built here, then written to both the
      * interface file and the history.
       01  EXT-OUT-RECORD    PIC X(80).
       01  EXT-OUT-HEADER REDEFINES EXT-OUT-RECORD.
           05 EXT-OUT-HDR-TYPE    PIC X(1).
           05 EXT-OUT-HDR-DATE    PIC 9(8).
           05 EXT-OUT-HDR-SEQ     PIC 9(6).
           05 EXT-OUT-HDR-RESEND  PIC X(1).
           05 EXT-OUT-HDR-WRITTEN PIC 9(8).
           05 EXT-OUT-HDR-TIME    PIC 9(8).
           05 FILLER              PIC X(48).
       01  EXT-OUT-DETAIL REDEFINES EXT-OUT-RECORD.
           05 EXT-OUT-DTL-TYPE    PIC X(1).
           05 EXT-OUT-DTL-TX-ID   PIC X(8).
           05 EXT-OUT-DTL-ACTION  PIC X(1).
           05 EXT-OUT-DTL-VALUE   PIC X(19).
           05 EXT-OUT-DTL-ERROR   PIC X(1).
           05 FILLER              PIC X(50).
       01  EXT-OUT-TRAILER REDEFINES EXT-OUT-RECORD.
           05 EXT-OUT-TRL-TYPE    PIC X(1).
           05 EXT-OUT-TRL-COUNT   PIC 9(9).
           05 EXT-OUT-TRL-HASH    PIC -(12)9.9(8).
           05 FILLER              PIC X(48).

      * Classification of the posting just read: 'S' send it (with
      * a reversal first when EXT-PENDING-REVERSAL is 'Y'), 'U' an
      * unchanged re-posting of what was already sent, 'N' not part
      * of this extract.
       01  EXT-POSTING-CLASS PIC X.
       01  EXT-PENDING-REVERSAL PIC X.

       01  EXT-DETAIL-COUNT  PIC 9(9) VALUE 0.
       01  EXT-POST-COUNT    PIC 9(7) VALUE 0.
       01  EXT-REVERSE-COUNT PIC 9(7) VALUE 0.
       01  EXT-SAME-COUNT    PIC 9(7) VALUE 0.
       01  EXT-MARK-COUNT    PIC 9(7) VALUE 0.
       01  EXT-RESENT-COUNT  PIC 9(7) VALUE 0.
       01  EXT-DROPPED-COUNT PIC 9(7) VALUE 0.
       01  EXT-HASH-TOTAL    PIC S9(12)V9(8) VALUE 0.
       01  EXT-VALUE         PIC S9(10)V9(8).

       01  EXT-LINE          PIC X(100).
       01  EXT-COUNT-EDIT    PIC Z(8)9.
       01  EXT-HASH-EDIT     PIC -(12)9.9(8).
       01  EXT-SEQ-EDIT      PIC Z(5)9.
       01  EXT-SETUP-BAD     PIC X VALUE 'N'.
       01  EXT-RESEND-EMPTY  PIC X VALUE 'N'.

       01  EXT-RESULTS-STATUS   PIC X(2).
       01  EXT-CONTROL-STATUS   PIC X(2).
       01  EXT-SEQUENCE-STATUS  PIC X(2).
       01  EXT-INTERFACE-STATUS PIC X(2).
       01  EXT-HISTORY-STATUS   PIC X(2).
       01  EXT-HISTWORK-STATUS  PIC X(2).
       01  EXT-REPORT-STATUS    PIC X(2).
       01  EXT-REPORT-OPEN      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-EXTRACT-CONTROL.
           PERFORM OPEN-EXTRACT-REPORT.
           IF EXT-RESEND-SEQ > 0
               PERFORM RESEND-PRIOR-EXTRACT
           ELSE
               PERFORM LOAD-EXTRACT-SEQUENCE
               PERFORM DROP-ABANDONED-HISTORY
               PERFORM WRITE-NEW-EXTRACT
               IF EXT-SETUP-BAD = 'N'
                   PERFORM STAMP-EXTRACTED-POSTINGS
               END-IF
               IF EXT-SETUP-BAD = 'N'
                   PERFORM SAVE-EXTRACT-SEQUENCE
               END-IF
           END-IF.
           PERFORM WRITE-EXTRACT-SUMMARY.
           IF EXT-REPORT-OPEN = 'Y'
               CLOSE EXT-REPORT-FILE
           END-IF.
           IF EXT-SETUP-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF EXT-RESEND-EMPTY = 'Y'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-EXTRACT-CONTROL.
           OPEN INPUT EXT-CONTROL-FILE.
           IF EXT-CONTROL-STATUS = '00'
               MOVE 'N' TO EXT-CONTROL-EOF
               PERFORM READ-CONTROL-RECORD
                   UNTIL EXT-CONTROL-EOF = 'Y'
               CLOSE EXT-CONTROL-FILE
           END-IF.
           IF EXT-RUN-DATE = 0
               ACCEPT EXT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-CONTROL-RECORD.
           READ EXT-CONTROL-FILE
               AT END
                   MOVE 'Y' TO EXT-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO EXT-CTL-KEYWORD
                   MOVE SPACES TO EXT-CTL-VALUE
                   UNSTRING EXT-CONTROL-RECORD DELIMITED BY '='
                       INTO EXT-CTL-KEYWORD EXT-CTL-VALUE
                   END-UNSTRING
                   EVALUATE EXT-CTL-KEYWORD
                       WHEN 'DATE'
                           COMPUTE EXT-RUN-DATE =
                               FUNCTION NUMVAL(EXT-CTL-VALUE)
                       WHEN 'RESEND'
                           COMPUTE EXT-RESEND-SEQ =
                               FUNCTION NUMVAL(EXT-CTL-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       OPEN-EXTRACT-REPORT.
           OPEN OUTPUT EXT-REPORT-FILE.
           IF EXT-REPORT-STATUS = '00'
               MOVE 'Y' TO EXT-REPORT-OPEN
           ELSE
               DISPLAY "# Error: could not open PFIXEXT.REPORT "
                       "status " EXT-REPORT-STATUS
           END-IF.

      * The sequence file is absent before the first extract ever
      * taken, which simply starts the numbering at 1.
       LOAD-EXTRACT-SEQUENCE.
           OPEN INPUT EXT-SEQUENCE-FILE.
           IF EXT-SEQUENCE-STATUS = '00'
               MOVE 'N' TO EXT-CONTROL-EOF
               PERFORM READ-SEQUENCE-RECORD
                   UNTIL EXT-CONTROL-EOF = 'Y'
               CLOSE EXT-SEQUENCE-FILE
           END-IF.
           COMPUTE EXT-THIS-SEQ = EXT-LAST-SEQ + 1.
           MOVE EXT-THIS-SEQ TO EXT-SEQ-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'PFIX LEDGER EXTRACT  POSTING DATE ' DELIMITED BY SIZE
                  EXT-RUN-DATE DELIMITED BY SIZE
                  '  SEQUENCE ' DELIMITED BY SIZE
                  FUNCTION TRIM(EXT-SEQ-EDIT) DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       READ-SEQUENCE-RECORD.
           READ EXT-SEQUENCE-FILE
               AT END
                   MOVE 'Y' TO EXT-CONTROL-EOF
               NOT AT END
                   MOVE SPACES TO EXT-CTL-KEYWORD
                   MOVE SPACES TO EXT-CTL-VALUE
                   UNSTRING EXT-SEQUENCE-RECORD DELIMITED BY '='
                       INTO EXT-CTL-KEYWORD EXT-CTL-VALUE
                   END-UNSTRING
                   IF EXT-CTL-KEYWORD = 'LAST'
                       COMPUTE EXT-LAST-SEQ =
                           FUNCTION NUMVAL(EXT-CTL-VALUE)
                   END-IF
           END-READ.

      * History records already carrying the sequence about to be
      * used can only be left over from a run that died before it
      * saved the sequence; they are dropped so the history holds
      * the one extract that finally went out under that number.
       DROP-ABANDONED-HISTORY.
           MOVE 0 TO EXT-DROPPED-COUNT.
           OPEN INPUT EXT-HISTORY-FILE.
           IF EXT-HISTORY-STATUS = '00'
               MOVE 'N' TO EXT-HISTORY-EOF
               PERFORM UNTIL EXT-HISTORY-EOF = 'Y'
                   READ EXT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EXT-HISTORY-EOF
                       NOT AT END
                           IF EXT-HIST-SEQ = EXT-THIS-SEQ
                               ADD 1 TO EXT-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXT-HISTORY-FILE
           END-IF.
           IF EXT-DROPPED-COUNT > 0
               PERFORM COPY-HISTORY-TO-WORK
               PERFORM COPY-HISTORY-WORK-BACK
           END-IF.

       COPY-HISTORY-TO-WORK.
           OPEN INPUT EXT-HISTORY-FILE.
           OPEN OUTPUT EXT-HISTWORK-FILE.
           IF EXT-HISTWORK-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXEXT.HISTWORK "
                       "status " EXT-HISTWORK-STATUS
               MOVE 'Y' TO EXT-SETUP-BAD
           ELSE
               MOVE 'N' TO EXT-HISTORY-EOF
               PERFORM UNTIL EXT-HISTORY-EOF = 'Y'
                   READ EXT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EXT-HISTORY-EOF
                       NOT AT END
                           IF EXT-HIST-SEQ NOT = EXT-THIS-SEQ
                               MOVE EXT-HISTORY-RECORD
                                   TO EXT-HISTWORK-RECORD
                               WRITE EXT-HISTWORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXT-HISTWORK-FILE
           END-IF.
           CLOSE EXT-HISTORY-FILE.

       COPY-HISTORY-WORK-BACK.
           IF EXT-SETUP-BAD = 'N'
               OPEN INPUT EXT-HISTWORK-FILE
               OPEN OUTPUT EXT-HISTORY-FILE
               IF EXT-HISTORY-STATUS NOT = '00'
                   DISPLAY "# Error: could not rewrite PFIXEXT.HISTORY "
                           "status " EXT-HISTORY-STATUS
                   MOVE 'Y' TO EXT-SETUP-BAD
               ELSE
                   MOVE 'N' TO EXT-HISTORY-EOF
                   PERFORM UNTIL EXT-HISTORY-EOF = 'Y'
                       READ EXT-HISTWORK-FILE
                           AT END
                               MOVE 'Y' TO EXT-HISTORY-EOF
                           NOT AT END
                               MOVE EXT-HISTWORK-RECORD
                                   TO EXT-HISTORY-RECORD
                               WRITE EXT-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EXT-HISTORY-FILE
               END-IF
               CLOSE EXT-HISTWORK-FILE
               MOVE EXT-DROPPED-COUNT TO EXT-COUNT-EDIT
               MOVE SPACES TO EXT-LINE
               STRING 'DROPPED FROM HISTORY (ABANDONED RUN) '
                          DELIMITED BY SIZE
                      EXT-COUNT-EDIT DELIMITED BY SIZE
                      INTO EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       WRITE-NEW-EXTRACT.
           IF EXT-SETUP-BAD = 'N'
               PERFORM OPEN-EXTRACT-OUTPUTS
           END-IF.
           IF EXT-SETUP-BAD = 'N'
               OPEN INPUT EXT-RESULTS-FILE
               IF EXT-RESULTS-STATUS NOT = '00'
                   DISPLAY "# Error: could not open PFIX.RESULTS "
                           "status " EXT-RESULTS-STATUS
                   MOVE 'Y' TO EXT-SETUP-BAD
               ELSE
                   PERFORM WRITE-EXTRACT-HEADER
                   MOVE 'N' TO EXT-RESULTS-EOF
                   PERFORM EXTRACT-RESULTS-RECORD
                       UNTIL EXT-RESULTS-EOF = 'Y'
                   CLOSE EXT-RESULTS-FILE
                   PERFORM WRITE-EXTRACT-TRAILER
               END-IF
               CLOSE EXT-INTERFACE-FILE
               CLOSE EXT-HISTORY-FILE
           END-IF.

       OPEN-EXTRACT-OUTPUTS.
           OPEN OUTPUT EXT-INTERFACE-FILE.
           IF EXT-INTERFACE-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXEXT.INTERFACE "
                       "status " EXT-INTERFACE-STATUS
               MOVE 'Y' TO EXT-SETUP-BAD
           ELSE
               OPEN EXTEND EXT-HISTORY-FILE
               IF EXT-HISTORY-STATUS NOT = '00'
                   OPEN OUTPUT EXT-HISTORY-FILE
               END-IF
               IF EXT-HISTORY-STATUS NOT = '00'
                   DISPLAY "# Error: could not open PFIXEXT.HISTORY "
                           "status " EXT-HISTORY-STATUS
                   CLOSE EXT-INTERFACE-FILE
                   MOVE 'Y' TO EXT-SETUP-BAD
               END-IF
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXT-OUT-RECORD.
           MOVE 'H' TO EXT-OUT-HDR-TYPE.
           MOVE EXT-RUN-DATE TO EXT-OUT-HDR-DATE.
           MOVE EXT-THIS-SEQ TO EXT-OUT-HDR-SEQ.
           MOVE 'N' TO EXT-OUT-HDR-RESEND.
           ACCEPT EXT-OUT-HDR-WRITTEN FROM DATE YYYYMMDD.
           ACCEPT EXT-OUT-HDR-TIME FROM TIME.
           PERFORM WRITE-INTERFACE-RECORD.

       EXTRACT-RESULTS-RECORD.
           READ EXT-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXT-RESULTS-EOF
               NOT AT END
                   PERFORM CLASSIFY-POSTING
                   IF EXT-POSTING-CLASS = 'S'
                       PERFORM SEND-POSTING
                   END-IF
                   IF EXT-POSTING-CLASS = 'U'
                       ADD 1 TO EXT-SAME-COUNT
                   END-IF
           END-READ.

      * A posting belongs to this extract when it is for the run
      * date and either still unsent or stamped by an abandoned run
      * under this same sequence.  One whose value and flag are just
      * what was last sent needs nothing sending at all.
       CLASSIFY-POSTING.
           MOVE 'N' TO EXT-POSTING-CLASS.
           MOVE 'N' TO EXT-PENDING-REVERSAL.
           IF EXT-RES-DATE = EXT-RUN-DATE AND
              (EXT-RES-EXT-SEQ = 0 OR
               EXT-RES-EXT-SEQ = EXT-THIS-SEQ)
               MOVE 'S' TO EXT-POSTING-CLASS
               IF EXT-RES-SENT-SEQ > 0
                   IF EXT-RES-VALUE = EXT-RES-SENT-VALUE AND
                      EXT-RES-ERROR = EXT-RES-SENT-ERROR
                       MOVE 'U' TO EXT-POSTING-CLASS
                   ELSE
                       MOVE 'Y' TO EXT-PENDING-REVERSAL
                   END-IF
               END-IF
           END-IF.

       SEND-POSTING.
           IF EXT-PENDING-REVERSAL = 'Y'
               MOVE SPACES TO EXT-OUT-RECORD
               MOVE 'D' TO EXT-OUT-DTL-TYPE
               MOVE EXT-RES-TX-ID TO EXT-OUT-DTL-TX-ID
               MOVE 'R' TO EXT-OUT-DTL-ACTION
               MOVE EXT-RES-SENT-VALUE TO EXT-OUT-DTL-VALUE
               MOVE EXT-RES-SENT-ERROR TO EXT-OUT-DTL-ERROR
               COMPUTE EXT-VALUE = FUNCTION NUMVAL(EXT-RES-SENT-VALUE)
               COMPUTE EXT-HASH-TOTAL = FUNCTION MOD(
                   EXT-HASH-TOTAL - EXT-VALUE, 1000000000000)
               ADD 1 TO EXT-DETAIL-COUNT
               ADD 1 TO EXT-REVERSE-COUNT
               PERFORM WRITE-INTERFACE-RECORD
               MOVE SPACES TO EXT-LINE
               STRING EXT-RES-TX-ID DELIMITED BY SIZE
                      '  REVERSE ' DELIMITED BY SIZE
                      EXT-RES-SENT-VALUE DELIMITED BY SIZE
                      '  ERROR ' DELIMITED BY SIZE
                      EXT-RES-SENT-ERROR DELIMITED BY SIZE
                      INTO EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
           END-IF.
           MOVE SPACES TO EXT-OUT-RECORD.
           MOVE 'D' TO EXT-OUT-DTL-TYPE.
           MOVE EXT-RES-TX-ID TO EXT-OUT-DTL-TX-ID.
           MOVE 'P' TO EXT-OUT-DTL-ACTION.
           MOVE EXT-RES-VALUE TO EXT-OUT-DTL-VALUE.
           MOVE EXT-RES-ERROR TO EXT-OUT-DTL-ERROR.
           COMPUTE EXT-VALUE = FUNCTION NUMVAL(EXT-RES-VALUE).
           COMPUTE EXT-HASH-TOTAL = FUNCTION MOD(
               EXT-HASH-TOTAL + EXT-VALUE, 1000000000000).
           ADD 1 TO EXT-DETAIL-COUNT.
           ADD 1 TO EXT-POST-COUNT.
           PERFORM WRITE-INTERFACE-RECORD.
           MOVE SPACES TO EXT-LINE.
           STRING EXT-RES-TX-ID DELIMITED BY SIZE
                  '  POST    ' DELIMITED BY SIZE
                  EXT-RES-VALUE DELIMITED BY SIZE
                  '  ERROR ' DELIMITED BY SIZE
                  EXT-RES-ERROR DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXT-OUT-RECORD.
           MOVE 'T' TO EXT-OUT-TRL-TYPE.
           MOVE EXT-DETAIL-COUNT TO EXT-OUT-TRL-COUNT.
           MOVE EXT-HASH-TOTAL TO EXT-OUT-TRL-HASH.
           PERFORM WRITE-INTERFACE-RECORD.

       WRITE-INTERFACE-RECORD.
           MOVE EXT-OUT-RECORD TO EXT-HEADER-RECORD.
           WRITE EXT-HEADER-RECORD.
           MOVE EXT-THIS-SEQ TO EXT-HIST-SEQ.
           MOVE EXT-OUT-RECORD TO EXT-HIST-DATA.
           WRITE EXT-HISTORY-RECORD.

      * Second pass, once the interface file is complete: stamp each
      * posting sent with this sequence.  An unchanged re-posting
      * takes back the sequence of the extract that really carried
      * its value.
       STAMP-EXTRACTED-POSTINGS.
           OPEN I-O EXT-RESULTS-FILE.
           IF EXT-RESULTS-STATUS NOT = '00'
               DISPLAY "# Error: could not update PFIX.RESULTS "
                       "status " EXT-RESULTS-STATUS
               MOVE 'Y' TO EXT-SETUP-BAD
           ELSE
               MOVE 'N' TO EXT-RESULTS-EOF
               PERFORM STAMP-RESULTS-RECORD
                   UNTIL EXT-RESULTS-EOF = 'Y'
               CLOSE EXT-RESULTS-FILE
           END-IF.

       STAMP-RESULTS-RECORD.
           READ EXT-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EXT-RESULTS-EOF
               NOT AT END
                   PERFORM CLASSIFY-POSTING
                   IF EXT-POSTING-CLASS NOT = 'N'
                       IF EXT-POSTING-CLASS = 'U'
                           MOVE EXT-RES-SENT-SEQ TO EXT-RES-EXT-SEQ
                       ELSE
                           MOVE EXT-THIS-SEQ TO EXT-RES-EXT-SEQ
                       END-IF
                       REWRITE EXT-RESULTS-RECORD
                       IF EXT-RESULTS-STATUS NOT = '00'
                           DISPLAY "# Error: could not stamp "
                                   EXT-RES-TX-ID " status "
                                   EXT-RESULTS-STATUS
                           MOVE 'Y' TO EXT-SETUP-BAD
                       ELSE
                           ADD 1 TO EXT-MARK-COUNT
                       END-IF
                   END-IF
           END-READ.

       SAVE-EXTRACT-SEQUENCE.
           OPEN OUTPUT EXT-SEQUENCE-FILE.
           IF EXT-SEQUENCE-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXEXT.SEQUENCE "
                       "status " EXT-SEQUENCE-STATUS
               MOVE 'Y' TO EXT-SETUP-BAD
           ELSE
               MOVE SPACES TO EXT-SEQUENCE-RECORD
               STRING 'LAST=' DELIMITED BY SIZE
                      EXT-THIS-SEQ DELIMITED BY SIZE
                      INTO EXT-SEQUENCE-RECORD
               END-STRING
               WRITE EXT-SEQUENCE-RECORD
               CLOSE EXT-SEQUENCE-FILE
           END-IF.

      * A resend copies the extract exactly as it first went out,
      * reversals included, with only the header's resend flag
      * changed so the receiver can tell it from a new extract.
       RESEND-PRIOR-EXTRACT.
           MOVE EXT-RESEND-SEQ TO EXT-THIS-SEQ.
           MOVE EXT-RESEND-SEQ TO EXT-SEQ-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'PFIX LEDGER EXTRACT  RESEND OF SEQUENCE '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(EXT-SEQ-EDIT) DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.
           OPEN INPUT EXT-HISTORY-FILE.
           IF EXT-HISTORY-STATUS NOT = '00'
               DISPLAY "# Error: could not open PFIXEXT.HISTORY "
                       "status " EXT-HISTORY-STATUS
               MOVE 'Y' TO EXT-SETUP-BAD
           ELSE
               OPEN OUTPUT EXT-INTERFACE-FILE
               IF EXT-INTERFACE-STATUS NOT = '00'
                   DISPLAY "# Error: could not open PFIXEXT.INTERFACE "
                           "status " EXT-INTERFACE-STATUS
                   MOVE 'Y' TO EXT-SETUP-BAD
               ELSE
                   MOVE 'N' TO EXT-HISTORY-EOF
                   PERFORM COPY-RESEND-RECORD
                       UNTIL EXT-HISTORY-EOF = 'Y'
                   CLOSE EXT-INTERFACE-FILE
               END-IF
               CLOSE EXT-HISTORY-FILE
           END-IF.
           IF EXT-SETUP-BAD = 'N' AND EXT-RESENT-COUNT = 0
               MOVE 'Y' TO EXT-RESEND-EMPTY
               MOVE 'NO EXTRACT ON PFIXEXT.HISTORY UNDER THAT SEQUENCE'
                   TO EXT-LINE
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       COPY-RESEND-RECORD.
           READ EXT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO EXT-HISTORY-EOF
               NOT AT END
                   IF EXT-HIST-SEQ = EXT-RESEND-SEQ
                       MOVE EXT-HIST-DATA TO EXT-OUT-RECORD
                       EVALUATE EXT-OUT-HDR-TYPE
                           WHEN 'H'
                               MOVE 'Y' TO EXT-OUT-HDR-RESEND
                               MOVE EXT-OUT-HDR-DATE TO EXT-RUN-DATE
                           WHEN 'D'
                               ADD 1 TO EXT-DETAIL-COUNT
                               IF EXT-OUT-DTL-ACTION = 'R'
                                   ADD 1 TO EXT-REVERSE-COUNT
                               ELSE
                                   ADD 1 TO EXT-POST-COUNT
                               END-IF
                           WHEN 'T'
                               MOVE EXT-OUT-TRL-HASH TO EXT-HASH-TOTAL
                       END-EVALUATE
                       MOVE EXT-OUT-RECORD TO EXT-HEADER-RECORD
                       WRITE EXT-HEADER-RECORD
                       ADD 1 TO EXT-RESENT-COUNT
                   END-IF
           END-READ.

       WRITE-EXTRACT-SUMMARY.
           MOVE '*** EXTRACT TOTALS ***' TO EXT-LINE.
           PERFORM WRITE-EXTRACT-LINE.
           MOVE EXT-DETAIL-COUNT TO EXT-COUNT-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'DETAIL RECORDS        ' DELIMITED BY SIZE
                  EXT-COUNT-EDIT DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.
           MOVE EXT-POST-COUNT TO EXT-COUNT-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'POSTINGS SENT         ' DELIMITED BY SIZE
                  EXT-COUNT-EDIT DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.
           MOVE EXT-REVERSE-COUNT TO EXT-COUNT-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'REVERSALS SENT        ' DELIMITED BY SIZE
                  EXT-COUNT-EDIT DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.
           IF EXT-RESEND-SEQ = 0
               MOVE EXT-SAME-COUNT TO EXT-COUNT-EDIT
               MOVE SPACES TO EXT-LINE
               STRING 'UNCHANGED, NOT SENT   ' DELIMITED BY SIZE
                      EXT-COUNT-EDIT DELIMITED BY SIZE
                      INTO EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
           END-IF.
           MOVE EXT-HASH-TOTAL TO EXT-HASH-EDIT.
           MOVE SPACES TO EXT-LINE.
           STRING 'HASH TOTAL   ' DELIMITED BY SIZE
                  EXT-HASH-EDIT DELIMITED BY SIZE
                  INTO EXT-LINE
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-LINE.
           IF EXT-REPORT-OPEN = 'Y'
               MOVE EXT-LINE TO EXT-REPORT-RECORD
               WRITE EXT-REPORT-RECORD
           END-IF.
           DISPLAY FUNCTION TRIM(EXT-LINE TRAILING).
