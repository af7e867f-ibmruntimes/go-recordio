       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFIXRLD.
       AUTHOR. who.

      * One-off reload of the PFIX.RESULTS transaction-results master
      * from its original 44-byte record into the current layout with
      * the ledger extract state on the end.  Rename the old master to
      * PFIX.RESULTS.OLD first; every posting is copied across as is,
      * with the extract and sent sequence numbers zero and the sent
      * value and error flag blank, the state of a posting no extract
      * has picked up yet.  The new PFIX.RESULTS must not exist: the
      * reload will not write over a master.
      * Return code 16 if either master cannot be opened or the new
      * one already exists, 8 if any posting failed to write.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLD-OLD-FILE ASSIGN TO "PFIX.RESULTS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RLD-OLD-KEY
               FILE STATUS IS RLD-OLD-STATUS.
           SELECT RLD-NEW-FILE ASSIGN TO "PFIX.RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RLD-NEW-KEY
               FILE STATUS IS RLD-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RLD-OLD-FILE.
       01  RLD-OLD-RECORD.
           05 RLD-OLD-KEY.
              10 RLD-OLD-TX-ID   PIC X(8).
              10 RLD-OLD-DATE    PIC 9(8).
           05 RLD-OLD-TIME       PIC 9(8).
           05 RLD-OLD-VALUE      PIC X(19).
           05 RLD-OLD-ERROR      PIC X(1).

       FD  RLD-NEW-FILE.
       01  RLD-NEW-RECORD.
           05 RLD-NEW-KEY.
              10 RLD-NEW-TX-ID   PIC X(8).
              10 RLD-NEW-DATE    PIC 9(8).
           05 RLD-NEW-TIME       PIC 9(8).
           05 RLD-NEW-VALUE      PIC X(19).
           05 RLD-NEW-ERROR      PIC X(1).
           05 RLD-NEW-EXT-SEQ    PIC 9(6).
           05 RLD-NEW-SENT-SEQ   PIC 9(6).
           05 RLD-NEW-SENT-VALUE PIC X(19).
           05 RLD-NEW-SENT-ERROR PIC X(1).

       WORKING-STORAGE SECTION.
       01  RLD-OLD-EOF       PIC X VALUE 'N'.
       01  RLD-SETUP-BAD     PIC X VALUE 'N'.
       01  RLD-READ-COUNT    PIC 9(7) VALUE 0.
       01  RLD-WRITE-COUNT   PIC 9(7) VALUE 0.
       01  RLD-ERROR-COUNT   PIC 9(7) VALUE 0.
       01  RLD-COUNT-EDIT    PIC Z(6)9.

       01  RLD-OLD-STATUS    PIC X(2).
       01  RLD-NEW-STATUS    PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-RELOAD-FILES.
           IF RLD-SETUP-BAD NOT = 'Y'
               PERFORM RELOAD-RESULTS-MASTER
               CLOSE RLD-OLD-FILE
               CLOSE RLD-NEW-FILE
               PERFORM WRITE-RELOAD-TOTALS
           END-IF.
           EVALUATE TRUE
               WHEN RLD-SETUP-BAD = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN RLD-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

      * The new master must not be there yet; a PFIX.RESULTS still in
      * the old layout fails to open with a status other than 35 and
      * is refused the same way.
       OPEN-RELOAD-FILES.
           OPEN INPUT RLD-NEW-FILE.
           IF RLD-NEW-STATUS NOT = '35'
               IF RLD-NEW-STATUS = '00'
                   CLOSE RLD-NEW-FILE
               END-IF
               DISPLAY "# Error: PFIX.RESULTS already exists status "
                       RLD-NEW-STATUS
               MOVE 'Y' TO RLD-SETUP-BAD
           ELSE
               OPEN INPUT RLD-OLD-FILE
               IF RLD-OLD-STATUS NOT = '00'
                   DISPLAY "# Error: could not open PFIX.RESULTS.OLD "
                           "status " RLD-OLD-STATUS
                   MOVE 'Y' TO RLD-SETUP-BAD
               ELSE
                   OPEN OUTPUT RLD-NEW-FILE
                   IF RLD-NEW-STATUS NOT = '00'
                       DISPLAY "# Error: could not open PFIX.RESULTS "
                               "status " RLD-NEW-STATUS
                       CLOSE RLD-OLD-FILE
                       MOVE 'Y' TO RLD-SETUP-BAD
                   END-IF
               END-IF
           END-IF.

      * The old master is read in key order, so the new one is
      * written in key order too.
       RELOAD-RESULTS-MASTER.
           PERFORM UNTIL RLD-OLD-EOF = 'Y'
               READ RLD-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RLD-OLD-EOF
                   NOT AT END
                       ADD 1 TO RLD-READ-COUNT
                       PERFORM WRITE-RELOADED-RECORD
               END-READ
           END-PERFORM.

       WRITE-RELOADED-RECORD.
           MOVE RLD-OLD-KEY TO RLD-NEW-KEY.
           MOVE RLD-OLD-TIME TO RLD-NEW-TIME.
           MOVE RLD-OLD-VALUE TO RLD-NEW-VALUE.
           MOVE RLD-OLD-ERROR TO RLD-NEW-ERROR.
           MOVE 0 TO RLD-NEW-EXT-SEQ.
           MOVE 0 TO RLD-NEW-SENT-SEQ.
           MOVE SPACES TO RLD-NEW-SENT-VALUE.
           MOVE SPACES TO RLD-NEW-SENT-ERROR.
           WRITE RLD-NEW-RECORD
               INVALID KEY
                   DISPLAY "# Error: could not write PFIX.RESULTS "
                           "key " RLD-NEW-KEY " status "
                           RLD-NEW-STATUS
                   ADD 1 TO RLD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO RLD-WRITE-COUNT
           END-WRITE.

       WRITE-RELOAD-TOTALS.
           MOVE RLD-READ-COUNT TO RLD-COUNT-EDIT.
           DISPLAY "POSTINGS READ     " RLD-COUNT-EDIT.
           MOVE RLD-WRITE-COUNT TO RLD-COUNT-EDIT.
           DISPLAY "POSTINGS WRITTEN  " RLD-COUNT-EDIT.
           MOVE RLD-ERROR-COUNT TO RLD-COUNT-EDIT.
           DISPLAY "POSTINGS IN ERROR " RLD-COUNT-EDIT.
