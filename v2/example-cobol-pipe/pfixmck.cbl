           05 MCK-MACLIB-NAME    PIC X(12).
           05 FILLER             PIC X(1).
           05 MCK-MACLIB-TOKEN   PIC X(20).
           05 FILLER             PIC X(1).
           05 MCK-MACLIB-VERSION PIC 9(3).
           05 FILLER             PIC X(1).
           05 MCK-MACLIB-APPROVER PIC X(8).
           05 FILLER             PIC X(1).
           05 MCK-MACLIB-APPR-DATE PIC 9(8).

       FD  MCK-CONTROL-FILE.
       01  MCK-CONTROL-RECORD    PIC X(80).
       01  MACRO-LIBRARY.
           05 MACRO-DEF OCCURS 50 TIMES.
              10 MACRO-NAME        PIC X(12).
              10 MACRO-VERSION     PIC 9(3).
              10 MACRO-TOKEN-COUNT PIC 9(3).
              10 MACRO-TOKEN OCCURS 100 TIMES PIC X(20).
       01  MCK-MACRO-COUNT   PIC 9(3) VALUE 0.
                       MOVE MCK-MACLIB-NAME
                           TO MACRO-NAME(MCK-MACRO-COUNT)
                       MOVE 0 TO MACRO-TOKEN-COUNT(MCK-MACRO-COUNT)
                       IF MCK-MACLIB-VERSION IS NUMERIC
                           MOVE MCK-MACLIB-VERSION
                               TO MACRO-VERSION(MCK-MACRO-COUNT)
                       ELSE
                           MOVE 0 TO MACRO-VERSION(MCK-MACRO-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF MCK-MACRO-COUNT > 0 AND
               ADD 1 TO MCK-FAIL-COUNT
               STRING 'MACRO ' DELIMITED BY SIZE
                      MACRO-NAME(MCK-MAC-IX) DELIMITED BY SIZE
                      ' VERSION ' DELIMITED BY SIZE
                      MACRO-VERSION(MCK-MAC-IX) DELIMITED BY SIZE
                      ' FAIL' DELIMITED BY SIZE
                      INTO MCK-LINE
               END-STRING
           ELSE
               STRING 'MACRO ' DELIMITED BY SIZE
                      MACRO-NAME(MCK-MAC-IX) DELIMITED BY SIZE
                      ' VERSION ' DELIMITED BY SIZE
                      MACRO-VERSION(MCK-MAC-IX) DELIMITED BY SIZE
                      ' PASS' DELIMITED BY SIZE
                      INTO MCK-LINE
               END-STRING
                   PERFORM CHECK-STO-TOKEN
               WHEN MCK-TOKEN(1:4) = 'rcl '
                   PERFORM CHECK-RCL-TOKEN
               WHEN MCK-TOKEN(1:4) = 'ref ' OR MCK-TOKEN = 'refp' OR
                    MCK-TOKEN(1:5) = 'refp '
                   PERFORM CHECK-REF-TOKEN
               WHEN MCK-TOKEN(1:4) = 'def '
                   MOVE 'INVT' TO MCK-ISSUE-REASON
                   MOVE 'DEF INSIDE MACRO' TO MCK-ISSUE-TEXT
           END-IF.
           MOVE 'N' TO MCK-PREV-LITERAL.

      * A cross-transaction reference pushes one value when it
      * resolves; whether it does is only known at run time.
       CHECK-REF-TOKEN.
           IF MCK-TOKEN = 'refp' OR
              (MCK-TOKEN(1:4) = 'ref ' AND
               MCK-TOKEN(5:1) NOT = SPACE AND
               MCK-TOKEN(13:8) = SPACES) OR
              (MCK-TOKEN(1:5) = 'refp ' AND
               MCK-TOKEN(6:1) NOT = SPACE AND
               MCK-TOKEN(14:7) = SPACES)
               PERFORM SIMULATE-PUSH
           ELSE
               MOVE 'INVT' TO MCK-ISSUE-REASON
               MOVE 'INVALID TOKEN' TO MCK-ISSUE-TEXT
               PERFORM WRITE-ISSUE-LINE
           END-IF.
           MOVE 'N' TO MCK-PREV-LITERAL.

      * Anything else is a macro reference (forbidden in expansion)
      * or must pass the same numeric test as CHECK-NUMERIC.
       CHECK-MACRO-OR-NUMERIC.
