       DATA DIVISION.
       FILE SECTION.
       FD  PFIXRPT-AUDIT-FILE.
       01  PFIXRPT-AUDIT-RECORD  PIC X(101).

      * Optional date range: FROM=yyyymmdd and TO=yyyymmdd, one per
      * record.  Absent file or keyword means the full audit history.
           05 RPT-TOKEN      PIC X(20).
           05 FILLER         PIC X(1).
           05 RPT-RESULT     PIC X(19).
           05 FILLER         PIC X(1).
           05 RPT-TX-ID      PIC X(8).
           05 FILLER         PIC X(1).
           05 RPT-RECNO      PIC X(7).
           05 FILLER         PIC X(1).
           05 RPT-MACRO      PIC X(12).
           05 FILLER         PIC X(1).
           05 RPT-MAC-VERSION PIC X(3).
           05 FILLER         PIC X(1).
           05 RPT-RUN-DATE   PIC X(8).

       01  RPT-FROM-DATE     PIC X(8) VALUE '00000000'.
       01  RPT-TO-DATE       PIC X(8) VALUE '99999999'.
                   MOVE 'Y' TO RPT-AUDIT-EOF
               NOT AT END
                   ADD 1 TO RPT-READ-COUNT
      * A 'clear' is audited only so the trail replays; it is not
      * an operation and carries no result to count.
                   IF RPT-DATE >= RPT-FROM-DATE AND
                      RPT-DATE <= RPT-TO-DATE AND
                      RPT-TOKEN NOT = 'clear'
                       PERFORM TALLY-ONE-RECORD
                   END-IF
           END-READ.
