       FD  ARC-AUDIT-FILE.
       01  ARC-AUDIT-RECORD.
           05 ARC-AUDIT-DATE     PIC X(8).
           05 FILLER             PIC X(93).

       FD  ARC-WORK-FILE.
       01  ARC-WORK-RECORD       PIC X(101).

      * Per-month staging file PFIXARCH.Wyyyymm, extended by the
      * split and emptied only after its records land somewhere safe.
       FD  ARC-MWORK-FILE.
       01  ARC-MWORK-RECORD.
           05 ARC-MWORK-DATE     PIC X(8).
           05 FILLER             PIC X(93).

       FD  ARC-GEN-FILE.
       01  ARC-GEN-RECORD        PIC X(101).

      * One record per archived month: month, record count, first
      * and last audit date on the generation, generation file name.
