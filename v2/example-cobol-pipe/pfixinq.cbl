           05 INQ-RES-TIME       PIC 9(8).
           05 INQ-RES-VALUE      PIC X(19).
           05 INQ-RES-ERROR      PIC X(1).
           05 INQ-RES-EXT-SEQ    PIC 9(6).
           05 INQ-RES-SENT-SEQ   PIC 9(6).
           05 INQ-RES-SENT-VALUE PIC X(19).
           05 INQ-RES-SENT-ERROR PIC X(1).

       FD  INQ-CONTROL-FILE.
       01  INQ-CONTROL-RECORD    PIC X(80).
