      *>        is passed through to XDUMP2C's search mode so the
      *>        matching lines are flagged.  MAP=, CPAGE= and WIDTH=
      *>        pass straight through to the dumper.
      *>        RECFM= gives the record format of the data file:
      *>          L  text lines, up to 400 bytes (the default)
      *>          F  binary fixed-length records of LRECL= bytes
      *>          V  binary variable-length records, each behind a
      *>             4-byte RDW: a halfword length that counts the
      *>             RDW itself, then x'0000'
      *>        F and V records may be up to 32760 bytes and are read
      *>        as a byte stream, so x'0A' bytes in packed or binary
      *>        fields do not split them; each is dumped whole with
      *>        its true length and byte offset in the file.  A short
      *>        last block is dumped as far as it goes and reported
      *>        with its offset; an RDW that cannot be right is
      *>        reported with its offset and ends the scan of the
      *>        file, since the next record cannot be located.  Either
      *>        one sets return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT Section.
       01 ctl-keyword     pic x(20).
       01 ctl-value       pic x(60).
       01 data-name       pic x(80) value spaces.
       01 recfm           pic x(1) value 'L'.
       01 recfm-ok        pic x(1) value 'Y'.
       01 lrecl           pic s9(9) usage is comp-5 value 0.
       01 format-errors   pic s9(9) usage is comp-5 value 0.
       01 dump-failed     pic x(1) value 'N'.

      *>        selection settings; zero means the filter is not active
       01 from-recno      pic s9(9) usage is comp-5 value 0.
       01 len-edit        pic z(8)9.

      *>        record buffer handed to XDUMP2C
       01 dump-buffer     pic x(32760).

      *>        RECFM=F/V data file, read as a byte stream
       01 bin-handle      pic x(4).
       01 bin-access      pic x comp-x value 1.
       01 bin-deny        pic x comp-x value 0.
       01 bin-device      pic x comp-x value 0.
       01 bin-flags       pic x comp-x value 0.
       01 bin-offset      pic x(8) comp-x.
       01 bin-nbytes      pic x(4) comp-x.
       01 bin-size        pic s9(18) usage is comp-5 value 0.
       01 bin-pos         pic s9(18) usage is comp-5 value 0.
       01 bin-left        pic s9(18) usage is comp-5.
       01 rec-offset      pic s9(18) usage is comp-5 value 0.
       01 rdw-area        pic x(4).
       01 rdw-length      pic s9(9) usage is comp-5.
       01 rdw-byte        pic s9(4) usage is comp-5.
       01 block-short     pic x(1).
       01 offset-edit     pic z(17)9.

      *>        hex pattern, as keyed and as converted bytes
       01 pattern-text    pic x(32) value spaces.
               move 8 to return-code
           else
               perform CONVERT-HEX-PATTERN
               perform CHECK-RECORD-FORMAT
               if pat-ok = 'N' or recfm-ok = 'N'
                   move 8 to return-code
               else
                   if recfm = 'L'
                       perform DUMP-DATA-FILE
                   else
                       perform DUMP-BINARY-FILE
                   end-if
               end-if
           end-if.
           goback.
               when 'WIDTH'
                   compute width-work = function numval(ctl-value)
                   move width-work to dump-width
               when 'RECFM'
                   move function upper-case(ctl-value(1:1)) to recfm
               when 'LRECL'
                   compute lrecl = function numval(ctl-value)
               when other
                   continue
           end-evaluate.
                   move 0 to pat-lo
           end-evaluate.

       CHECK-RECORD-FORMAT.
           evaluate recfm
               when 'L'
                   continue
               when 'F'
                   if lrecl < 1 or lrecl > 32760
                       display "# Error: RECFM=F needs LRECL= from 1 "
                               "to 32760"
                       move 'N' to recfm-ok
                   end-if
               when 'V'
                   continue
               when other
                   display "# Error: RECFM= must be L, F or V"
                   move 'N' to recfm-ok
           end-evaluate.

       DUMP-DATA-FILE.
           open input data-file.
           if data-status not = '00'
                   move 'Y' to data-eof
               not at end
                   add 1 to recno
                   perform MEASURE-RECORD-LENGTH
                   move data-record to dump-buffer
                   perform SELECT-DATA-RECORD
                   if selected = 'Y'
                       perform DUMP-ONE-RECORD
      *>        ----------------------------------------------------------
       SELECT-DATA-RECORD.
           move 'Y' to selected.
           if from-recno > 0 and recno < from-recno
               move 'N' to selected
           end-if.
               perform varying scan-k from 1 by 1
                       until scan-k + pattern-len - 1 > reclen
                          or selected = 'Y'
                   if dump-buffer(scan-k : pattern-len) =
                      pattern-bytes(1 : pattern-len)
                       move 'Y' to selected
                   end-if
           add 1 to dumped-count.
           move recno to recno-edit.
           move reclen to len-edit.
           if recfm = 'L'
               display "RECORD " function trim(recno-edit)
                       " LENGTH " function trim(len-edit)
           else
               move rec-offset to offset-edit
               display "RECORD " function trim(recno-edit)
                       " LENGTH " function trim(len-edit)
                       " OFFSET " function trim(offset-edit)
           end-if.
           move reclen to dump-len.
           set dump-ptr to address of dump-buffer.
           set dump-nullf to null.
               ON EXCEPTION
                   display "# Error: XDUMP2C not available"
                   move 8 to return-code
                   move 'Y' to dump-failed
                   move 'Y' to data-eof
           END-CALL.

      *>        ----------------------------------------------------------
      *>        RECFM=F and RECFM=V: the file size is taken first, then
      *>        each record is read at its own offset.
      *>        ----------------------------------------------------------
       DUMP-BINARY-FILE.
           call 'CBL_OPEN_FILE' using data-name bin-access
               bin-deny bin-device bin-handle
           end-call.
           if return-code not = 0
               display "# Error: could not open "
                       function trim(data-name)
                       " return code " return-code
               move 8 to return-code
           else
      *>        flag 128 returns the file size in the offset field
               move 0 to bin-offset
               move 1 to bin-nbytes
               move 128 to bin-flags
               call 'CBL_READ_FILE' using bin-handle bin-offset
                   bin-nbytes bin-flags dump-buffer
               end-call
               move bin-offset to bin-size
               move 0 to bin-flags
               move 0 to bin-pos
               move 'N' to data-eof
               perform READ-BINARY-RECORD
                   until data-eof = 'Y' or bin-pos >= bin-size
               call 'CBL_CLOSE_FILE' using bin-handle end-call
      *>        the close leaves its own code behind; a missing
      *>        XDUMP2C still ends the run 8
               if dump-failed = 'Y'
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if
               move recno to recno-edit
               move dumped-count to len-edit
               display "XDFDUMP: " function trim(recno-edit)
                       " records read, " function trim(len-edit)
                       " dumped"
               if format-errors > 0
                   move format-errors to recno-edit
                   display "XDFDUMP: " function trim(recno-edit)
                           " record format errors"
                   if dump-failed not = 'Y'
                       move 4 to return-code
                   end-if
               end-if
           end-if.

       READ-BINARY-RECORD.
           move bin-pos to rec-offset.
           compute bin-left = bin-size - bin-pos.
           move 'N' to block-short.
           if recfm = 'F'
               move lrecl to reclen
               if bin-left < lrecl
                   move bin-left to reclen
                   move 'Y' to block-short
               end-if
           else
               perform READ-RECORD-DESCRIPTOR
           end-if.
           if data-eof = 'N'
               add 1 to recno
               if block-short = 'Y'
                   perform REPORT-SHORT-BLOCK
               end-if
               move spaces to dump-buffer
               move bin-pos to bin-offset
               move reclen to bin-nbytes
               call 'CBL_READ_FILE' using bin-handle bin-offset
                   bin-nbytes bin-flags dump-buffer
               end-call
               add reclen to bin-pos
               perform SELECT-DATA-RECORD
               if selected = 'Y'
                   perform DUMP-ONE-RECORD
               end-if
           end-if.

      *>        The RDW length counts its own four bytes, so a record
      *>        of n data bytes carries n + 4; x'0000' must follow.
       READ-RECORD-DESCRIPTOR.
           if bin-left < 4
               move 'Y' to data-eof
               move bin-left to reclen
               perform REPORT-SHORT-BLOCK
           else
               move bin-pos to bin-offset
               move 4 to bin-nbytes
               call 'CBL_READ_FILE' using bin-handle bin-offset
                   bin-nbytes bin-flags rdw-area
               end-call
               compute rdw-byte = function ord(rdw-area(1:1)) - 1
               compute rdw-length = rdw-byte * 256
               compute rdw-byte = function ord(rdw-area(2:1)) - 1
               add rdw-byte to rdw-length
               move rdw-length to len-edit
               if rdw-length < 5 or rdw-length > 32764
                  or rdw-area(3:2) not = low-values
                   move 'Y' to data-eof
                   perform REPORT-BAD-DESCRIPTOR
               else
                   add 4 to bin-pos
                   compute reclen = rdw-length - 4
                   subtract 4 from bin-left
                   if bin-left < reclen
                       move bin-left to reclen
                       move 'Y' to block-short
                   end-if
               end-if
           end-if.

       REPORT-BAD-DESCRIPTOR.
           add 1 to format-errors.
           move rec-offset to offset-edit.
           display "# Error: bad RDW at offset "
                   function trim(offset-edit)
                   " length " function trim(len-edit)
                   ", rest of file not dumped".

       REPORT-SHORT-BLOCK.
           add 1 to format-errors.
           move rec-offset to offset-edit.
           move reclen to len-edit.
           display "# Error: short last block at offset "
                   function trim(offset-edit)
                   ", " function trim(len-edit) " bytes".

       END PROGRAM 'XDFDUMP'.
