       ID DIVISION.
       PROGRAM-ID. 'XDCONV'.

      *>        Layout-driven conversion of a mainframe extract to
      *>        ASCII text.  XDCONV.CONTROL names the data file
      *>        (FILE=), the layout map (MAP=, same format XDUMP2C
      *>        reads: name offset length type decimals) and the code
      *>        page (CPAGE=0/037, 1/1047 or 2/500, default 037).  The
      *>        data file is read as fixed-length binary records of
      *>        LRECL= bytes; without LRECL= the record length is the
      *>        end of the last mapped field.  Each record becomes one
      *>        output line with the mapped fields in map order:
      *>          C  translated through the code page's etable
      *>          Z  zoned decimal      } expanded to a signed
      *>          P  packed decimal     } display number with the
      *>          B  binary, 2 or 4     } mapped decimals
      *>        FORMAT=FIXED (default) writes every field at its full
      *>        width, numbers as sign, zero-filled digits and point;
      *>        FORMAT=DELIM writes the fields trimmed and separated
      *>        by DELIM= (default '|'), with HEADER=Y adding a line of
      *>        field names; a delimiter byte inside a character field
      *>        is written as a space.  OUTPUT= names the converted
      *>        file (default XDCONV.OUTPUT).  A record with a non-
      *>        numeric zoned field, a bad packed digit or sign, or
      *>        short at the end of the file is not converted; each
      *>        failing field is listed on EXCEPTIONS= (default
      *>        XDCONV.EXCEPT) with the record number, its byte offset
      *>        in the file, the field name and the field in hex.
      *>        Return code 4 when any record was rejected, 8 when the
      *>        request, map or files are unusable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT Section.
       FILE-CONTROL.
           SELECT control-file ASSIGN TO 'XDCONV.CONTROL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-status.
           SELECT map-file ASSIGN TO map-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS map-status.
           SELECT output-file ASSIGN TO output-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS output-status.
           SELECT except-file ASSIGN TO except-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS except-status.

       DATA DIVISION.
       FILE SECTION.
       FD  control-file
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  control-record pic X(80).

       FD  map-file
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  map-record pic X(80).

       FD  output-file
           RECORD VARYING IN SIZE FROM 1 TO 8192 CHARACTERS
               DEPENDING ON out-len
           LABEL RECORDS ARE STANDARD.
       01  output-record pic X(8192).

       FD  except-file
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  except-record pic X(132).

       Working-Storage Section.

       01 control-status  pic x(2).
       01 map-status      pic x(2).
       01 output-status   pic x(2).
       01 except-status   pic x(2).
       01 control-eof     pic x(1).
       01 map-eof         pic x(1).

       01 ctl-keyword     pic x(20).
       01 ctl-value       pic x(60).
       01 data-name       pic x(80) value spaces.
       01 map-name        pic x(80) value spaces.
       01 output-name     pic x(80) value 'XDCONV.OUTPUT'.
       01 except-name     pic x(80) value 'XDCONV.EXCEPT'.
       01 out-format      pic x(1) value 'F'.
       01 out-delim       pic x(1) value '|'.
       01 out-header      pic x(1) value 'N'.
       01 cpage           pic x(1) value '0'.
       01 cpage-label     pic x(4).
       01 setup-bad       pic x(1) value 'N'.
       01 output-open     pic x(1) value 'N'.
       01 except-open     pic x(1) value 'N'.

      *>        EBCDIC translate tables for code pages 037, 1047 and
      *>        500; CPAGE= picks the one copied into etable-active.
      *>        Bytes with no ASCII equivalent (cent, not sign,
      *>        accented letters and the like) convert to '.'.
       01 eprint037.
         02 egroup037.
           05 e037-0 pic X(16) VALUE '................'.
           05 e037-1 pic X(16) VALUE '................'.
           05 e037-2 pic X(16) VALUE '................'.
           05 e037-3 pic X(16) VALUE '................'.
           05 e037-4 pic X(16) VALUE ' ...........<(+|'.
           05 e037-5 pic X(16) VALUE '&.........!$*);.'.
           05 e037-6 pic X(16) VALUE '-/.........,%_>?'.
           05 e037-7 pic X(16) VALUE '.........`:#@''="'.
           05 e037-8 pic X(16) VALUE '.abcdefghi......'.
           05 e037-9 pic X(16) VALUE '.jklmnopqr......'.
           05 e037-a pic X(16) VALUE '.~stuvwxyz......'.
           05 e037-b pic X(16) VALUE '^.........[]....'.
           05 e037-c pic X(16) VALUE '{ABCDEFGHI......'.
           05 e037-d pic X(16) VALUE '}JKLMNOPQR......'.
           05 e037-e pic X(16) VALUE '\.STUVWXYZ......'.
           05 e037-f pic X(16) VALUE '0123456789......'.
         02 etable037 redefines egroup037 pic x(256).

       01 eprint1047.
         02 egroup1047.
           05 e1047-0 pic X(16) VALUE '................'.
           05 e1047-1 pic X(16) VALUE '................'.
           05 e1047-2 pic X(16) VALUE '................'.
           05 e1047-3 pic X(16) VALUE '................'.
           05 e1047-4 pic X(16) VALUE ' ...........<(+|'.
           05 e1047-5 pic X(16) VALUE '&.........!$*);^'.
           05 e1047-6 pic X(16) VALUE '-/.........,%_>?'.
           05 e1047-7 pic X(16) VALUE '.........`:#@''="'.
           05 e1047-8 pic X(16) VALUE '.abcdefghi......'.
           05 e1047-9 pic X(16) VALUE '.jklmnopqr......'.
           05 e1047-a pic X(16) VALUE '.~stuvwxyz...[..'.
           05 e1047-b pic X(16) VALUE '.............]..'.
           05 e1047-c pic X(16) VALUE '{ABCDEFGHI......'.
           05 e1047-d pic X(16) VALUE '}JKLMNOPQR......'.
           05 e1047-e pic X(16) VALUE '\.STUVWXYZ......'.
           05 e1047-f pic X(16) VALUE '0123456789......'.
         02 etable1047 redefines egroup1047 pic x(256).

       01 eprint500.
         02 egroup500.
           05 e500-0 pic X(16) VALUE '................'.
           05 e500-1 pic X(16) VALUE '................'.
           05 e500-2 pic X(16) VALUE '................'.
           05 e500-3 pic X(16) VALUE '................'.
           05 e500-4 pic X(16) VALUE ' .........[.<(+!'.
           05 e500-5 pic X(16) VALUE '&.........]$*);^'.
           05 e500-6 pic X(16) VALUE '-/.........,%_>?'.
           05 e500-7 pic X(16) VALUE '.........`:#@''="'.
           05 e500-8 pic X(16) VALUE '.abcdefghi......'.
           05 e500-9 pic X(16) VALUE '.jklmnopqr......'.
           05 e500-a pic X(16) VALUE '.~stuvwxyz......'.
           05 e500-b pic X(16) VALUE '...........|....'.
           05 e500-c pic X(16) VALUE '{ABCDEFGHI......'.
           05 e500-d pic X(16) VALUE '}JKLMNOPQR......'.
           05 e500-e pic X(16) VALUE '\.STUVWXYZ......'.
           05 e500-f pic X(16) VALUE '0123456789......'.
         02 etable500 redefines egroup500 pic x(256).

       01 etable-active pic x(256).

       01 hex-digits      pic x(16) value '0123456789abcdef'.

      *>        layout map, as XDUMP2C holds it, plus the digit count
      *>        and output width worked out for each field at load
       01 map-count     pic s9(4) usage is comp-5 value 0.
       01 map-i         pic s9(4) usage is comp-5.
       01 map-table.
          05 map-entry occurs 64 times.
             10 map-fname pic x(16).
             10 map-foff  pic s9(9) usage is comp-5.
             10 map-flen  pic s9(9) usage is comp-5.
             10 map-ftype pic x(1).
             10 map-fdec  pic s9(4) usage is comp-5.
             10 map-fdig  pic s9(4) usage is comp-5.
             10 map-fint  pic s9(4) usage is comp-5.
             10 map-owid  pic s9(4) usage is comp-5.
       01 map-work      pic x(80).
       01 map-tok1      pic x(20).
       01 map-tok2      pic x(20).
       01 map-tok3      pic x(20).
       01 map-tok4      pic x(20).
       01 map-tok5      pic x(20).
       01 map-end       pic s9(9) usage is comp-5.
       01 map-extent    pic s9(9) usage is comp-5 value 0.
       01 fixed-width   pic s9(9) usage is comp-5 value 0.
       01 out-room      pic s9(9) usage is comp-5 value 0.

      *>        data file, read as a byte stream one record at a time
       01 data-handle     pic x(4).
       01 data-access     pic x comp-x value 1.
       01 data-deny       pic x comp-x value 0.
       01 data-device     pic x comp-x value 0.
       01 data-flags      pic x comp-x value 0.
       01 data-offset     pic x(8) comp-x.
       01 data-nbytes     pic x(4) comp-x.
       01 data-size       pic s9(18) usage is comp-5 value 0.
       01 rec-offset      pic s9(18) usage is comp-5 value 0.
       01 rec-left        pic s9(18) usage is comp-5.
       01 lrecl           pic s9(9) usage is comp-5 value 0.
       01 record-buffer   pic x(32760).

       01 recno           pic s9(9) usage is comp-5 value 0.
       01 converted-count pic s9(9) usage is comp-5 value 0.
       01 rejected-count  pic s9(9) usage is comp-5 value 0.
       01 record-ok       pic x(1).

      *>        field decode work
       01 fld-k           pic s9(9) usage is comp-5.
       01 fld-pos         pic s9(9) usage is comp-5.
       01 fld-byteval     pic s9(4) usage is comp-5.
       01 fld-hi          pic s9(4) usage is comp-5.
       01 fld-lo          pic s9(4) usage is comp-5.
       01 fld-accum       pic s9(18) usage is comp-5.
       01 fld-sign-neg    pic x(1).
       01 fld-ok          pic x(1).
       01 fld-reason      pic x(24).
       01 fld-digits      pic 9(18).
       01 fld-text        pic x(40).
       01 fld-tlen        pic s9(4) usage is comp-5.
       01 fld-start       pic s9(4) usage is comp-5.
       01 fld-char        pic x(1).
       01 fld-trimmed     pic x(1).

       01 out-line        pic x(8192).
       01 out-len         pic 9(9) usage is comp-5.
       01 out-pos         pic s9(9) usage is comp-5.

       01 except-line     pic x(132).
       01 except-field    pic x(16).
       01 hex-text        pic x(32).
       01 hex-len         pic s9(4) usage is comp-5.
       01 count-edit      pic z(8)9.
       01 count-edit2     pic z(8)9.
       01 count-edit3     pic z(8)9.
       01 offset-edit     pic z(17)9.

       Procedure Division.

       Begin.
           perform LOAD-CONVERT-REQUEST.
           if setup-bad = 'N'
               perform LOAD-LAYOUT-MAP
           end-if.
           if setup-bad = 'N'
               perform SELECT-CODE-PAGE
               perform OPEN-CONVERT-FILES
           end-if.
           if setup-bad = 'N'
               perform CONVERT-DATA-FILE
           end-if.
           if output-open = 'Y'
               close output-file
           end-if.
           if except-open = 'Y'
               close except-file
           end-if.
           if setup-bad = 'Y'
               move 8 to return-code
           else
               move recno to count-edit
               move converted-count to count-edit2
               move rejected-count to count-edit3
               display "XDCONV: " function trim(count-edit)
                       " records read, " function trim(count-edit2)
                       " converted, " function trim(count-edit3)
                       " rejected, code page " cpage-label
               if rejected-count > 0
                   move 4 to return-code
               end-if
           end-if.
           goback.

       LOAD-CONVERT-REQUEST.
           open input control-file.
           if control-status not = '00'
               display "# Error: could not open XDCONV.CONTROL "
                       "status " control-status
               move 'Y' to setup-bad
           else
               move 'N' to control-eof
               perform READ-CONTROL-RECORD until control-eof = 'Y'
               close control-file
               if data-name = spaces
                   display "# Error: no FILE= request in "
                           "XDCONV.CONTROL"
                   move 'Y' to setup-bad
               end-if
               if map-name = spaces
                   display "# Error: no MAP= request in "
                           "XDCONV.CONTROL"
                   move 'Y' to setup-bad
               end-if
           end-if.

       READ-CONTROL-RECORD.
           read control-file
               at end
                   move 'Y' to control-eof
               not at end
                   perform PARSE-CONTROL-RECORD
           end-read.

       PARSE-CONTROL-RECORD.
           move spaces to ctl-keyword.
           move spaces to ctl-value.
           unstring function trim(control-record)
               delimited by '='
               into ctl-keyword ctl-value
           end-unstring.
           evaluate ctl-keyword
               when 'FILE'
                   move ctl-value to data-name
               when 'MAP'
                   move ctl-value to map-name
               when 'OUTPUT'
                   move ctl-value to output-name
               when 'EXCEPTIONS'
                   move ctl-value to except-name
               when 'LRECL'
                   compute lrecl = function numval(ctl-value)
               when 'CPAGE'
                   evaluate ctl-value
                       when '1'
                       when '1047'
                           move '1' to cpage
                       when '2'
                       when '500'
                           move '2' to cpage
                       when other
                           move '0' to cpage
                   end-evaluate
               when 'FORMAT'
                   if ctl-value(1:5) = 'DELIM'
                       move 'D' to out-format
                   else
                       move 'F' to out-format
                   end-if
               when 'DELIM'
                   move ctl-value(1:1) to out-delim
               when 'HEADER'
                   move ctl-value(1:1) to out-header
               when other
                   continue
           end-evaluate.

      *>        ----------------------------------------------------------
      *>        Read the layout map the way XDUMP2C does, then check
      *>        every field can be converted: known type, a length the
      *>        type allows and room for its digits and decimals.
      *>        ----------------------------------------------------------
       LOAD-LAYOUT-MAP.
           open input map-file.
           if map-status not = '00'
               display "# Error: could not open "
                       function trim(map-name)
                       " status " map-status
               move 'Y' to setup-bad
           else
               move 'N' to map-eof
               perform READ-MAP-RECORD
                   until map-eof = 'Y' or map-count >= 64
               close map-file
               if map-count = 0
                   display "# Error: no fields in "
                           function trim(map-name)
                   move 'Y' to setup-bad
               end-if
               perform CHECK-MAP-FIELD
                   varying map-i from 1 by 1 until map-i > map-count
               if lrecl = 0
                   move map-extent to lrecl
               end-if
               if lrecl > 32760
                   display "# Error: LRECL above 32760"
                   move 'Y' to setup-bad
               end-if
               if map-extent > lrecl
                   display "# Error: map extends past LRECL"
                   move 'Y' to setup-bad
               end-if
      *>        delimited output builds each field at full width before
      *>        trimming it, with a delimiter between fields
               if out-format = 'D'
                   compute out-room = fixed-width + map-count - 1
               else
                   move fixed-width to out-room
               end-if
               if out-room > 8192
                   display "# Error: converted record wider than "
                           "8192"
                   move 'Y' to setup-bad
               end-if
           end-if.

       READ-MAP-RECORD.
           read map-file
               at end
                   move 'Y' to map-eof
               not at end
                   perform PARSE-MAP-RECORD
           end-read.

       PARSE-MAP-RECORD.
           move function trim(map-record leading) to map-work.
           if map-work not equal spaces
              and map-work(1:1) not equal '*'
               move spaces to map-tok1
               move spaces to map-tok2
               move spaces to map-tok3
               move spaces to map-tok4
               move spaces to map-tok5
               unstring map-work delimited by all spaces
                   into map-tok1 map-tok2 map-tok3 map-tok4 map-tok5
               end-unstring
               if map-tok2 not equal spaces
                  and map-tok3 not equal spaces
                  and map-tok4 not equal spaces
                   add 1 to map-count
                   move map-tok1 to map-fname(map-count)
                   compute map-foff(map-count) =
                       function numval(map-tok2)
                   compute map-flen(map-count) =
                       function numval(map-tok3)
                   move function upper-case(map-tok4(1:1))
                       to map-ftype(map-count)
                   if map-tok5 equal spaces
                       move 0 to map-fdec(map-count)
                   else
                       compute map-fdec(map-count) =
                           function numval(map-tok5)
                   end-if
               end-if
           end-if.

       CHECK-MAP-FIELD.
           move spaces to fld-reason.
           if map-foff(map-i) < 0 or map-flen(map-i) <= 0
               move 'BAD OFFSET OR LENGTH' to fld-reason
           end-if.
           evaluate map-ftype(map-i)
               when 'C'
                   move 0 to map-fdig(map-i)
               when 'Z'
                   move map-flen(map-i) to map-fdig(map-i)
                   if map-flen(map-i) > 18
                       move 'ZONED LONGER THAN 18' to fld-reason
                   end-if
               when 'P'
                   compute map-fdig(map-i) = map-flen(map-i) * 2 - 1
                   if map-flen(map-i) > 9
                       move 'PACKED LONGER THAN 9' to fld-reason
                   end-if
               when 'B'
                   evaluate map-flen(map-i)
                       when 2
                           move 5 to map-fdig(map-i)
                       when 4
                           move 10 to map-fdig(map-i)
                       when other
                           move 'BINARY NOT 2 OR 4' to fld-reason
                   end-evaluate
               when other
                   move 'UNKNOWN TYPE' to fld-reason
           end-evaluate.
           if map-ftype(map-i) = 'C'
               move map-flen(map-i) to map-owid(map-i)
           else
               if map-fdec(map-i) < 0
                   move 0 to map-fdec(map-i)
               end-if
               compute map-fint(map-i) =
                   map-fdig(map-i) - map-fdec(map-i)
               if map-fint(map-i) < 1
                   move 1 to map-fint(map-i)
               end-if
               if map-fint(map-i) + map-fdec(map-i) > 18
                   move 'TOO MANY DECIMALS' to fld-reason
               end-if
               compute map-owid(map-i) = 1 + map-fint(map-i)
               if map-fdec(map-i) > 0
                   compute map-owid(map-i) =
                       map-owid(map-i) + 1 + map-fdec(map-i)
               end-if
           end-if.
           if fld-reason not = spaces
               display "# Error: map field "
                       function trim(map-fname(map-i))
                       " " function trim(fld-reason)
               move 'Y' to setup-bad
           else
               compute map-end = map-foff(map-i) + map-flen(map-i)
               if map-end > map-extent
                   move map-end to map-extent
               end-if
               add map-owid(map-i) to fixed-width
           end-if.

       SELECT-CODE-PAGE.
           evaluate cpage
               when '1'
                   move etable1047 to etable-active
                   move '1047' to cpage-label
               when '2'
                   move etable500 to etable-active
                   move '500' to cpage-label
               when other
                   move etable037 to etable-active
                   move '037' to cpage-label
           end-evaluate.

       OPEN-CONVERT-FILES.
           call 'CBL_OPEN_FILE' using data-name data-access
               data-deny data-device data-handle
           end-call.
           if return-code not = 0
               display "# Error: could not open "
                       function trim(data-name)
                       " return code " return-code
               move 0 to return-code
               move 'Y' to setup-bad
           else
      *>        flag 128 returns the file size in the offset field
               move 0 to data-offset
               move 1 to data-nbytes
               move 128 to data-flags
               call 'CBL_READ_FILE' using data-handle data-offset
                   data-nbytes data-flags record-buffer
               end-call
               move data-offset to data-size
               move 0 to data-flags
           end-if.
           if setup-bad = 'N'
               open output output-file
               if output-status not = '00'
                   display "# Error: could not open "
                           function trim(output-name)
                           " status " output-status
                   move 'Y' to setup-bad
               else
                   move 'Y' to output-open
               end-if
               open output except-file
               if except-status not = '00'
                   display "# Error: could not open "
                           function trim(except-name)
                           " status " except-status
                   move 'Y' to setup-bad
               else
                   move 'Y' to except-open
               end-if
           end-if.

       CONVERT-DATA-FILE.
           if out-format = 'D' and out-header = 'Y'
               perform WRITE-HEADER-LINE
           end-if.
           move 0 to rec-offset.
           perform CONVERT-ONE-RECORD until rec-offset >= data-size.
           call 'CBL_CLOSE_FILE' using data-handle end-call.
           move 0 to return-code.

      *>        ----------------------------------------------------------
      *>        One record: a short last record is listed and skipped;
      *>        otherwise every field is checked and converted, and the
      *>        line is written only when all of them were good.
      *>        ----------------------------------------------------------
       CONVERT-ONE-RECORD.
           add 1 to recno.
           compute rec-left = data-size - rec-offset.
           if rec-left < lrecl
               add 1 to rejected-count
               move rec-left to count-edit
               move spaces to fld-reason
               string 'SHORT RECORD, ' delimited by size
                      function trim(count-edit) delimited by size
                      ' BYTES' delimited by size
                      into fld-reason
               end-string
               move '*RECORD*' to except-field
               move spaces to hex-text
               perform WRITE-EXCEPTION-LINE
               move data-size to rec-offset
           else
               move rec-offset to data-offset
               move lrecl to data-nbytes
               call 'CBL_READ_FILE' using data-handle data-offset
                   data-nbytes data-flags record-buffer
               end-call
               move 'Y' to record-ok
               move spaces to out-line
               move 0 to out-pos
               perform CONVERT-ONE-FIELD
                   varying map-i from 1 by 1 until map-i > map-count
               if record-ok = 'Y'
                   add 1 to converted-count
                   perform WRITE-OUTPUT-LINE
               else
                   add 1 to rejected-count
               end-if
               add lrecl to rec-offset
           end-if.

       CONVERT-ONE-FIELD.
           move 'Y' to fld-ok.
           move spaces to fld-text.
           evaluate map-ftype(map-i)
               when 'C'
                   perform CONVERT-CHAR-FIELD
               when 'Z'
                   perform CONVERT-ZONED-FIELD
               when 'P'
                   perform CONVERT-PACKED-FIELD
               when 'B'
                   perform CONVERT-BINARY-FIELD
           end-evaluate.
           if fld-ok = 'N'
               move 'N' to record-ok
               move map-fname(map-i) to except-field
               perform FORMAT-FIELD-HEX
               perform WRITE-EXCEPTION-LINE
           else
               if map-ftype(map-i) not = 'C'
                   perform EDIT-NUMERIC-FIELD
               end-if
               perform APPEND-FIELD-TEXT
           end-if.

      *>        Character field: each byte through the active etable.
      *>        In delimited output the delimiter itself cannot appear
      *>        inside a field, so it is written as a space.
       CONVERT-CHAR-FIELD.
           perform varying fld-k from 0 by 1
                   until fld-k >= map-flen(map-i)
               compute fld-pos = 1 + map-foff(map-i) + fld-k
               compute fld-byteval =
                   function ord(record-buffer(fld-pos : 1)) - 1
               move etable-active(1 + fld-byteval : 1) to fld-char
               if out-format = 'D' and fld-char = out-delim
                   move space to fld-char
               end-if
               move fld-char to out-line(out-pos + 1 + fld-k : 1)
           end-perform.

      *>        Zoned decimal: every byte carries a digit in its low
      *>        nibble; the zone is x'F' except on the last byte, where
      *>        it is the sign (x'D' or x'B' negative, x'A' to x'F'
      *>        otherwise).  Anything else is not numeric.
       CONVERT-ZONED-FIELD.
           move 0 to fld-accum.
           move 'N' to fld-sign-neg.
           perform varying fld-k from 0 by 1
                   until fld-k >= map-flen(map-i) or fld-ok = 'N'
               perform SPLIT-FIELD-BYTE
               if fld-lo > 9
                   move 'N' to fld-ok
               end-if
               if fld-k < map-flen(map-i) - 1
                   if fld-hi not = 15
                       move 'N' to fld-ok
                   end-if
               else
                   if fld-hi < 10
                       move 'N' to fld-ok
                   end-if
                   if fld-hi = 13 or fld-hi = 11
                       move 'Y' to fld-sign-neg
                   end-if
               end-if
               compute fld-accum = fld-accum * 10 + fld-lo
           end-perform.
           if fld-ok = 'N'
               move 'NON-NUMERIC ZONED' to fld-reason
           end-if.

      *>        Packed decimal: two digits a byte, the last low nibble
      *>        the sign (x'D' or x'B' negative, x'A' to x'F'
      *>        otherwise).  A digit nibble above 9 or a sign nibble
      *>        below x'A' is rejected.
       CONVERT-PACKED-FIELD.
           move 0 to fld-accum.
           move 'N' to fld-sign-neg.
           move spaces to fld-reason.
           perform varying fld-k from 0 by 1
                   until fld-k >= map-flen(map-i)
               perform SPLIT-FIELD-BYTE
               if fld-hi > 9
                   move 'INVALID PACKED DIGIT' to fld-reason
               end-if
               compute fld-accum = fld-accum * 10 + fld-hi
               if fld-k < map-flen(map-i) - 1
                   if fld-lo > 9
                       move 'INVALID PACKED DIGIT' to fld-reason
                   end-if
                   compute fld-accum = fld-accum * 10 + fld-lo
               else
                   if fld-lo < 10
                       move 'INVALID PACKED SIGN' to fld-reason
                   end-if
                   if fld-lo = 13 or fld-lo = 11
                       move 'Y' to fld-sign-neg
                   end-if
               end-if
           end-perform.
           if fld-reason not = spaces
               move 'N' to fld-ok
           end-if.

      *>        COMP binary, big endian, halfword or fullword, signed
      *>        two's complement.
       CONVERT-BINARY-FIELD.
           move 0 to fld-accum.
           move 'N' to fld-sign-neg.
           perform varying fld-k from 0 by 1
                   until fld-k >= map-flen(map-i)
               compute fld-pos = 1 + map-foff(map-i) + fld-k
               compute fld-byteval =
                   function ord(record-buffer(fld-pos : 1)) - 1
               compute fld-accum = fld-accum * 256 + fld-byteval
           end-perform.
           if map-flen(map-i) = 2 and fld-accum >= 32768
               subtract 65536 from fld-accum
           end-if.
           if map-flen(map-i) = 4 and fld-accum >= 2147483648
               subtract 4294967296 from fld-accum
           end-if.
           if fld-accum < 0
               move 'Y' to fld-sign-neg
               compute fld-accum = fld-accum * -1
           end-if.

       SPLIT-FIELD-BYTE.
           compute fld-pos = 1 + map-foff(map-i) + fld-k.
           compute fld-byteval =
               function ord(record-buffer(fld-pos : 1)) - 1.
           divide fld-byteval by 16 giving fld-hi
                  remainder fld-lo.

      *>        ----------------------------------------------------------
      *>        Signed display number with the mapped decimals.  Fixed
      *>        output keeps the full width: sign, zero-filled integer
      *>        digits, point and decimals.  Delimited output drops the
      *>        leading zeros and the plus sign.
      *>        ----------------------------------------------------------
       EDIT-NUMERIC-FIELD.
           move fld-accum to fld-digits.
           if fld-accum = 0
               move 'N' to fld-sign-neg
           end-if.
           compute fld-start =
               19 - map-fint(map-i) - map-fdec(map-i).
           if out-format = 'D'
               perform until fld-start >= 19 - map-fdec(map-i) - 1
                          or fld-digits(fld-start : 1) not = '0'
                   add 1 to fld-start
               end-perform
           end-if.
           move spaces to fld-text.
           move 0 to fld-tlen.
           if fld-sign-neg = 'Y'
               move '-' to fld-text(1 : 1)
               move 1 to fld-tlen
           else
               if out-format = 'F'
                   move '+' to fld-text(1 : 1)
                   move 1 to fld-tlen
               end-if
           end-if.
           compute fld-k = 19 - map-fdec(map-i) - fld-start.
           move fld-digits(fld-start : fld-k)
               to fld-text(fld-tlen + 1 : fld-k).
           add fld-k to fld-tlen.
           if map-fdec(map-i) > 0
               move '.' to fld-text(fld-tlen + 1 : 1)
               add 1 to fld-tlen
               move fld-digits(19 - map-fdec(map-i) : map-fdec(map-i))
                   to fld-text(fld-tlen + 1 : map-fdec(map-i))
               add map-fdec(map-i) to fld-tlen
           end-if.
           move fld-text(1 : fld-tlen)
               to out-line(out-pos + 1 : fld-tlen).

      *>        Character fields were moved straight into the line;
      *>        step past the field, and in delimited output trim it
      *>        and add the delimiter.
       APPEND-FIELD-TEXT.
           if out-format = 'F'
               add map-owid(map-i) to out-pos
           else
               if map-ftype(map-i) = 'C'
                   move map-flen(map-i) to fld-tlen
                   move 'N' to fld-trimmed
                   perform until fld-tlen = 0 or fld-trimmed = 'Y'
                       if out-line(out-pos + fld-tlen : 1) = space
                           subtract 1 from fld-tlen
                       else
                           move 'Y' to fld-trimmed
                       end-if
                   end-perform
               end-if
               add fld-tlen to out-pos
               if map-i < map-count
                   add 1 to out-pos
                   move out-delim to out-line(out-pos : 1)
               end-if
           end-if.

       WRITE-HEADER-LINE.
           move spaces to out-line.
           move 0 to out-pos.
           perform varying map-i from 1 by 1 until map-i > map-count
               move function trim(map-fname(map-i))
                   to out-line(out-pos + 1 : 16)
               add function length(function trim(map-fname(map-i)))
                   to out-pos
               if map-i < map-count
                   add 1 to out-pos
                   move out-delim to out-line(out-pos : 1)
               end-if
           end-perform.
           perform WRITE-OUTPUT-LINE.

       WRITE-OUTPUT-LINE.
           move out-pos to out-len.
           if out-len = 0
               move 1 to out-len
           end-if.
           move out-line(1 : out-len) to output-record.
           write output-record.

      *>        Field bytes in hex for the exceptions file, at most 16.
       FORMAT-FIELD-HEX.
           move spaces to hex-text.
           move map-flen(map-i) to hex-len.
           if hex-len > 16
               move 16 to hex-len
           end-if.
           perform varying fld-k from 0 by 1 until fld-k >= hex-len
               perform SPLIT-FIELD-BYTE
               move hex-digits(fld-hi + 1 : 1)
                   to hex-text(fld-k * 2 + 1 : 1)
               move hex-digits(fld-lo + 1 : 1)
                   to hex-text(fld-k * 2 + 2 : 1)
           end-perform.

       WRITE-EXCEPTION-LINE.
           move recno to count-edit.
           move rec-offset to offset-edit.
           move spaces to except-line.
           string 'RECORD ' delimited by size
                  function trim(count-edit) delimited by size
                  ' OFFSET ' delimited by size
                  function trim(offset-edit) delimited by size
                  ' FIELD ' delimited by size
                  except-field delimited by space
                  ' ' delimited by size
                  fld-reason delimited by '  '
                  into except-line
           end-string.
           if hex-text not = spaces
               move function trim(except-line) to except-line
               string function trim(except-line) delimited by size
                      ' HEX ' delimited by size
                      hex-text delimited by space
                      into except-line
               end-string
           end-if.
           move except-line to except-record.
           write except-record.

       END PROGRAM 'XDCONV'.
