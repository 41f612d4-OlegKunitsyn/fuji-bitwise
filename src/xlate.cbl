       *> An optional offset/length restricts translation to the text
       *> portion of each record so packed and binary fields pass
       *> through untouched; offset zero or blank translates the
       *> whole record.  Field cards after the control card name
       *> further text fields in the feed's LAYDICT layout instead,
       *> so a moved field is one dictionary update rather than a
       *> re-keyed deck; when any field is named, only the named
       *> fields (and the card's own offset/length, if given) are
       *> translated.
       *>
       *> Partner files are record images with no newline delimiters
       *> (record sequential): an EBCDIC file has no line ends to
       *>         record)
       *>  65-68  field length (required when the offset is nonzero)
       *>  69-72  record length, 1-4096, blank = 400
       *>  73-80  feed id in the LAYDICT layout dictionary, required
       *>         when field cards follow
       *>
       *> Field card layout (XLTCTL, 80 bytes), cards 2-n, at most
       *> 16:
       *>   1-20  field name in the feed's LAYDICT layout
       *>  21-80  filler
       *>
       *> Return codes: 0 = translated, 16 = run abandoned.
       *>*
       01 ws-idx pic 9(4) binary.
       01 ws-byte-value pic 9(3) binary.
       01 ws-record-count pic 9(9) value 0.
       01 ws-feed-id pic x(8).
       01 ws-range-table.
         05 ws-range-entry occurs 17 times indexed by range-idx.
           10 ws-range-first pic 9(4).
           10 ws-range-last pic 9(5).
       01 ws-range-count pic 9(2) value 0.
       01 ws-lookup-field pic x(20).
       01 ws-lookup-seq pic 9(3) value 0.
       01 ws-lookup-return-code pic 9(2).
       copy "laydict-entry.cpy".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               else
                   move control-record(69:4) to ws-record-length
               end-if
               move control-record(73:8) to ws-feed-id
               move function trim(ws-in-file-name) to ws-in-file-name
               move function trim(ws-out-file-name)
                   to ws-out-file-name
                           " EXCEEDS THE RECORD SIZE, RUN ABANDONED"
                       move "Y" to ws-abort-run
               end-evaluate
               if not abort-run
                   perform load-fields
               end-if
               if abort-run
                   move 16 to return-code
               else
                   perform read-input-record
                   perform until data-eof
                       move ws-in-record to ws-out-record
                       perform varying range-idx from 1 by 1
                           until range-idx > ws-range-count
                           perform translate-range
                       end-perform
                       perform write-output-record
                       add 1 to ws-record-count
               move "N" to ws-eof-data
           end-if.

       *>*
       *> Translate one range of the current record.
       *>*
       translate-range.
           perform varying ws-idx from ws-range-first(range-idx) by 1
               until ws-idx > ws-range-last(range-idx)
               compute ws-byte-value = function ord(
                   ws-in-record(ws-idx:1))
               move ws-xlate-table(ws-byte-value:1)
                   to ws-out-record(ws-idx:1)
           end-perform.

       *>*
       *> Build the range table: the control card's own range, then
       *> one range per field card resolved through layout-lookup.
       *> With no offset and no field cards, the whole record.
       *>*
       load-fields.
           if ws-offset > 0
               add 1 to ws-range-count
               set range-idx to ws-range-count
               move ws-first-byte to ws-range-first(range-idx)
               move ws-last-byte to ws-range-last(range-idx)
           end-if.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           perform until control-eof or abort-run
               move control-record(1:20) to ws-lookup-field
               evaluate true
                   when ws-lookup-field = spaces
                       continue
                   when ws-range-count >= 17
                       display "XLATE: MORE THAN 16 FIELD CARDS, "
                           "RUN ABANDONED"
                       move "Y" to ws-abort-run
                   when ws-feed-id = spaces
                       display "XLATE: FIELD " ws-lookup-field
                           " NAMED BUT THE CONTROL CARD GIVES NO "
                           "FEED ID, RUN ABANDONED"
                       move "Y" to ws-abort-run
                   when other
                       perform add-field-range
               end-evaluate
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.
           if ws-range-count = 0
               add 1 to ws-range-count
               set range-idx to ws-range-count
               move 1 to ws-range-first(range-idx)
               move ws-record-length to ws-range-last(range-idx)
           end-if.

       add-field-range.
           call "layout-lookup" using ws-feed-id, ws-lookup-field,
               ws-lookup-seq, laydict-entry, ws-lookup-return-code.
           evaluate true
               when ws-lookup-return-code = 16
                   display "XLATE: LAYDICT IS NOT USABLE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-lookup-return-code not = 0
                   display "XLATE: FIELD " ws-lookup-field
                       " IS NOT IN THE LAYOUT OF FEED " ws-feed-id
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ld-offset + ld-length - 1 > ws-record-length
                   display "XLATE: FIELD " ws-lookup-field
                       " EXCEEDS THE RECORD SIZE, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ld-type-binary or ld-type-packed or ld-type-bits
                   display "XLATE: FIELD " ws-lookup-field
                       " IS " ld-type ", NOT TEXT, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if abort-run
               exit paragraph
           end-if.
           add 1 to ws-range-count.
           set range-idx to ws-range-count.
           move ld-offset to ws-range-first(range-idx).
           compute ws-range-last(range-idx) = ld-offset
               + ld-length - 1.

       *>*
       *> Write one record image back to the raw byte stream.
       *>*
