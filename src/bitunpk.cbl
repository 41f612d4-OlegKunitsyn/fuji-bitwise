       *>                  images)
       *>           21-40  output file name (line sequential)
       *>           41-44  record length, 1-4096, blank = 400
       *>           45-52  feed id in the LAYDICT layout dictionary,
       *>                  required when a field card leaves its
       *>                  bit offset and length blank
       *>           53-80  filler
       *>   cards 2-n, one field each:
       *>    1-20  column name; the first 8 characters head the
       *>          column in the layout line
       *>          record, bit 0 = most significant bit of byte 1)
       *>   26-27  bit length, 1-24
       *>   28-80  filler
       *>   With 21-27 blank the column name is a field of the
       *>   feed's LAYDICT layout: a BITS field supplies its bit
       *>   offset and length, a BINARY field of 1-3 bytes is
       *>   unpacked whole.
       *>
       *> Each output line carries one 8-digit zero-filled column
       *> per field card, in card order, separated by one space; a
       01 ws-field-value pic 9(8).
       01 ws-column-value pic 9(8).
       01 ws-out-pos pic 9(4).
       01 ws-feed-id pic x(8).
       01 ws-lookup-seq pic 9(3) value 0.
       01 ws-lookup-return-code pic 9(2).
       copy "laydict-entry.cpy".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
           else
               move control-record(41:4) to ws-record-length
           end-if.
           move control-record(45:8) to ws-feed-id.
           move function trim(ws-in-file-name) to ws-in-file-name.
           move function trim(ws-out-file-name) to ws-out-file-name.
           compute ws-record-bits = ws-record-length * 8.
                       to ws-field-offset(field-idx)
                   move control-record(26:2)
                       to ws-field-length(field-idx)
                   if control-record(21:7) = spaces
                       perform lookup-field
                   end-if
                   compute ws-field-last =
                       ws-field-offset(field-idx)
                       + ws-field-length(field-idx)
                   evaluate true
                       when abort-run
                           continue
                       when ws-field-length(field-idx) < 1
                           display "BITUNPK: FIELD '"
                               ws-field-name(field-idx)
               end-read
           end-perform.

       *>*
       *> Take the bit offset and length of the current field card
       *> from the feed's LAYDICT layout, by the column name.
       *>*
       lookup-field.
           if ws-feed-id = spaces
               display "BITUNPK: FIELD '" ws-field-name(field-idx)
                   "' HAS NO BIT OFFSET AND CARD 1 GIVES NO FEED "
                   "ID, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           call "layout-lookup" using ws-feed-id,
               ws-field-name(field-idx), ws-lookup-seq,
               laydict-entry, ws-lookup-return-code.
           evaluate true
               when ws-lookup-return-code = 16
                   display "BITUNPK: LAYDICT IS NOT USABLE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-lookup-return-code not = 0
                   display "BITUNPK: FIELD '" ws-field-name(field-idx)
                       "' IS NOT IN THE LAYOUT OF FEED " ws-feed-id
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ld-type-bits
                   compute ws-field-offset(field-idx) =
                       (ld-offset - 1) * 8 + ld-bit-offset
                   move ld-bit-length to ws-field-length(field-idx)
               when ld-type-binary and ld-length <= 3
                   compute ws-field-offset(field-idx) =
                       (ld-offset - 1) * 8
                   compute ws-field-length(field-idx) = ld-length * 8
               when other
                   display "BITUNPK: FIELD '" ws-field-name(field-idx)
                       "' IS " ld-type " OF " ld-length
                       " BYTE(S), NOT BITS OR 1-3 BYTES BINARY, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       *>*
       *> Write the layout line: the first 8 characters of each
       *> column name, one heading over each 8-digit column.
