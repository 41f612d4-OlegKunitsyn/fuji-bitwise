       *>  49-65  operation, mask and checkpoint columns, not used
       *>         by this report
       *>  66-69  record length, 1-4096, blank = 400
       *>  70     filler
       *>  71-78  feed id in the LAYDICT layout dictionary, required
       *>         when card 2 names the field
       *>  79-80  filler
       *>
       *> Optional second card (BITCTL, 80 bytes), ignored by
       *> bitmask-batch:
       *>   1-20  name of the masked field in the feed's LAYDICT
       *>         layout, in place of the offset and length; when
       *>         card 1 also carries them they must agree with the
       *>         dictionary, which catches a masking deck keyed
       *>         against an old layout
       *>  21-80  filler
       *>
       *> Both files are compared as record images of the card's
       *> record length, the same column bitmask-batch honours, so
       01 ws-offset-x redefines ws-offset-bin pic x(2).
       01 ws-offset-length pic 9(8) binary value 2.
       01 ws-offset-hex pic x(4).
       01 ws-feed-id pic x(8).
       01 ws-card-range pic x(8).
       01 ws-lookup-field pic x(20).
       01 ws-lookup-seq pic 9(3) value 0.
       01 ws-lookup-return-code pic 9(2).
       copy "laydict-entry.cpy".
       01 ws-diff-line.
         05 filler pic x(7) value "RECORD ".
         05 dl-record pic 9(9).
               end-if
               move function trim(ws-in-file-name) to ws-in-file-name
               move function trim(ws-out-file-name) to ws-out-file-name
               move control-record(71:8) to ws-feed-id
               move control-record(41:8) to ws-card-range
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
               if not control-eof and control-record(1:20) not = spaces
                   move control-record(1:20) to ws-lookup-field
                   perform lookup-field
               end-if
               compute ws-last-byte = ws-offset + ws-length - 1
               move ws-card-reclen to ws-record-length ws-in-reclen
                   ws-out-reclen
               evaluate true
                   when abort-run
                       continue
                   when ws-card-reclen < 1 or ws-card-reclen > 4096
                       display "BITDIFF-RPT: CONTROL CARD RECORD "
                           "LENGTH " ws-card-reclen
           close control-file.
           goback.

       *>*
       *> Take the field's offset and length from the feed's LAYDICT
       *> layout, holding any offset/length card 1 carries to it.
       *>*
       lookup-field.
           if ws-feed-id = spaces
               display "BITDIFF-RPT: FIELD " ws-lookup-field
                   " NAMED BUT CARD 1 GIVES NO FEED ID, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           call "layout-lookup" using ws-feed-id, ws-lookup-field,
               ws-lookup-seq, laydict-entry, ws-lookup-return-code.
           evaluate true
               when ws-lookup-return-code = 16
                   display "BITDIFF-RPT: LAYDICT IS NOT USABLE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-lookup-return-code not = 0
                   display "BITDIFF-RPT: FIELD " ws-lookup-field
                       " IS NOT IN THE LAYOUT OF FEED " ws-feed-id
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-card-range not = spaces and
                       (ws-offset not = ld-offset or
                       ws-length not = ld-length)
                   display "BITDIFF-RPT: CONTROL CARD OFFSET "
                       ws-offset " LENGTH " ws-length
                       " DISAGREES WITH LAYDICT FIELD "
                       ws-lookup-field " AT " ld-offset " LENGTH "
                       ld-length ", RUN ABANDONED"
                   move "Y" to ws-abort-run
               when other
                   move ld-offset to ws-offset
                   move ld-length to ws-length
           end-evaluate.

       *>*
       *> Read the next record from each side, flagging each eof.
       *>*
