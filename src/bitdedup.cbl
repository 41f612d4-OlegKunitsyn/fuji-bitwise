       *> range of the record, for the feeds where a timestamp makes
       *> full-record matching useless.
       *>
       *> When the card names the feed, every dropped record and the
       *> run's totals are appended to the FEDRSLT result trail
       *> (layout: see FEDRSLT-ENTRY), reason D01 with the record
       *> numbers of both occurrences, for feedack to report back to
       *> the partner.
       *>
       *> Two records match when their CRC-32 values match; with the
       *> 32-bit checksum over a keyed range that is the same trust
       *> the shop already places in the transfer manifests.
       *>  65-68  key offset (1-relative; zero or blank = whole
       *>         record)
       *>  69-72  key length (required when the offset is nonzero)
       *>  73-80  feed id, as on the feededit FEDCTL card, blank =
       *>         no FEDRSLT result trail
       *>
       *> Return codes: 0 = no duplicates, 4 = one or more
       *> duplicates dropped to the duplicates file, 16 = run
           select dup-file assign dynamic ws-dup-file-name
               organization is sequential
               file status is ws-dup-status.
           select optional rslt-file assign to "FEDRSLT"
               organization is line sequential
               file status is ws-rslt-status.
       data division.
       file section.
       fd control-file.
       01 clean-record pic x(4096).
       fd dup-file.
       01 dup-byte pic x.
       fd rslt-file.
       01 rslt-record pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-in-status pic x(2).
       01 ws-clean-status pic x(2).
       01 ws-dup-status pic x(2).
       01 ws-rslt-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-data pic x value "N".
       01 ws-in-file-name pic x(40).
       01 ws-clean-file-name pic x(40).
       01 ws-dup-file-name pic x(40).
       01 ws-feed-id pic x(8).
       01 ws-run-date pic x(8).
       01 ws-record-length pic 9(4).
       01 ws-in-reclen pic 9(4).
       01 ws-clean-reclen pic 9(4).
         05 filler pic x(19) value " DUPLICATES RECORD ".
         05 rl-first pic 9(9).
         05 filler pic x(9) value ", DROPPED".
       copy "fedrslt-entry.cpy".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
           else
               move control-record(69:4) to ws-key-length
           end-if.
           move control-record(73:8) to ws-feed-id.
           accept ws-run-date from date yyyymmdd.
           move function trim(ws-in-file-name) to ws-in-file-name.
           move function trim(ws-clean-file-name)
               to ws-clean-file-name.
                   end-if
               end-if
           end-if.
           if not abort-run and ws-feed-id not = spaces
               open extend rslt-file
               if ws-rslt-status not = "00" and
                       ws-rslt-status not = "05"
                   display "BITDEDUP: CANNOT EXTEND FEDRSLT, STATUS "
                       ws-rslt-status ", RUN ABANDONED"
                   move "Y" to ws-abort-run
                   move 16 to return-code
                   close dedup-in-file clean-file dup-file
               end-if
           end-if.
           if not abort-run
               read dedup-in-file
                   at end move "Y" to ws-eof-data
                   end-read
               end-perform
               close dedup-in-file clean-file dup-file
               if ws-feed-id not = spaces
                   perform write-result-summary
               end-if
               display "BITDEDUP: " ws-record-count
                   " RECORD(S) READ, " ws-clean-count " CLEAN, "
                   ws-dup-count " DUPLICATE(S) DROPPED"
               move ws-record-count to rl-record
               move ws-first-recno to rl-first
               display ws-report-line
               if ws-feed-id not = spaces
                   move spaces to fedrslt-entry
                   move "D" to fr-kind
                   move "D01" to fr-reason
                   move ws-record-count to fr-count-1
                   move ws-first-recno to fr-count-2
                   perform write-result
               end-if
           else
               if ws-seen-count >= 100000
                   display "BITDEDUP: MORE THAN 100000 DISTINCT "
               end-if
           end-if.

       *>*
       *> The run's totals close its entries in the result trail; a
       *> run abandoned part way leaves no summary, so feedack can
       *> tell it never finished.
       *>*
       write-result-summary.
           if abort-run
               close rslt-file
               exit paragraph
           end-if.
           move spaces to fedrslt-entry.
           move "S" to fr-kind.
           move ws-record-count to fr-count-1.
           move ws-clean-count to fr-count-2.
           move ws-dup-count to fr-count-3.
           perform write-result.
           close rslt-file.

       write-result.
           move ws-feed-id to fr-feed-id.
           move 0 to fr-sequence.
           move "DEDUP" to fr-stage.
           move ws-run-date to fr-run-date.
           move fedrslt-entry to rslt-record.
           write rslt-record.

       *>*
       *> Write the current record to the duplicates file as a raw
       *> byte stream - no length words, no delimiters - the same
