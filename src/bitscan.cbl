       *> sequential clean file (stray control bytes outside the
       *> ruled ranges) is quarantined as well rather than lost.
       *>
       *> When card 1 names the feed, every quarantined record and
       *> the run's totals are also appended to the FEDRSLT result
       *> trail (layout: see FEDRSLT-ENTRY) for feedack to report
       *> back to the partner: the record number, a reason code for
       *> the rule that failed (S01 ASCII, S02 NUMERIC, S03 PARITY,
       *> S04 HEXDIG, S05 OCTDIG, S06 refused by the clean file),
       *> its offset and field name.  A rescan of records already
       *> reported, such as bitfix's, sets column 73 to N.
       *>
       *> Control card layout (SCNCTL, 80 bytes):
       *>   card 1:  1-20  input file name
       *>           21-40  clean output file name
       *>                  image of this length, records read shorter
       *>                  are space-padded on the right, and the
       *>                  rule offsets are validated against it
       *>           65-72  feed id in the LAYDICT layout dictionary,
       *>                  required when a rule names a field
       *>           73     N = write no FEDRSLT result trail
       *>           74-80  filler
       *>   cards 2-n, one rule each, at most 64 rules in all:
       *>    1-8   rule type:
       *>          ASCII   bytes must be printable ASCII (space-"~")
       *>          NUMERIC bytes must be the digits 0-9
       *>          PARITY  byte at offset must pass bin-parity with
       *>                  the expected E/O value in column 17
       *>          HEXDIG  bytes must be valid hex digit pairs per
       *>          OCTDIG  bytes must be valid octal digit groups per
       *>                  oct-to-byte (length must be a multiple
       *>                  of 3)
       *>          DEFAULT the rule the dictionary type implies for
       *>                  the field named in 19-38, or for every
       *>                  field of the feed when 19-38 is blank:
       *>                  CHAR = ASCII, NUM = NUMERIC, HEX = HEXDIG,
       *>                  OCT = OCTDIG; BINARY, PACKED and BITS
       *>                  fields carry no default rule
       *>    9-12  byte offset (1-relative, within the record)
       *>   13-16  byte range length (not used by PARITY)
       *>   17     expected parity, E or O (PARITY only)
       *>   18     filler
       *>   19-38  field name in the feed's LAYDICT layout, in place
       *>          of the offset and length: leave 9-16 blank, or
       *>          they must agree with the dictionary
       *>   39-80  filler
       *>
       *> Return codes: 0 = every record clean, 4 = one or more
       *> records quarantined, 16 = run abandoned.
           select quarantine-file assign dynamic ws-quar-file-name
               organization is sequential
               file status is ws-quar-status.
           select optional rslt-file assign to "FEDRSLT"
               organization is line sequential
               file status is ws-rslt-status.
       data division.
       file section.
       fd control-file.
       01 clean-record pic x(4096).
       fd quarantine-file.
       01 quarantine-byte pic x.
       fd rslt-file.
       01 rslt-record pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-in-status pic x(2).
       01 ws-clean-status pic x(2).
       01 ws-quar-status pic x(2).
       01 ws-rslt-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-data pic x value "N".
       01 ws-in-reclen pic 9(4).
       01 ws-clean-reclen pic 9(4).
       01 ws-quar-idx pic 9(4).
       01 ws-feed-id pic x(8).
       01 ws-trail pic x value "N".
         88 write-trail value "Y".
       01 ws-run-date pic x(8).
       01 ws-rule-table.
         05 ws-rule-entry occurs 64 times indexed by rule-idx.
           10 ws-rule-type pic x(8).
           10 ws-rule-offset pic 9(4).
           10 ws-rule-length pic 9(4).
           10 ws-rule-parity pic x.
           10 ws-rule-field pic x(20).
       01 ws-rule-count pic 9(2) value 0.
       01 ws-card-range pic x(8).
       01 ws-default-field pic x(20).
       01 ws-default-count pic 9(3).
       01 ws-lookup-field pic x(20).
       01 ws-lookup-seq pic 9(3).
       01 ws-lookup-return-code pic 9(2).
       copy "laydict-entry.cpy".
       01 ws-rule-last pic 9(5).
       01 ws-record-count pic 9(9) value 0.
       01 ws-clean-count pic 9(9) value 0.
         05 filler pic x(9) value " BYTES X'".
         05 xl-hex pic x(32).
         05 filler pic x(1) value "'".
         05 filler pic x(1) value space.
         05 xl-field pic x(20).
       copy "fedrslt-entry.cpy".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               move control-record(61:4) to ws-record-length
           end-if.
           move ws-record-length to ws-in-reclen ws-clean-reclen.
           move control-record(65:8) to ws-feed-id.
           if ws-feed-id not = spaces and control-record(73:1) not = "N"
               move "Y" to ws-trail
               accept ws-run-date from date yyyymmdd
           end-if.
           if ws-record-length < 1 or ws-record-length > 4096
               display "BITSCAN: CONTROL CARD RECORD LENGTH "
                   ws-record-length " IS NOT 1-4096, RUN ABANDONED"
                   end-if
               end-if
           end-if.
           if not abort-run and write-trail
               open extend rslt-file
               if ws-rslt-status not = "00" and
                       ws-rslt-status not = "05"
                   display "BITSCAN: CANNOT EXTEND FEDRSLT, STATUS "
                       ws-rslt-status ", RUN ABANDONED"
                   move "Y" to ws-abort-run
                   move 16 to return-code
                   close scan-in-file clean-file quarantine-file
               end-if
           end-if.
           if not abort-run
               read scan-in-file
                   at end move "Y" to ws-eof-data
                               ws-clean-status ", QUARANTINED"
                           perform write-quarantine-record
                           add 1 to ws-quar-count
                           if write-trail
                               move spaces to fedrslt-entry
                               move "D" to fr-kind
                               move "S06" to fr-reason
                               move ws-record-count to fr-count-1
                               move 0 to fr-count-2
                               perform write-result
                           end-if
                       end-if
                   end-if
                   read scan-in-file
                   end-read
               end-perform
               close scan-in-file clean-file quarantine-file
               if write-trail
                   move spaces to fedrslt-entry
                   move "S" to fr-kind
                   move ws-record-count to fr-count-1
                   move ws-clean-count to fr-count-2
                   move ws-quar-count to fr-count-3
                   perform write-result
                   close rslt-file
               end-if
               display "BITSCAN: " ws-record-count
                   " RECORD(S) READ, " ws-clean-count " CLEAN, "
                   ws-quar-count " QUARANTINED"
               at end move "Y" to ws-eof-control
           end-read.
           perform until control-eof or abort-run
               if control-record(1:8) = "DEFAULT "
                   perform expand-default-rules
               else
                   perform add-rule-card
               end-if
               if abort-run
                   move 16 to return-code
               end-if
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.

       *>*
       *> One explicit rule card: the offset and length come from
       *> the card, or from the dictionary when a field is named.
       *>*
       add-rule-card.
           if ws-rule-count >= 64
               display "BITSCAN: MORE THAN 64 RULES, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-rule-count.
           set rule-idx to ws-rule-count.
           move control-record(1:8) to ws-rule-type(rule-idx).
           move control-record(9:4) to ws-rule-offset(rule-idx).
           if control-record(13:4) = spaces
               move 1 to ws-rule-length(rule-idx)
           else
               move control-record(13:4) to ws-rule-length(rule-idx)
           end-if.
           move control-record(17:1) to ws-rule-parity(rule-idx).
           move control-record(19:20) to ws-rule-field(rule-idx).
           move control-record(9:8) to ws-card-range.
           if ws-rule-field(rule-idx) not = spaces
               move ws-rule-field(rule-idx) to ws-lookup-field
               move 0 to ws-lookup-seq
               perform lookup-field
               if abort-run
                   exit paragraph
               end-if
               if ws-card-range not = spaces and
                       (ws-rule-offset(rule-idx) not = ld-offset or
                       ws-rule-length(rule-idx) not = ld-length)
                   display "BITSCAN: RULE OFFSET "
                       ws-rule-offset(rule-idx) " LENGTH "
                       ws-rule-length(rule-idx) " DISAGREES WITH "
                       "LAYDICT FIELD " ws-rule-field(rule-idx)
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               move ld-offset to ws-rule-offset(rule-idx)
               move ld-length to ws-rule-length(rule-idx)
           end-if.
           if ws-rule-type(rule-idx) = "PARITY  "
               move 1 to ws-rule-length(rule-idx)
           end-if.
           perform validate-rule.

       *>*
       *> A DEFAULT card: the rule each field's dictionary type
       *> implies, for the named field or for the whole feed.
       *>*
       expand-default-rules.
           move control-record(19:20) to ws-default-field.
           move 0 to ws-default-count.
           if ws-default-field not = spaces
               move ws-default-field to ws-lookup-field
               move 0 to ws-lookup-seq
               perform lookup-field
               if not abort-run
                   perform add-default-rule
               end-if
               exit paragraph
           end-if.
           move spaces to ws-lookup-field.
           move 1 to ws-lookup-seq.
           perform lookup-field.
           perform until abort-run or ws-lookup-return-code not = 0
               perform add-default-rule
               add 1 to ws-lookup-seq
               if not abort-run
                   perform lookup-field
               end-if
           end-perform.
           if not abort-run and ws-lookup-seq = 1
               display "BITSCAN: FEED " ws-feed-id
                   " HAS NO FIELDS IN LAYDICT, RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           if not abort-run
               display "BITSCAN: " ws-default-count
                   " DEFAULT RULE(S) FROM THE LAYOUT OF FEED "
                   ws-feed-id
           end-if.

       add-default-rule.
           if not ld-type-char and not ld-type-num and
                   not ld-type-hex and not ld-type-oct
               exit paragraph
           end-if.
           if ws-rule-count >= 64
               display "BITSCAN: MORE THAN 64 RULES, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-rule-count ws-default-count.
           set rule-idx to ws-rule-count.
           evaluate true
               when ld-type-char
                   move "ASCII" to ws-rule-type(rule-idx)
               when ld-type-num
                   move "NUMERIC" to ws-rule-type(rule-idx)
               when ld-type-hex
                   move "HEXDIG" to ws-rule-type(rule-idx)
               when ld-type-oct
                   move "OCTDIG" to ws-rule-type(rule-idx)
           end-evaluate.
           move ld-offset to ws-rule-offset(rule-idx).
           move ld-length to ws-rule-length(rule-idx).
           move space to ws-rule-parity(rule-idx).
           move ld-field-name to ws-rule-field(rule-idx).
           perform validate-rule.

       *>*
       *> Resolve a field of the card's feed through layout-lookup:
       *> by name, or the ws-lookup-seq'th field when the name is
       *> blank.  Only a named field that is missing is an error.
       *>*
       lookup-field.
           if ws-feed-id = spaces
               display "BITSCAN: A RULE NAMES A FIELD BUT CARD 1 "
                   "GIVES NO FEED ID, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           call "layout-lookup" using ws-feed-id, ws-lookup-field,
               ws-lookup-seq, laydict-entry, ws-lookup-return-code.
           evaluate true
               when ws-lookup-return-code = 16
                   display "BITSCAN: LAYDICT IS NOT USABLE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-lookup-return-code not = 0 and
                       ws-lookup-field not = spaces
                   display "BITSCAN: FIELD " ws-lookup-field
                       " IS NOT IN THE LAYOUT OF FEED " ws-feed-id
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       *>*
       *> Validate the rule just added against the record length.
       *>*
       validate-rule.
           compute ws-rule-last = ws-rule-offset(rule-idx)
               + ws-rule-length(rule-idx) - 1.
           evaluate true
               when ws-rule-type(rule-idx) not = "ASCII   "
                       and ws-rule-type(rule-idx) not = "NUMERIC "
                       and ws-rule-type(rule-idx) not = "PARITY  "
                       and ws-rule-type(rule-idx) not = "HEXDIG  "
                       and ws-rule-type(rule-idx) not = "OCTDIG  "
                   display "BITSCAN: RULE TYPE '"
                       ws-rule-type(rule-idx)
                       "' IS NOT KNOWN, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-offset(rule-idx) < 1
                   display "BITSCAN: RULE OFFSET "
                       ws-rule-offset(rule-idx)
                       " IS NOT 1-RELATIVE, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-length(rule-idx) < 1
                   display "BITSCAN: RULE LENGTH "
                       ws-rule-length(rule-idx)
                       " MUST BE GREATER THAN ZERO, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-last > ws-record-length
                   display "BITSCAN: RULE OFFSET "
                       ws-rule-offset(rule-idx) " + LENGTH "
                       ws-rule-length(rule-idx)
                       " EXCEEDS THE RECORD SIZE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-type(rule-idx) = "PARITY  "
                       and ws-rule-parity(rule-idx) not = "E"
                       and ws-rule-parity(rule-idx) not = "O"
                   display "BITSCAN: PARITY RULE EXPECTS "
                       "E OR O IN COLUMN 17, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-type(rule-idx) = "HEXDIG  "
                       and function mod(
                           ws-rule-length(rule-idx), 2)
                           not = 0
                   display "BITSCAN: HEXDIG RULE LENGTH "
                       ws-rule-length(rule-idx)
                       " IS NOT EVEN, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-rule-type(rule-idx) = "OCTDIG  "
                       and function mod(
                           ws-rule-length(rule-idx), 3)
                           not = 0
                   display "BITSCAN: OCTDIG RULE LENGTH "
                       ws-rule-length(rule-idx)
                       " IS NOT A MULTIPLE OF 3, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       *>*
       *> Test the current record against every rule; the first rule
       *> that fails quarantines the record and is the one reported.
                               move "Y" to ws-record-bad
                           end-if
                       end-perform
                   when "NUMERIC "
                       perform varying ws-pos
                           from ws-rule-offset(rule-idx) by 1
                           until ws-pos > ws-rule-offset(rule-idx)
                               + ws-rule-length(rule-idx) - 1
                               or record-bad
                           move scan-in-record(ws-pos:1) to ws-byte
                           if ws-byte < "0" or ws-byte > "9"
                               move "Y" to ws-record-bad
                           end-if
                       end-perform
                   when "PARITY  "
                       move ws-rule-offset(rule-idx) to ws-pos
                       move scan-in-record(ws-pos:1) to ws-byte
           call "word-to-hex" using ws-show-length, ws-show-bytes,
               ws-show-hex.
           move ws-show-hex to xl-hex.
           move ws-rule-field(rule-idx) to xl-field.
           display ws-exception-line.
           if write-trail
               move spaces to fedrslt-entry
               move "D" to fr-kind
               evaluate ws-rule-type(rule-idx)
                   when "ASCII   "
                       move "S01" to fr-reason
                   when "NUMERIC "
                       move "S02" to fr-reason
                   when "PARITY  "
                       move "S03" to fr-reason
                   when "HEXDIG  "
                       move "S04" to fr-reason
                   when other
                       move "S05" to fr-reason
               end-evaluate
               move ws-record-count to fr-count-1
               move ws-rule-offset(rule-idx) to fr-count-2
               move ws-rule-field(rule-idx) to fr-field-name
               perform write-result
           end-if.

       *>*
       *> Append one record to the result trail.
       *>*
       write-result.
           move ws-feed-id to fr-feed-id.
           move 0 to fr-sequence.
           move "SCAN" to fr-stage.
           move ws-run-date to fr-run-date.
           move fedrslt-entry to rslt-record.
           write rslt-record.
       end program bitscan.
