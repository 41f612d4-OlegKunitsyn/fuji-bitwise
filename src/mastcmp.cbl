       *>**
       *>  NetCOBOL utility: mastcmp
       *>
       *>  @author Olegs Kunicins
       *>  @license LGPL-2.1
       *>
       *>  This library is free software; you can redistribute it and/or
       *>  modify it under the terms of the GNU Lesser General Public
       *>  License as published by the Free Software Foundation; either
       *>  version 3.0 of the License, or (at your option) any later
       *>  version.
       *>
       *>  This library is distributed in the hope that it will be
       *>  useful, but WITHOUT ANY WARRANTY; without even the implied
       *>  warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR
       *>  PURPOSE.  See the GNU Lesser General Public License for more
       *>  details.
       *>
       *>  You should have received a copy of the GNU Lesser General
       *>  Public License along with this library.
       *>**

       *>*
       *> Master generation compare and journal reconciliation.
       *>
       *> Proves to the auditors that the indexed master only ever
       *> changes through the supported drivers.  Takes yesterday's
       *> and today's mastunld extracts, matches them on the 10-byte
       *> key in columns 1-10, and reports every added key, every
       *> deleted key and every record whose status byte changed,
       *> with a per-flag transition count (set-to-clear and
       *> clear-to-set) by BITFLAG-DEFN name.
       *>
       *> Every status byte is then reconciled against the BITJRNL
       *> SET, CLEAR and BKOUT lines that bitflag-upd, flagsweep and
       *> bitjrnl-bko wrote inside the requested date range: the
       *> key's journal lines, replayed in the order they were
       *> written, must start from yesterday's byte, follow on from
       *> one another, and end on today's byte.  A changed record
       *> with no journal line, a journal line whose "before" byte
       *> does not follow from the byte before it (something else
       *> changed the record in between), or a chain that does not
       *> end on today's byte is an exception - the master was
       *> touched outside the supported drivers, for example by a
       *> hand rebuild through mastload or a one-off program.
       *>
       *> Both extracts are proven before anything is compared: the
       *> keys must ascend, and an **UNLOAD** trailer, when present,
       *> must agree with the record count and chained bin-crc32 of
       *> the extract, as mastload checks it.  The journal lines in
       *> range are sorted on the key, duplicates kept in file
       *> order, so the journal walks alongside the two extracts in
       *> one pass however large it has grown.
       *>
       *> Control card layout (CMPCTL, 80 bytes):
       *>   1-20  yesterday's extract file name (mastunld output)
       *>  21-40  today's extract file name (mastunld output)
       *>  41-44  status byte offset (1-relative, within the record)
       *>  45-52  journal from date, YYYYMMDD, blank = no lower bound
       *>  53-60  journal to date, YYYYMMDD, blank = no upper bound
       *>  61-80  filler
       *>
       *> The journal range should cover exactly the activity
       *> between the two unloads.  Journal lines written before the
       *> date stamp existed carry blanks there and are selected
       *> only when both bounds are blank, as bitjrnl-bko selects
       *> them.
       *>
       *> Journal record layout (BITJRNL, 80 bytes), as bitflag-upd:
       *>   1-10  record key
       *>  12-16  action
       *>  18-37  flag name
       *>  39-40  status byte before, 2 hex chars
       *>  42-43  status byte after, 2 hex chars
       *>  45-52  run date, YYYYMMDD
       *>  54-59  run time, HHMMSS
       *>  61-68  operator id on flaginq screen changes, blank
       *>         on batch lines
       *>  69-80  filler
       *>
       *> Return codes: 0 = every status change explained and no
       *> key added or deleted, 4 = keys added or deleted but every
       *> status change explained, 8 = one or more status changes
       *> the journal does not explain, 16 = run abandoned.
       *>*
       identification division.
       program-id. mastcmp.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "CMPCTL"
               organization is line sequential
               file status is ws-control-status.
           select old-file assign dynamic ws-old-name
               organization is sequential
               file status is ws-old-status.
           select new-file assign dynamic ws-new-name
               organization is sequential
               file status is ws-new-status.
           select optional journal-file assign to "BITJRNL"
               organization is line sequential
               file status is ws-journal-status.
           select jwork-file assign to "MCPJWK"
               organization is line sequential
               file status is ws-jwork-status.
           select sort-file assign to "MCPSRT".
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd old-file.
       01 old-record.
         05 old-key pic x(10).
         05 filler pic x(390).
       fd new-file.
       01 new-record.
         05 new-key pic x(10).
         05 filler pic x(390).
       fd journal-file.
       01 journal-record pic x(80).
       fd jwork-file.
       01 jwork-record.
         05 jw-key pic x(10).
         05 filler pic x.
         05 jw-action pic x(5).
         05 filler pic x.
         05 jw-flag pic x(20).
         05 filler pic x.
         05 jw-before pic x(2).
         05 filler pic x.
         05 jw-after pic x(2).
         05 filler pic x.
         05 jw-date pic x(8).
         05 filler pic x.
         05 jw-time pic x(6).
         05 filler pic x(21).
       sd sort-file.
       01 sort-record.
         05 sort-key pic x(10).
         05 filler pic x(70).
       working-storage section.
       copy "bitflag-defn.cpy".
       01 ws-control-status pic x(2).
       01 ws-old-status pic x(2).
       01 ws-new-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-jwork-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-old pic x value "N".
         88 old-eof value "Y".
       01 ws-eof-new pic x value "N".
         88 new-eof value "Y".
       01 ws-eof-journal pic x value "N".
         88 journal-eof value "Y".
       01 ws-eof-jwork pic x value "N".
         88 jwork-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-old-name pic x(40).
       01 ws-new-name pic x(40).
       01 ws-offset pic 9(4).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-jrnl-action pic x(5).
       01 ws-jrnl-date pic x(8).
       01 ws-selected pic x.
         88 entry-selected value "Y".
       01 ws-journal-read pic 9(9) value 0.
       01 ws-journal-selected pic 9(9) value 0.
       *> extract proof, one set per extract
       01 ws-old-count pic 9(9) value 0.
       01 ws-old-crc pic x(4) value x"00000000".
       01 ws-old-prev-key pic x(10).
       01 ws-old-have-prev pic x value "N".
         88 old-have-prev value "Y".
       01 ws-old-trailer pic x value "N".
         88 old-trailer-seen value "Y".
       01 ws-old-trl-count pic 9(9).
       01 ws-old-trl-crc-hex pic x(8).
       01 ws-new-count pic 9(9) value 0.
       01 ws-new-crc pic x(4) value x"00000000".
       01 ws-new-prev-key pic x(10).
       01 ws-new-have-prev pic x value "N".
         88 new-have-prev value "Y".
       01 ws-new-trailer pic x value "N".
         88 new-trailer-seen value "Y".
       01 ws-new-trl-count pic 9(9).
       01 ws-new-trl-crc-hex pic x(8).
       01 ws-crc-hex pic x(8).
       01 ws-crc-chain.
         05 ws-crc-chain-prev pic x(4).
         05 ws-crc-chain-data pic x(400).
       01 ws-chain-length pic 9(8) binary value 404.
       01 ws-crc-length pic 9(8) binary value 4.
       *> comparison
       01 ws-cur-key pic x(10).
       01 ws-old-byte pic x.
       01 ws-new-byte pic x.
       01 ws-old-hex pic x(2).
       01 ws-new-hex pic x(2).
       01 ws-chain-byte pic x.
       01 ws-chain-hex pic x(2).
       01 ws-jrnl-before pic x.
       01 ws-jrnl-after pic x.
       01 ws-byte-return-code pic 9(2).
       01 ws-key-entries pic 9(5).
       01 ws-chain-broken pic x.
         88 chain-broken value "Y".
       01 ws-exception-text pic x(70).
       01 ws-matched-count pic 9(9) value 0.
       01 ws-unchanged-count pic 9(9) value 0.
       01 ws-changed-count pic 9(9) value 0.
       01 ws-added-count pic 9(9) value 0.
       01 ws-deleted-count pic 9(9) value 0.
       01 ws-explained-count pic 9(9) value 0.
       01 ws-unexplained-count pic 9(9) value 0.
       01 ws-passed-entries pic 9(9) value 0.
       01 ws-lookup-name pic x(20).
       01 ws-lookup-return-code pic 9(2).
       01 ws-flag-table.
         05 ws-flag-entry occurs 8 times indexed by fc-idx.
           10 ws-flag-mask pic x.
           10 ws-flag-to-clear pic 9(9).
           10 ws-flag-to-set pic 9(9).
       01 ws-old-test pic x.
       01 ws-new-test pic x.
       01 ws-exception-table.
         05 ws-exception-line occurs 200 times pic x(100).
       01 ws-exception-count pic 9(3) value 0.
       01 ws-exception-lost pic 9(9) value 0.
       01 ws-idx pic 9(3).
       01 ws-detail-line.
         05 filler pic x(9) value "MASTCMP: ".
         05 dl-what pic x(8).
         05 filler pic x(4) value "KEY ".
         05 dl-key pic x(10).
         05 filler pic x(3) value " X'".
         05 dl-old pic x(2).
         05 dl-arrow pic x(7).
         05 dl-new pic x(2).
         05 dl-close pic x(2).
         05 dl-text pic x(53).
       01 ws-exception-detail.
         05 filler pic x(4) value "KEY ".
         05 xd-key pic x(10).
         05 filler pic x(3) value " X'".
         05 xd-old pic x(2).
         05 filler pic x(7) value "' -> X'".
         05 xd-new pic x(2).
         05 filler pic x(2) value "' ".
         05 xd-text pic x(70).
       01 ws-flag-line.
         05 fl-name pic x(21).
         05 filler pic x value space.
         05 fl-to-clear pic zzz,zzz,zz9.
         05 filler pic x(2) value spaces.
         05 fl-to-set pic zzz,zzz,zz9.
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "MASTCMP: CANNOT OPEN CMPCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move 16 to return-code
               stop run
           end-if.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           if control-eof
               close control-file
               stop run
           end-if.
           move control-record(1:20) to ws-old-name.
           move control-record(21:20) to ws-new-name.
           move control-record(41:4) to ws-offset.
           move control-record(45:8) to ws-from-date.
           move control-record(53:8) to ws-to-date.
           move function trim(ws-old-name) to ws-old-name.
           move function trim(ws-new-name) to ws-new-name.
           evaluate true
               when ws-offset < 1
                   display "MASTCMP: CONTROL CARD OFFSET "
                       ws-offset " IS NOT 1-RELATIVE, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-offset > length of old-record
                   display "MASTCMP: CONTROL CARD OFFSET "
                       ws-offset " EXCEEDS THE RECORD SIZE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if not abort-run
               perform resolve-flags
           end-if.
           if not abort-run
               perform verify-old-extract
           end-if.
           if not abort-run
               perform verify-new-extract
           end-if.
           if abort-run
               move 16 to return-code
               close control-file
               stop run
           end-if.
           sort sort-file on ascending key sort-key
               with duplicates in order
               input procedure is select-journal
               giving jwork-file.
           perform compare-extracts.
           if abort-run
               move 16 to return-code
           else
               perform print-summary
               evaluate true
                   when ws-unexplained-count > 0
                       move 8 to return-code
                   when ws-added-count > 0 or ws-deleted-count > 0
                       move 4 to return-code
               end-evaluate
           end-if.
           close control-file.
           stop run.

       *>*
       *> Resolve every registered flag name to its mask once, for
       *> the per-flag transition counts.
       *>*
       resolve-flags.
           perform varying bf-idx from 1 by 1
               until bf-idx > bitflag-defn-count or abort-run
               set fc-idx to bf-idx
               move bf-name(bf-idx) to ws-lookup-name
               call "bitflag-lookup" using ws-lookup-name,
                   ws-flag-mask(fc-idx), ws-lookup-return-code
               if ws-lookup-return-code not = 0
                   display "MASTCMP: FLAG '" ws-lookup-name
                       "' NOT REGISTERED, RUN ABANDONED"
                   move "Y" to ws-abort-run
               end-if
               move 0 to ws-flag-to-clear(fc-idx)
               move 0 to ws-flag-to-set(fc-idx)
           end-perform.

       *>*
       *> Preliminary pass over yesterday's extract: keys ascending,
       *> trailer (when present) agreeing with the count and CRC.
       *>*
       verify-old-extract.
           open input old-file.
           if ws-old-status not = "00"
               display "MASTCMP: CANNOT OPEN " ws-old-name
                   ", STATUS " ws-old-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform read-old.
           perform until old-eof or abort-run
               perform read-old
           end-perform.
           close old-file.
           if abort-run
               exit paragraph
           end-if.
           if not old-trailer-seen
               display "MASTCMP: " ws-old-name
                   " HAS NO UNLOAD TRAILER, COMPLETENESS NOT PROVEN"
               exit paragraph
           end-if.
           call "word-to-hex" using ws-crc-length, ws-old-crc,
               ws-crc-hex.
           evaluate true
               when ws-old-trl-count not = ws-old-count
                   display "MASTCMP: " ws-old-name
                       " UNLOAD TRAILER CLAIMS " ws-old-trl-count
                       " RECORD(S), " ws-old-count
                       " PRESENT, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-old-trl-crc-hex not = ws-crc-hex
                   display "MASTCMP: " ws-old-name
                       " UNLOAD TRAILER CRC " ws-old-trl-crc-hex
                       " DOES NOT MATCH EXTRACT CRC " ws-crc-hex
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       verify-new-extract.
           open input new-file.
           if ws-new-status not = "00"
               display "MASTCMP: CANNOT OPEN " ws-new-name
                   ", STATUS " ws-new-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform read-new.
           perform until new-eof or abort-run
               perform read-new
           end-perform.
           close new-file.
           if abort-run
               exit paragraph
           end-if.
           if not new-trailer-seen
               display "MASTCMP: " ws-new-name
                   " HAS NO UNLOAD TRAILER, COMPLETENESS NOT PROVEN"
               exit paragraph
           end-if.
           call "word-to-hex" using ws-crc-length, ws-new-crc,
               ws-crc-hex.
           evaluate true
               when ws-new-trl-count not = ws-new-count
                   display "MASTCMP: " ws-new-name
                       " UNLOAD TRAILER CLAIMS " ws-new-trl-count
                       " RECORD(S), " ws-new-count
                       " PRESENT, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-new-trl-crc-hex not = ws-crc-hex
                   display "MASTCMP: " ws-new-name
                       " UNLOAD TRAILER CRC " ws-new-trl-crc-hex
                       " DOES NOT MATCH EXTRACT CRC " ws-crc-hex
                       ", RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       *>*
       *> Read the next data record of yesterday's extract, counting
       *> and chaining the CRC, checking the key sequence, and
       *> treating the unload trailer as the end of the data.
       *>*
       read-old.
           read old-file
               at end move "Y" to ws-eof-old
           end-read.
           if old-eof
               exit paragraph
           end-if.
           if old-record(1:10) = "**UNLOAD**"
               move "Y" to ws-old-trailer
               move old-record(12:9) to ws-old-trl-count
               move old-record(22:8) to ws-old-trl-crc-hex
               move "Y" to ws-eof-old
               read old-file
                   at end continue
                   not at end
                       display "MASTCMP: " ws-old-name
                           " CARRIES RECORDS AFTER THE UNLOAD "
                           "TRAILER, RUN ABANDONED"
                       move "Y" to ws-abort-run
               end-read
               exit paragraph
           end-if.
           if old-have-prev and old-key not > ws-old-prev-key
               display "MASTCMP: " ws-old-name " KEY '" old-key
                   "' IS OUT OF SEQUENCE, RUN ABANDONED"
               move "Y" to ws-abort-run
               move "Y" to ws-eof-old
               exit paragraph
           end-if.
           move old-key to ws-old-prev-key.
           move "Y" to ws-old-have-prev.
           add 1 to ws-old-count.
           move ws-old-crc to ws-crc-chain-prev.
           move old-record to ws-crc-chain-data.
           call "bin-crc32" using ws-chain-length, ws-crc-chain,
               ws-old-crc.

       read-new.
           read new-file
               at end move "Y" to ws-eof-new
           end-read.
           if new-eof
               exit paragraph
           end-if.
           if new-record(1:10) = "**UNLOAD**"
               move "Y" to ws-new-trailer
               move new-record(12:9) to ws-new-trl-count
               move new-record(22:8) to ws-new-trl-crc-hex
               move "Y" to ws-eof-new
               read new-file
                   at end continue
                   not at end
                       display "MASTCMP: " ws-new-name
                           " CARRIES RECORDS AFTER THE UNLOAD "
                           "TRAILER, RUN ABANDONED"
                       move "Y" to ws-abort-run
               end-read
               exit paragraph
           end-if.
           if new-have-prev and new-key not > ws-new-prev-key
               display "MASTCMP: " ws-new-name " KEY '" new-key
                   "' IS OUT OF SEQUENCE, RUN ABANDONED"
               move "Y" to ws-abort-run
               move "Y" to ws-eof-new
               exit paragraph
           end-if.
           move new-key to ws-new-prev-key.
           move "Y" to ws-new-have-prev.
           add 1 to ws-new-count.
           move ws-new-crc to ws-crc-chain-prev.
           move new-record to ws-crc-chain-data.
           call "bin-crc32" using ws-chain-length, ws-crc-chain,
               ws-new-crc.

       *>*
       *> SORT input procedure: release the SET, CLEAR and BKOUT
       *> journal lines stamped inside the requested range.  A
       *> BITJRNL that does not exist yet is an empty journal.
       *>*
       select-journal.
           open input journal-file.
           if ws-journal-status not = "00" and
                   ws-journal-status not = "05"
               display "MASTCMP: CANNOT OPEN BITJRNL, STATUS "
                   ws-journal-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read journal-file
               at end move "Y" to ws-eof-journal
           end-read.
           perform until journal-eof
               add 1 to ws-journal-read
               perform select-entry
               if entry-selected
                   add 1 to ws-journal-selected
                   move journal-record to sort-record
                   release sort-record
               end-if
               read journal-file
                   at end move "Y" to ws-eof-journal
               end-read
           end-perform.
           close journal-file.

       *>*
       *> Decide whether the journal record just read belongs to the
       *> requested range, as bitjrnl-bko decides it, but keeping
       *> the BKOUT lines: a backout changes the master too.
       *>*
       select-entry.
           move "N" to ws-selected.
           move journal-record(12:5) to ws-jrnl-action.
           move journal-record(45:8) to ws-jrnl-date.
           if ws-jrnl-action not = "SET  " and
                   ws-jrnl-action not = "CLEAR" and
                   ws-jrnl-action not = "BKOUT"
               exit paragraph
           end-if.
           if ws-jrnl-date = spaces
               if ws-from-date = spaces and ws-to-date = spaces
                   move "Y" to ws-selected
               end-if
               exit paragraph
           end-if.
           if ws-from-date not = spaces and
                   ws-jrnl-date < ws-from-date
               exit paragraph
           end-if.
           if ws-to-date not = spaces and
                   ws-jrnl-date > ws-to-date
               exit paragraph
           end-if.
           move "Y" to ws-selected.

       *>*
       *> Match the two extracts on the key, walking the sorted
       *> journal alongside them.
       *>*
       compare-extracts.
           if abort-run
               exit paragraph
           end-if.
           move 0 to ws-old-count ws-new-count.
           move "N" to ws-eof-old ws-eof-new ws-old-have-prev
               ws-new-have-prev ws-old-trailer ws-new-trailer.
           open input old-file.
           if ws-old-status not = "00"
               display "MASTCMP: CANNOT REOPEN " ws-old-name
                   ", STATUS " ws-old-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open input new-file.
           if ws-new-status not = "00"
               display "MASTCMP: CANNOT REOPEN " ws-new-name
                   ", STATUS " ws-new-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close old-file
               exit paragraph
           end-if.
           open input jwork-file.
           if ws-jwork-status not = "00"
               display "MASTCMP: CANNOT OPEN MCPJWK, STATUS "
                   ws-jwork-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close old-file new-file
               exit paragraph
           end-if.
           display "MASTCMP: MASTER COMPARE OF " ws-old-name
               " AGAINST " ws-new-name.
           display "MASTCMP: JOURNAL RANGE FROM '" ws-from-date
               "' TO '" ws-to-date "', " ws-journal-selected
               " OF " ws-journal-read " JOURNAL LINE(S) SELECTED".
           perform read-old.
           perform read-new.
           perform read-jwork.
           perform until (old-eof and new-eof) or abort-run
               evaluate true
                   when old-eof
                       perform key-added
                       perform read-new
                   when new-eof
                       perform key-deleted
                       perform read-old
                   when old-key < new-key
                       perform key-deleted
                       perform read-old
                   when old-key > new-key
                       perform key-added
                       perform read-new
                   when other
                       perform key-matched
                       perform read-old
                       perform read-new
               end-evaluate
           end-perform.
           close old-file new-file jwork-file.

       read-jwork.
           read jwork-file
               at end move "Y" to ws-eof-jwork
           end-read.

       *>*
       *> Bring the sorted journal up to ws-cur-key: lines for keys
       *> on neither extract are passed over and counted.
       *>*
       position-journal.
           perform until jwork-eof or jw-key not < ws-cur-key
               add 1 to ws-passed-entries
               perform read-jwork
           end-perform.

       *>*
       *> A key on today's extract only.  Its journal lines, if
       *> any, cannot explain an added record and are passed over.
       *>*
       key-added.
           add 1 to ws-added-count.
           move new-key to ws-cur-key.
           move new-record(ws-offset:1) to ws-new-byte.
           call "byte-to-hex" using ws-new-byte, ws-new-hex.
           perform position-journal.
           perform until jwork-eof or jw-key not = ws-cur-key
               add 1 to ws-passed-entries
               perform read-jwork
           end-perform.
           move "ADDED" to dl-what.
           move ws-cur-key to dl-key.
           move ws-new-hex to dl-old.
           move "'" to dl-arrow.
           move spaces to dl-new.
           move spaces to dl-close.
           move spaces to dl-text.
           display ws-detail-line.

       *>*
       *> A key on yesterday's extract only.
       *>*
       key-deleted.
           add 1 to ws-deleted-count.
           move old-key to ws-cur-key.
           move old-record(ws-offset:1) to ws-old-byte.
           call "byte-to-hex" using ws-old-byte, ws-old-hex.
           perform position-journal.
           perform until jwork-eof or jw-key not = ws-cur-key
               add 1 to ws-passed-entries
               perform read-jwork
           end-perform.
           move "DELETED" to dl-what.
           move ws-cur-key to dl-key.
           move ws-old-hex to dl-old.
           move "'      " to dl-arrow.
           move spaces to dl-new.
           move spaces to dl-close.
           move spaces to dl-text.
           display ws-detail-line.

       *>*
       *> A key on both extracts: tally the flag transitions when
       *> the status byte changed, then reconcile the key's journal
       *> lines against the two bytes.  An unchanged record with
       *> journal lines is reconciled too - a SET followed by an
       *> unjournalled reset also leaves the byte where it was.
       *>*
       key-matched.
           add 1 to ws-matched-count.
           move old-key to ws-cur-key.
           move old-record(ws-offset:1) to ws-old-byte.
           move new-record(ws-offset:1) to ws-new-byte.
           call "byte-to-hex" using ws-old-byte, ws-old-hex.
           call "byte-to-hex" using ws-new-byte, ws-new-hex.
           if ws-old-byte = ws-new-byte
               add 1 to ws-unchanged-count
           else
               add 1 to ws-changed-count
               perform tally-transitions
           end-if.
           perform position-journal.
           perform reconcile-key.
           if ws-old-byte = ws-new-byte and ws-key-entries = 0
               exit paragraph
           end-if.
           if ws-exception-text = spaces
               add 1 to ws-explained-count
           else
               add 1 to ws-unexplained-count
               perform keep-exception
           end-if.
           if ws-old-byte not = ws-new-byte or
                   ws-exception-text not = spaces
               move "CHANGED" to dl-what
               move ws-cur-key to dl-key
               move ws-old-hex to dl-old
               move "' -> X'" to dl-arrow
               move ws-new-hex to dl-new
               move "' " to dl-close
               if ws-exception-text = spaces
                   move "EXPLAINED BY THE JOURNAL" to dl-text
               else
                   move "NOT EXPLAINED BY THE JOURNAL" to dl-text
               end-if
               display ws-detail-line
           end-if.

       *>*
       *> Replay the key's journal lines in the order they were
       *> written, starting from yesterday's byte.  The first break
       *> in the chain, or a chain that does not end on today's
       *> byte, is the exception kept for the report.
       *>*
       reconcile-key.
           move ws-old-byte to ws-chain-byte.
           move 0 to ws-key-entries.
           move "N" to ws-chain-broken.
           move spaces to ws-exception-text.
           perform until jwork-eof or jw-key not = ws-cur-key
               add 1 to ws-key-entries
               call "hex-to-byte" using jw-before, ws-jrnl-before,
                   ws-byte-return-code
               if ws-byte-return-code = 0
                   call "hex-to-byte" using jw-after,
                       ws-jrnl-after, ws-byte-return-code
               end-if
               evaluate true
                   when chain-broken
                       continue
                   when ws-byte-return-code not = 0
                       move "Y" to ws-chain-broken
                       string "JOURNAL " jw-action " " jw-date " "
                           jw-time " CARRIES A BYTE THAT IS NOT "
                           "VALID HEX" delimited by size
                           into ws-exception-text
                       end-string
                   when ws-jrnl-before not = ws-chain-byte
                       move "Y" to ws-chain-broken
                       call "byte-to-hex" using ws-chain-byte,
                           ws-chain-hex
                       string "X'" ws-chain-hex "' EXPECTED BEFORE "
                           jw-action " " jw-date " " jw-time
                           ", JOURNAL HAS X'" jw-before "'"
                           delimited by size
                           into ws-exception-text
                       end-string
                   when other
                       move ws-jrnl-after to ws-chain-byte
               end-evaluate
               perform read-jwork
           end-perform.
           if chain-broken
               exit paragraph
           end-if.
           if ws-key-entries = 0
               if ws-old-byte not = ws-new-byte
                   move "STATUS CHANGED WITH NO JOURNAL LINE"
                       to ws-exception-text
               end-if
               exit paragraph
           end-if.
           if ws-chain-byte not = ws-new-byte
               call "byte-to-hex" using ws-chain-byte, ws-chain-hex
               string "JOURNAL LEAVES X'" ws-chain-hex
                   "', CHANGED SINCE OUTSIDE THE JOURNAL"
                   delimited by size into ws-exception-text
               end-string
           end-if.

       *>*
       *> Count, per registered flag, whether the change cleared it
       *> or set it.
       *>*
       tally-transitions.
           perform varying fc-idx from 1 by 1
               until fc-idx > bitflag-defn-count
               call "bin-and" using ws-old-byte, ws-flag-mask(fc-idx),
                   ws-old-test
               call "bin-and" using ws-new-byte, ws-flag-mask(fc-idx),
                   ws-new-test
               if ws-old-test not = ws-new-test
                   if ws-old-test = x"00"
                       add 1 to ws-flag-to-set(fc-idx)
                   else
                       add 1 to ws-flag-to-clear(fc-idx)
                   end-if
               end-if
           end-perform.

       keep-exception.
           if ws-exception-count >= 200
               add 1 to ws-exception-lost
               exit paragraph
           end-if.
           add 1 to ws-exception-count.
           move ws-cur-key to xd-key.
           move ws-old-hex to xd-old.
           move ws-new-hex to xd-new.
           move ws-exception-text to xd-text.
           move ws-exception-detail
               to ws-exception-line(ws-exception-count).

       *>*
       *> Totals, the per-flag transition counts and the exception
       *> section the auditors sign against.
       *>*
       print-summary.
           display " ".
           display "MASTCMP: " ws-old-count " RECORD(S) YESTERDAY, "
               ws-new-count " TODAY".
           display "MASTCMP: " ws-matched-count " MATCHED, "
               ws-unchanged-count " STATUS UNCHANGED, "
               ws-changed-count " STATUS CHANGED".
           display "MASTCMP: " ws-added-count " KEY(S) ADDED, "
               ws-deleted-count " KEY(S) DELETED".
           display "MASTCMP: " ws-explained-count
               " RECORD(S) EXPLAINED BY THE JOURNAL, "
               ws-unexplained-count " NOT EXPLAINED".
           if ws-passed-entries > 0
               display "MASTCMP: " ws-passed-entries
                   " JOURNAL LINE(S) FOR KEYS ADDED, DELETED OR ON "
                   "NEITHER EXTRACT"
           end-if.
           display " ".
           display "FLAG TRANSITIONS (SET-TO-CLEAR, CLEAR-TO-SET)".
           perform varying fc-idx from 1 by 1
               until fc-idx > bitflag-defn-count
               set bf-idx to fc-idx
               move bf-name(bf-idx) to fl-name
               move ws-flag-to-clear(fc-idx) to fl-to-clear
               move ws-flag-to-set(fc-idx) to fl-to-set
               display ws-flag-line
           end-perform.
           display " ".
           display "EXCEPTIONS - STATUS CHANGES THE JOURNAL DOES NOT "
               "EXPLAIN".
           if ws-exception-count = 0
               display "(NONE)"
           end-if.
           perform varying ws-idx from 1 by 1
               until ws-idx > ws-exception-count
               display ws-exception-line(ws-idx)
           end-perform.
           if ws-exception-lost > 0
               display "MASTCMP: " ws-exception-lost
                   " FURTHER EXCEPTION(S) BEYOND THE FIRST 200 NOT "
                   "QUOTED"
           end-if.
       end program mastcmp.
