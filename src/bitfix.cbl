       *>**
       *>  NetCOBOL utility: bitfix
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
       *> Repair and re-entry of quarantined records.
       *>
       *> Applies an analyst's correction cards to a bitscan
       *> quarantine file (the raw record sequential byte stream at
       *> the scan's record length), so one bad byte seen in
       *> hexdump-rpt no longer means asking the partner to resend
       *> the whole file.  A correction replaces bytes at an offset
       *> of a record, given in hex, or drops the record.
       *>
       *> Every repaired record is scanned again against the rule
       *> cards of the original bitscan run: bitfix writes the
       *> repaired records to the FIXWRK work file and an SCNCTL
       *> deck made of them and the original rule cards, CALLs
       *> bitscan, and matches its clean output (FIXCLN) back to the
       *> repaired records.  Records that now pass are appended to
       *> the clean file; repaired records that still fail, and the
       *> records no card touched, are written to a new quarantine
       *> generation, repairs included.  Dropped records go nowhere.
       *> The rescan writes no FEDRSLT result trail: the records
       *> were reported to the partner when they were quarantined.
       *> A repaired record holding a line-end byte cannot be read
       *> back from the line sequential work file and stays in
       *> quarantine unscanned.
       *>
       *> Every correction is appended to the FIXJRNL repair journal
       *> with the bytes before and after in hex, the run date and
       *> time, and where the record ended up - the clean file or
       *> the new generation, and its record number there - so a
       *> re-entered record can always be traced to the correction
       *> that let it through.
       *>
       *> Nothing is written to the clean file, the new generation
       *> or the journal until every card has been proven against
       *> the quarantine file and the rescan has run.
       *>
       *> Control card layout (FIXCTL, 80 bytes):
       *>   card 1:  1-20  quarantine file to repair
       *>           21-40  SCNCTL deck of the bitscan run that
       *>                  quarantined it: card 1 gives the record
       *>                  length and feed id, cards 2-n the rules;
       *>                  never SCNCTL itself, which the rescan
       *>                  overwrites - copy the deck off first
       *>           41-60  clean file the re-entered records are
       *>                  appended to
       *>           61-80  new quarantine generation file name
       *>   cards 2-n, one correction each, at most 500:
       *>    1-9   record number in the quarantine file, 1 = first
       *>   11-14  byte offset (1-relative, within the record)
       *>   16-47  replacement bytes, 2-32 hex chars, or DROP to drop
       *>          the whole record (the offset is then not used)
       *>   48-80  filler
       *> Cards for the same record are applied in deck order.
       *>
       *> Repair journal record layout (FIXJRNL, 180 bytes):
       *>   1-8   run date, YYYYMMDD
       *>  10-15  run time, HHMMSS
       *>  17-24  feed id, from the SCNCTL deck
       *>  26-45  quarantine file repaired
       *>  47-55  record number in it
       *>  57-60  byte offset (blank for DROP)
       *>  62-63  bytes replaced (blank for DROP)
       *>  65-96  bytes before, hex
       *>  98-129 bytes after, hex (DROP for a dropped record)
       *> 131-135 outcome: CLEAN = re-entered, QUAR = still failing,
       *>         DROP = dropped
       *> 137-156 file the record now sits in (blank for DROP)
       *> 158-166 its record number there
       *> 167-180 filler
       *>
       *> Return codes: 0 = every repaired record re-entered, 4 = one
       *> or more repaired records still fail and stay quarantined,
       *> 16 = run abandoned.
       *>*
       identification division.
       program-id. bitfix.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "FIXCTL"
               organization is line sequential
               file status is ws-control-status.
           select deck-file assign dynamic ws-deck-file-name
               organization is line sequential
               file status is ws-deck-status.
           select quar-in-file assign dynamic ws-quar-file-name
               organization is sequential
               file status is ws-quar-status.
           select quar-out-file assign dynamic ws-gen-file-name
               organization is sequential
               file status is ws-gen-status.
           select optional clean-file assign dynamic ws-clean-file-name
               organization is line sequential
               file status is ws-clean-status.
           select work-file assign to "FIXWRK"
               organization is line sequential
               file status is ws-work-status.
           select rescan-file assign to "FIXCLN"
               organization is line sequential
               file status is ws-rescan-status.
           select scan-ctl-file assign to "SCNCTL"
               organization is line sequential
               file status is ws-scan-ctl-status.
           select optional journal-file assign to "FIXJRNL"
               organization is line sequential
               file status is ws-journal-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd deck-file.
       01 deck-record pic x(80).
       fd quar-in-file.
       01 quar-in-byte pic x.
       fd quar-out-file.
       01 quar-out-byte pic x.
       fd clean-file
           record is varying in size from 1 to 4096 characters
           depending on ws-clean-reclen.
       01 clean-record pic x(4096).
       fd work-file
           record is varying in size from 1 to 4096 characters
           depending on ws-work-reclen.
       01 work-record pic x(4096).
       fd rescan-file
           record is varying in size from 1 to 4096 characters
           depending on ws-rescan-reclen.
       01 rescan-record pic x(4096).
       fd scan-ctl-file.
       01 scan-ctl-record pic x(80).
       fd journal-file.
       01 journal-record pic x(180).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-deck-status pic x(2).
       01 ws-quar-status pic x(2).
       01 ws-gen-status pic x(2).
       01 ws-clean-status pic x(2).
       01 ws-work-status pic x(2).
       01 ws-rescan-status pic x(2).
       01 ws-scan-ctl-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-deck pic x value "N".
         88 deck-eof value "Y".
       01 ws-eof-quar pic x value "N".
         88 quar-eof value "Y".
       01 ws-short-quar pic x value "N".
         88 quar-short value "Y".
       01 ws-eof-work pic x value "N".
         88 work-eof value "Y".
       01 ws-eof-rescan pic x value "N".
         88 rescan-eof value "Y".
       01 ws-eof-clean pic x value "N".
         88 clean-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-journal pic x value "N".
         88 journal-on value "Y".
       01 ws-quar-file-name pic x(20).
       01 ws-deck-file-name pic x(20).
       01 ws-clean-file-name pic x(20).
       01 ws-gen-file-name pic x(20).
       01 ws-record-length pic 9(4).
       01 ws-clean-reclen pic 9(4).
       01 ws-work-reclen pic 9(4).
       01 ws-rescan-reclen pic 9(4).
       01 ws-feed-id pic x(8).
       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-rule-table.
         05 ws-rule-card occurs 64 times pic x(80).
       01 ws-rule-count pic 9(3) value 0.
       01 ws-rule-idx pic 9(3).
       01 ws-fix-table.
         05 ws-fix-entry occurs 500 times indexed by fix-idx.
           10 ws-fix-recno pic 9(9).
           10 ws-fix-offset pic 9(4).
           10 ws-fix-length pic 9(2).
           10 ws-fix-drop pic x.
             88 fix-drop value "Y".
           10 ws-fix-bytes pic x(16).
           10 ws-fix-used pic x.
             88 fix-used value "Y".
       01 ws-fix-count pic 9(3) value 0.
       01 ws-card-num pic 9(3).
       01 ws-fix-hex pic x(32).
       01 ws-hex-length pic 9(8) binary.
       01 ws-hex-return-code pic 9(2).
       01 ws-fix-last pic 9(5).
       01 ws-repair-table.
         05 ws-repair-entry occurs 500 times indexed by rep-idx.
           10 ws-repair-recno pic 9(9).
           10 ws-repair-sent pic x.
             88 repair-sent value "Y".
           10 ws-repair-passed pic x.
             88 repair-passed value "Y".
       01 ws-repair-count pic 9(9) value 0.
       01 ws-sent-count pic 9(9) value 0.
       01 ws-record pic x(4096).
       01 ws-byte-idx pic 9(4).
       01 ws-recno pic 9(9).
       01 ws-quar-count pic 9(9).
       01 ws-has-fix pic x.
         88 has-fix value "Y".
       01 ws-dropped pic x.
         88 record-dropped value "Y".
       01 ws-outcome pic x(5).
       01 ws-dest-name pic x(20).
       01 ws-dest-recno pic 9(9).
       01 ws-clean-count pic 9(9) value 0.
       01 ws-gen-count pic 9(9) value 0.
       01 ws-clean-added pic 9(9) value 0.
       01 ws-still-bad pic 9(9) value 0.
       01 ws-drop-count pic 9(9) value 0.
       01 ws-untouched pic 9(9) value 0.
       01 ws-before-hex pic x(32).
       01 ws-after-hex pic x(32).
       01 ws-journal-line.
         05 jl-date pic x(8).
         05 filler pic x.
         05 jl-time pic x(6).
         05 filler pic x.
         05 jl-feed-id pic x(8).
         05 filler pic x.
         05 jl-quar-file pic x(20).
         05 filler pic x.
         05 jl-recno pic 9(9).
         05 filler pic x.
         05 jl-offset pic x(4).
         05 filler pic x.
         05 jl-length pic x(2).
         05 filler pic x.
         05 jl-before pic x(32).
         05 filler pic x.
         05 jl-after pic x(32).
         05 filler pic x.
         05 jl-outcome pic x(5).
         05 filler pic x.
         05 jl-dest pic x(20).
         05 filler pic x.
         05 jl-dest-recno pic x(9).
         05 filler pic x(14).
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "BITFIX: CANNOT OPEN FIXCTL, STATUS "
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
           move control-record(1:20) to ws-quar-file-name.
           move control-record(21:20) to ws-deck-file-name.
           move control-record(41:20) to ws-clean-file-name.
           move control-record(61:20) to ws-gen-file-name.
           if ws-quar-file-name = spaces or ws-deck-file-name = spaces
                   or ws-clean-file-name = spaces
                   or ws-gen-file-name = spaces
               display "BITFIX: CARD 1 NEEDS THE QUARANTINE FILE, "
                   "SCNCTL DECK, CLEAN FILE AND NEW GENERATION, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           if not abort-run
               perform load-scan-deck
           end-if.
           if not abort-run
               perform load-corrections
           end-if.
           close control-file.
           if not abort-run
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               perform repair-records
           end-if.
           if not abort-run and ws-sent-count > 0
               perform rescan-repairs
           end-if.
           if not abort-run
               perform count-clean-file
           end-if.
           if not abort-run
               perform file-records
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           display "BITFIX: " ws-quar-count " QUARANTINED RECORD(S), "
               ws-repair-count " REPAIRED, " ws-clean-added
               " RE-ENTERED TO " ws-clean-file-name.
           display "BITFIX: " ws-still-bad " STILL FAILING, "
               ws-drop-count " DROPPED, " ws-untouched " UNTOUCHED, "
               ws-gen-count " IN NEW GENERATION " ws-gen-file-name.
           if ws-still-bad > 0
               move 4 to return-code
           end-if.
           stop run.

       *>*
       *> The original bitscan deck: record length and feed id from
       *> its card 1, and its rule cards kept verbatim for the
       *> rescan.
       *>*
       load-scan-deck.
           if function trim(ws-deck-file-name) = "SCNCTL"
               display "BITFIX: THE ORIGINAL DECK MUST BE COPIED OFF "
                   "SCNCTL, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open input deck-file.
           if ws-deck-status not = "00"
               display "BITFIX: CANNOT OPEN " ws-deck-file-name
                   ", STATUS " ws-deck-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read deck-file
               at end move "Y" to ws-eof-deck
           end-read.
           if deck-eof
               display "BITFIX: SCNCTL DECK " ws-deck-file-name
                   " IS EMPTY, RUN ABANDONED"
               move "Y" to ws-abort-run
               close deck-file
               exit paragraph
           end-if.
           if deck-record(61:4) = spaces
               move 400 to ws-record-length
           else
               move deck-record(61:4) to ws-record-length
           end-if.
           move deck-record(65:8) to ws-feed-id.
           read deck-file
               at end move "Y" to ws-eof-deck
           end-read.
           perform until deck-eof or abort-run
               if ws-rule-count >= 64
                   display "BITFIX: SCNCTL DECK HAS MORE THAN 64 "
                       "RULE CARDS, RUN ABANDONED"
                   move "Y" to ws-abort-run
               else
                   add 1 to ws-rule-count
                   move deck-record to ws-rule-card(ws-rule-count)
               end-if
               read deck-file
                   at end move "Y" to ws-eof-deck
               end-read
           end-perform.
           close deck-file.
           if abort-run
               exit paragraph
           end-if.
           if ws-record-length < 1 or ws-record-length > 4096
               display "BITFIX: SCNCTL RECORD LENGTH "
                   ws-record-length " IS NOT 1-4096, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if ws-rule-count = 0
               display "BITFIX: SCNCTL DECK " ws-deck-file-name
                   " HAS NO RULE CARDS, RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           move ws-record-length to ws-clean-reclen ws-work-reclen
               ws-rescan-reclen.

       *>*
       *> Load and validate the correction cards.
       *>*
       load-corrections.
           move 1 to ws-card-num.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           perform until control-eof or abort-run
               add 1 to ws-card-num
               if control-record not = spaces
                   perform add-correction
               end-if
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.
           if not abort-run and ws-fix-count = 0
               display "BITFIX: NO CORRECTION CARDS IN FIXCTL, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.

       add-correction.
           if ws-fix-count >= 500
               display "BITFIX: MORE THAN 500 CORRECTION CARDS, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if control-record(1:9) is not numeric or
                   control-record(1:9) = zeros
               display "BITFIX: CARD " ws-card-num " RECORD NUMBER '"
                   control-record(1:9) "' IS NOT NUMERIC, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-fix-count.
           set fix-idx to ws-fix-count.
           move control-record(1:9) to ws-fix-recno(fix-idx).
           move "N" to ws-fix-used(fix-idx).
           move spaces to ws-fix-bytes(fix-idx).
           if control-record(16:32) = "DROP"
               move "Y" to ws-fix-drop(fix-idx)
               move 0 to ws-fix-offset(fix-idx) ws-fix-length(fix-idx)
               exit paragraph
           end-if.
           move "N" to ws-fix-drop(fix-idx).
           if control-record(11:4) is not numeric or
                   control-record(11:4) = zeros
               display "BITFIX: CARD " ws-card-num " OFFSET '"
                   control-record(11:4) "' IS NOT 1-RELATIVE, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move control-record(11:4) to ws-fix-offset(fix-idx).
           move control-record(16:32) to ws-fix-hex.
           move 0 to ws-hex-length.
           inspect ws-fix-hex tallying ws-hex-length
               for characters before initial space.
           if ws-hex-length = 0 or
                   function mod(ws-hex-length, 2) not = 0 or
                   ws-fix-hex(ws-hex-length + 1:) not = spaces
               display "BITFIX: CARD " ws-card-num " REPLACEMENT '"
                   function trim(ws-fix-hex) "' IS NOT 2-32 HEX "
                   "CHARS, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           divide ws-hex-length by 2 giving ws-hex-length.
           move ws-hex-length to ws-fix-length(fix-idx).
           call "hex-to-word" using ws-hex-length, ws-fix-hex,
               ws-fix-bytes(fix-idx), ws-hex-return-code.
           if ws-hex-return-code not = 0
               display "BITFIX: CARD " ws-card-num " REPLACEMENT '"
                   function trim(ws-fix-hex) "' IS NOT VALID HEX, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           compute ws-fix-last = ws-fix-offset(fix-idx)
               + ws-fix-length(fix-idx) - 1.
           if ws-fix-last > ws-record-length
               display "BITFIX: CARD " ws-card-num " OFFSET "
                   ws-fix-offset(fix-idx) " + " ws-fix-length(fix-idx)
                   " BYTE(S) EXCEEDS THE RECORD SIZE, RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.

       *>*
       *> Read one record of the quarantine byte stream into
       *> ws-record; a short final record is space-padded, as
       *> hexdump-rpt reads it, and end of file is reported on the
       *> next read.
       *>*
       read-quar-record.
           if quar-short
               move "Y" to ws-eof-quar
               exit paragraph
           end-if.
           perform varying ws-byte-idx from 1 by 1
               until ws-byte-idx > ws-record-length or quar-eof
               read quar-in-file
                   at end
                       move "Y" to ws-eof-quar
                   not at end
                       move quar-in-byte to ws-record(ws-byte-idx:1)
               end-read
           end-perform.
           if quar-eof and ws-byte-idx > 2
               move spaces to ws-record(ws-byte-idx - 1 :
                   ws-record-length - ws-byte-idx + 2)
               move "N" to ws-eof-quar
               move "Y" to ws-short-quar
           end-if.

       *>*
       *> Apply the cards for record ws-recno to ws-record in deck
       *> order; on the filing pass each is journalled.
       *>*
       apply-corrections.
           move "N" to ws-has-fix ws-dropped.
           perform varying fix-idx from 1 by 1
               until fix-idx > ws-fix-count
               if ws-fix-recno(fix-idx) = ws-recno
                   move "Y" to ws-has-fix ws-fix-used(fix-idx)
                   if fix-drop(fix-idx)
                       move "Y" to ws-dropped
                   else
                       move ws-fix-length(fix-idx) to ws-hex-length
                       move spaces to ws-before-hex
                       call "word-to-hex" using ws-hex-length,
                           ws-record(ws-fix-offset(fix-idx):
                           ws-hex-length), ws-before-hex
                       move ws-fix-bytes(fix-idx)(1:ws-hex-length)
                           to ws-record(ws-fix-offset(fix-idx):
                           ws-hex-length)
                   end-if
                   if journal-on
                       perform write-journal
                   end-if
               end-if
           end-perform.

       *>*
       *> First pass: apply the cards and write every repaired
       *> record that can be rescanned to the work file.  A card
       *> naming a record the file does not have abandons the run
       *> before anything is filed.
       *>*
       repair-records.
           move "N" to ws-journal.
           open input quar-in-file.
           if ws-quar-status not = "00"
               display "BITFIX: CANNOT OPEN " ws-quar-file-name
                   ", STATUS " ws-quar-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open output work-file.
           if ws-work-status not = "00"
               display "BITFIX: CANNOT OPEN FIXWRK, STATUS "
                   ws-work-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close quar-in-file
               exit paragraph
           end-if.
           move 0 to ws-recno.
           move "N" to ws-eof-quar ws-short-quar.
           perform read-quar-record.
           perform until quar-eof
               add 1 to ws-recno
               perform apply-corrections
               if has-fix and not record-dropped
                   perform note-repair
               end-if
               perform read-quar-record
           end-perform.
           close quar-in-file work-file.
           move ws-recno to ws-quar-count.
           perform varying fix-idx from 1 by 1
               until fix-idx > ws-fix-count
               if not fix-used(fix-idx)
                   display "BITFIX: A CARD NAMES RECORD "
                       ws-fix-recno(fix-idx) " BUT "
                       ws-quar-file-name " HAS " ws-quar-count
                       " RECORD(S), RUN ABANDONED"
                   move "Y" to ws-abort-run
               end-if
           end-perform.

       note-repair.
           add 1 to ws-repair-count.
           set rep-idx to ws-repair-count.
           move ws-recno to ws-repair-recno(rep-idx).
           move "N" to ws-repair-passed(rep-idx).
           move 0 to ws-fix-last.
           inspect ws-record(1:ws-record-length) tallying ws-fix-last
               for all x"0A" all x"0D".
           if ws-fix-last > 0
               display "BITFIX: RECORD " ws-recno " HOLDS A LINE-END "
                   "BYTE AFTER REPAIR, LEFT IN QUARANTINE"
               move "N" to ws-repair-sent(rep-idx)
               exit paragraph
           end-if.
           move "Y" to ws-repair-sent(rep-idx).
           add 1 to ws-sent-count.
           move ws-record to work-record.
           write work-record.

       *>*
       *> Rescan the repaired records through bitscan with the
       *> original rules, then match its clean output back to the
       *> work file: records come through in order, so each work
       *> record either is the next clean record or failed.
       *>*
       rescan-repairs.
           open output scan-ctl-file.
           if ws-scan-ctl-status not = "00"
               display "BITFIX: CANNOT WRITE SCNCTL, STATUS "
                   ws-scan-ctl-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move spaces to scan-ctl-record.
           move "FIXWRK" to scan-ctl-record(1:20).
           move "FIXCLN" to scan-ctl-record(21:20).
           move "FIXQWK" to scan-ctl-record(41:20).
           move ws-record-length to scan-ctl-record(61:4).
           move ws-feed-id to scan-ctl-record(65:8).
           move "N" to scan-ctl-record(73:1).
           write scan-ctl-record.
           perform varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-rule-count
               move ws-rule-card(ws-rule-idx) to scan-ctl-record
               write scan-ctl-record
           end-perform.
           close scan-ctl-file.
           move 0 to return-code.
           call "bitscan".
           cancel "bitscan".
           if return-code > 4
               display "BITFIX: RESCAN ENDED WITH RETURN CODE "
                   return-code ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move 0 to return-code.
           open input work-file.
           open input rescan-file.
           if ws-work-status not = "00" or
                   ws-rescan-status not = "00"
               display "BITFIX: CANNOT REOPEN FIXWRK/FIXCLN, STATUS "
                   ws-work-status "/" ws-rescan-status
                   ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform read-rescan-record.
           perform varying rep-idx from 1 by 1
               until rep-idx > ws-repair-count
               if repair-sent(rep-idx)
                   read work-file
                       at end move "Y" to ws-eof-work
                       not at end perform fix-work-length
                   end-read
                   if not work-eof and not rescan-eof and
                           rescan-record(1:ws-record-length) =
                           work-record(1:ws-record-length)
                       move "Y" to ws-repair-passed(rep-idx)
                       perform read-rescan-record
                   end-if
               end-if
           end-perform.
           close work-file rescan-file.

       read-rescan-record.
           read rescan-file
               at end move "Y" to ws-eof-rescan
               not at end
                   if ws-rescan-reclen < ws-record-length
                       move spaces to rescan-record(
                           ws-rescan-reclen + 1 :
                           ws-record-length - ws-rescan-reclen)
                   end-if
                   move ws-record-length to ws-rescan-reclen
           end-read.

       fix-work-length.
           if ws-work-reclen < ws-record-length
               move spaces to work-record(ws-work-reclen + 1 :
                   ws-record-length - ws-work-reclen)
           end-if.
           move ws-record-length to ws-work-reclen.

       *>*
       *> Count the records already in the clean file, so the
       *> journal can say where each re-entered record landed.
       *>*
       count-clean-file.
           open input clean-file.
           if ws-clean-status not = "00" and ws-clean-status not = "05"
               display "BITFIX: CANNOT OPEN " ws-clean-file-name
                   ", STATUS " ws-clean-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read clean-file
               at end move "Y" to ws-eof-clean
           end-read.
           perform until clean-eof
               add 1 to ws-clean-count
               read clean-file
                   at end move "Y" to ws-eof-clean
               end-read
           end-perform.
           close clean-file.
           move ws-record-length to ws-clean-reclen.

       *>*
       *> Second pass: apply the cards again, now journalling them,
       *> and file each record by its outcome.
       *>*
       file-records.
           open input quar-in-file.
           if ws-quar-status not = "00"
               display "BITFIX: CANNOT REOPEN " ws-quar-file-name
                   ", STATUS " ws-quar-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open output quar-out-file.
           if ws-gen-status not = "00"
               display "BITFIX: CANNOT OPEN " ws-gen-file-name
                   ", STATUS " ws-gen-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close quar-in-file
               exit paragraph
           end-if.
           open extend clean-file.
           if ws-clean-status not = "00" and ws-clean-status not = "05"
               display "BITFIX: CANNOT EXTEND " ws-clean-file-name
                   ", STATUS " ws-clean-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close quar-in-file quar-out-file
               exit paragraph
           end-if.
           open extend journal-file.
           if ws-journal-status not = "00" and
                   ws-journal-status not = "05"
               display "BITFIX: CANNOT EXTEND FIXJRNL, STATUS "
                   ws-journal-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close quar-in-file quar-out-file clean-file
               exit paragraph
           end-if.
           move "Y" to ws-journal.
           move 0 to ws-recno.
           move 0 to ws-repair-count.
           move "N" to ws-eof-quar ws-short-quar.
           perform read-quar-record.
           perform until quar-eof
               add 1 to ws-recno
               perform set-outcome
               perform apply-corrections
               evaluate ws-outcome
                   when "CLEAN"
                       move ws-record to clean-record
                       write clean-record
                   when "QUAR "
                       perform write-generation-record
               end-evaluate
               perform read-quar-record
           end-perform.
           close quar-in-file quar-out-file clean-file journal-file.

       *>*
       *> Decide where the current record goes before its cards are
       *> applied, so each journal line can name it.
       *>*
       set-outcome.
           move "N" to ws-has-fix ws-dropped.
           perform varying fix-idx from 1 by 1
               until fix-idx > ws-fix-count
               if ws-fix-recno(fix-idx) = ws-recno
                   move "Y" to ws-has-fix
                   if fix-drop(fix-idx)
                       move "Y" to ws-dropped
                   end-if
               end-if
           end-perform.
           evaluate true
               when record-dropped
                   move "DROP" to ws-outcome
                   move spaces to ws-dest-name
                   move 0 to ws-dest-recno
                   add 1 to ws-drop-count
               when not has-fix
                   move "QUAR" to ws-outcome
                   move ws-gen-file-name to ws-dest-name
                   compute ws-dest-recno = ws-gen-count + 1
                   add 1 to ws-untouched
               when other
                   add 1 to ws-repair-count
                   set rep-idx to ws-repair-count
                   if repair-passed(rep-idx)
                       move "CLEAN" to ws-outcome
                       move ws-clean-file-name to ws-dest-name
                       add 1 to ws-clean-added
                       compute ws-dest-recno = ws-clean-count
                           + ws-clean-added
                   else
                       move "QUAR" to ws-outcome
                       move ws-gen-file-name to ws-dest-name
                       compute ws-dest-recno = ws-gen-count + 1
                       add 1 to ws-still-bad
                   end-if
           end-evaluate.

       write-generation-record.
           add 1 to ws-gen-count.
           perform varying ws-byte-idx from 1 by 1
               until ws-byte-idx > ws-record-length
               move ws-record(ws-byte-idx:1) to quar-out-byte
               write quar-out-byte
           end-perform.

       *>*
       *> One journal line for the card at fix-idx just applied.
       *>*
       write-journal.
           move spaces to ws-journal-line.
           move ws-run-date to jl-date.
           move ws-run-time(1:6) to jl-time.
           move ws-feed-id to jl-feed-id.
           move ws-quar-file-name to jl-quar-file.
           move ws-recno to jl-recno.
           if fix-drop(fix-idx)
               move "DROP" to jl-after
           else
               move ws-fix-offset(fix-idx) to jl-offset
               move ws-fix-length(fix-idx) to jl-length
               move ws-before-hex to jl-before
               move spaces to ws-after-hex
               call "word-to-hex" using ws-hex-length,
                   ws-fix-bytes(fix-idx), ws-after-hex
               move ws-after-hex to jl-after
           end-if.
           move ws-outcome to jl-outcome.
           move ws-dest-name to jl-dest.
           if ws-outcome not = "DROP"
               move ws-dest-recno to jl-dest-recno
           end-if.
           move ws-journal-line to journal-record.
           write journal-record.
       end program bitfix.
