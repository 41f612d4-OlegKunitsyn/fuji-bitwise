       *>**
       *>  NetCOBOL utility: pseudokey
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
       *> Consistent pseudonymization for test-region copies.
       *>
       *> The test region is refreshed from production copies of the
       *> master extract, BITJRNL and the partner feeds, with the
       *> customer keys in the clear.  A constant bitmask-batch mask
       *> either leaves a key reversible or breaks the link between
       *> the same account in different files.  This run replaces the
       *> key, and any other field named on a FIELD card, with a
       *> substitute derived from the shop secret in PSNKEY: the
       *> same value in a field of the same length always becomes
       *> the same substitute, in every file of the run and in every
       *> run with the same secret, so the master, the journal and
       *> the feeds still line up for bitflag-upd, flagsweep and
       *> bitjrnl-bko testing.
       *>
       *> The substitute keeps the shape of the value: every digit
       *> stays a digit, every upper-case letter an upper-case
       *> letter, every lower-case letter a lower-case letter, and
       *> anything else (spaces, punctuation) is left where it is,
       *> so the copies still pass bitscan and feededit.  Each
       *> character is shifted within its class by an amount taken
       *> from bin-crc32 over the secret, the pass, the position and
       *> the rest of the field, in two passes over the field, so
       *> every character of the substitute depends on the whole
       *> value.  Each step can be undone only by someone holding
       *> the secret, so two different keys never collide and a
       *> reloaded master keeps unique keys.  No cross-reference of
       *> real to substitute values is ever written, and no value is
       *> ever displayed: the report carries file names and counts
       *> only.
       *>
       *> An **UNLOAD** trailer (mastunld, flagsel) or a feededit
       *> HDR/TRL envelope is rebuilt over the substituted records,
       *> so the copies still prove complete; the production trailer
       *> is checked on the way through.  A substituted master
       *> extract is no longer in key order - mastload sorts it on
       *> the way back in.
       *>
       *> Secret record layout (PSNKEY, 80 bytes, one record):
       *>   1-64  shop secret, at least 16 characters, never shown
       *>  65-80  filler
       *>
       *> Control card layouts (PSNCTL, 80 bytes), one FILE card per
       *> file followed by its FIELD cards, at most 16 files:
       *>   FILE card:
       *>   1-5   the literal FILE
       *>   6-25  input file name (production copy)
       *>  26-45  output file name (test-region copy)
       *>  46-49  record length, 1-4096, blank = 400 (format R: 400)
       *>  50     format, R = flat 400-byte master extract
       *>         (sequential), L = line sequential (BITJRNL, feeds)
       *>  51     trailer, U = **UNLOAD** trailer, E = feededit
       *>         HDR/TRL envelope, blank = none
       *>  52     filler
       *>  53-56  key offset, blank = 1
       *>  57-60  key length, 1-64, blank = 10, 0000 = no key field
       *>  61-80  filler
       *>   FIELD card, at most 7 per file:
       *>   1-5   the literal FIELD
       *>   6     filler
       *>   7-10  field offset (1-relative, within the record)
       *>  11     filler
       *>  12-15  field length, 1-64
       *>  16-80  filler
       *>
       *> Return codes: 0 = every file copied, 4 = copied, but a
       *> production trailer or envelope did not agree with its
       *> records, 16 = run abandoned.
       *>*
       identification division.
       program-id. pseudokey.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "PSNCTL"
               organization is line sequential
               file status is ws-control-status.
           select secret-file assign to "PSNKEY"
               organization is line sequential
               file status is ws-secret-status.
           select extract-in-file assign dynamic ws-in-name
               organization is sequential
               file status is ws-in-status.
           select extract-out-file assign dynamic ws-out-name
               organization is sequential
               file status is ws-out-status.
           select line-in-file assign dynamic ws-in-name
               organization is line sequential
               file status is ws-in-status.
           select line-out-file assign dynamic ws-out-name
               organization is line sequential
               file status is ws-out-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd secret-file.
       01 secret-record pic x(80).
       fd extract-in-file.
       01 extract-in-record pic x(400).
       fd extract-out-file.
       01 extract-out-record pic x(400).
       fd line-in-file
           record is varying in size from 1 to 4096 characters
           depending on ws-in-reclen.
       01 line-in-record pic x(4096).
       fd line-out-file
           record is varying in size from 1 to 4096 characters
           depending on ws-out-reclen.
       01 line-out-record pic x(4096).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-secret-status pic x(2).
       01 ws-in-status pic x(2).
       01 ws-out-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-data pic x value "N".
         88 data-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-in-name pic x(40).
       01 ws-out-name pic x(40).
       01 ws-in-reclen pic 9(4).
       01 ws-out-reclen pic 9(4).
       01 ws-record-length pic 9(4).
       01 ws-card-reclen pic x(4).
       01 ws-card-offset pic x(4).
       01 ws-card-length pic x(4).
       01 ws-file-table.
         05 ws-file-entry occurs 16 times indexed by pf-idx.
           10 ws-file-in-name pic x(40).
           10 ws-file-out-name pic x(40).
           10 ws-file-reclen pic 9(4).
           10 ws-file-format pic x.
             88 file-extract value "R".
             88 file-line value "L".
           10 ws-file-trailer pic x.
             88 file-unload value "U".
             88 file-envelope value "E".
           10 ws-file-field-count pic 9.
           10 ws-file-field occurs 8 times indexed by pd-idx.
             15 ws-field-offset pic 9(4).
             15 ws-field-length pic 9(4).
       01 ws-file-count pic 9(2) value 0.
       *> substitution
       01 ws-psn-block.
         05 ws-psn-secret pic x(64).
         05 ws-psn-round pic 9.
         05 ws-psn-pos pic 9(2).
         05 ws-psn-masked pic x(64).
       01 ws-psn-length pic 9(8) binary value 131.
       01 ws-psn-crc pic x(4).
       01 ws-psn-value pic x(64).
       01 ws-psn-char pic x.
       01 ws-psn-shift pic 9(5).
       01 ws-class-base pic 9(3).
       01 ws-class-size pic 9(2).
       01 ws-class-index pic 9(5).
       01 ws-fld-offset pic 9(4).
       01 ws-fld-length pic 9(4).
       01 ws-psn-record pic x(4096).
       *> per-file trailer proof and rebuild
       01 ws-record-count pic 9(9).
       01 ws-field-count pic 9(9).
       01 ws-trailer-seen pic x.
         88 trailer-seen value "Y".
       01 ws-header-seen pic x.
         88 header-seen value "Y".
       01 ws-after-trailer pic 9(9).
       01 ws-trl-count pic 9(9).
       01 ws-trl-crc-hex pic x(8).
       01 ws-in-crc pic x(4).
       01 ws-out-crc pic x(4).
       01 ws-crc-hex pic x(8).
       01 ws-crc-chain.
         05 ws-crc-chain-prev pic x(4).
         05 ws-crc-chain-data pic x(4096).
       01 ws-chain-length pic 9(8) binary.
       01 ws-crc-length pic 9(8) binary value 4.
       01 ws-file-warning pic x.
         88 file-warning value "Y".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN PSNCTL, STATUS "
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
           perform until control-eof or abort-run
               perform load-card
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.
           close control-file.
           if not abort-run
               perform load-secret
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           perform varying pf-idx from 1 by 1
               until pf-idx > ws-file-count or abort-run
               move ws-file-in-name(pf-idx) to ws-in-name
               move ws-file-out-name(pf-idx) to ws-out-name
               move ws-file-reclen(pf-idx) to ws-record-length
               compute ws-chain-length = ws-record-length + 4
               if file-extract(pf-idx)
                   perform copy-extract-file
               else
                   perform copy-line-file
               end-if
           end-perform.
           move spaces to ws-psn-block.
           if abort-run
               move 16 to return-code
           end-if.
           stop run.

       *>*
       *> One PSNCTL card: a FILE card opens a new file entry with
       *> its key field, a FIELD card adds a field to the last one.
       *>*
       load-card.
           evaluate true
               when control-record(1:5) = "FILE "
                   perform load-file-card
               when control-record(1:5) = "FIELD"
                   if ws-file-count = 0
                       display "PSEUDOKEY: FIELD CARD BEFORE ANY "
                           "FILE CARD, RUN ABANDONED"
                       move "Y" to ws-abort-run
                       exit paragraph
                   end-if
                   move control-record(7:4) to ws-card-offset
                   move control-record(12:4) to ws-card-length
                   perform add-field
               when other
                   display "PSEUDOKEY: CARD TYPE '"
                       control-record(1:5)
                       "' IS NOT FILE OR FIELD, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.

       load-file-card.
           if ws-file-count >= 16
               display "PSEUDOKEY: MORE THAN 16 FILE CARDS, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-file-count.
           set pf-idx to ws-file-count.
           move control-record(6:20) to ws-file-in-name(pf-idx).
           move control-record(26:20) to ws-file-out-name(pf-idx).
           move function trim(ws-file-in-name(pf-idx))
               to ws-file-in-name(pf-idx).
           move function trim(ws-file-out-name(pf-idx))
               to ws-file-out-name(pf-idx).
           move control-record(50:1) to ws-file-format(pf-idx).
           move control-record(51:1) to ws-file-trailer(pf-idx).
           move 0 to ws-file-field-count(pf-idx).
           move control-record(46:4) to ws-card-reclen.
           if ws-card-reclen = spaces
               move 400 to ws-file-reclen(pf-idx)
           else
               move ws-card-reclen to ws-file-reclen(pf-idx)
           end-if.
           evaluate true
               when not file-extract(pf-idx) and
                       not file-line(pf-idx)
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " FORMAT '" ws-file-format(pf-idx)
                       "' IS NOT R OR L, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-file-trailer(pf-idx) not = "U" and
                       ws-file-trailer(pf-idx) not = "E" and
                       ws-file-trailer(pf-idx) not = space
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " TRAILER '" ws-file-trailer(pf-idx)
                       "' IS NOT U, E OR BLANK, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when file-extract(pf-idx) and
                       ws-file-reclen(pf-idx) not = 400
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " IS A MASTER EXTRACT, RECORD LENGTH MUST "
                       "BE 400, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-file-reclen(pf-idx) < 1 or
                       ws-file-reclen(pf-idx) > 4096
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " RECORD LENGTH " ws-file-reclen(pf-idx)
                       " IS NOT 1-4096, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if abort-run
               exit paragraph
           end-if.
           move control-record(53:4) to ws-card-offset.
           move control-record(57:4) to ws-card-length.
           if ws-card-offset = spaces
               move "0001" to ws-card-offset
           end-if.
           if ws-card-length = spaces
               move "0010" to ws-card-length
           end-if.
           if ws-card-length not = "0000"
               perform add-field
           end-if.

       *>*
       *> Validate one field against the current file's record
       *> length and add it to the file's field list.
       *>*
       add-field.
           set pf-idx to ws-file-count.
           if ws-file-field-count(pf-idx) >= 8
               display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                   " HAS MORE THAN 8 FIELDS, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move ws-card-offset to ws-fld-offset.
           move ws-card-length to ws-fld-length.
           evaluate true
               when ws-fld-offset < 1
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " FIELD OFFSET " ws-fld-offset
                       " IS NOT 1-RELATIVE, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-fld-length < 1 or ws-fld-length > 64
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " FIELD LENGTH " ws-fld-length
                       " IS NOT 1-64, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-fld-offset + ws-fld-length - 1 >
                       ws-file-reclen(pf-idx)
                   display "PSEUDOKEY: " ws-file-in-name(pf-idx)
                       " FIELD AT " ws-fld-offset
                       " RUNS PAST THE RECORD LENGTH, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if abort-run
               exit paragraph
           end-if.
           add 1 to ws-file-field-count(pf-idx).
           set pd-idx to ws-file-field-count(pf-idx).
           move ws-fld-offset to ws-field-offset(pf-idx, pd-idx).
           move ws-fld-length to ws-field-length(pf-idx, pd-idx).

       *>*
       *> Read the shop secret.  It is held only in ws-psn-secret
       *> and never displayed.
       *>*
       load-secret.
           if ws-file-count = 0
               display "PSEUDOKEY: NO FILE CARDS, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open input secret-file.
           if ws-secret-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN PSNKEY, STATUS "
                   ws-secret-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move spaces to secret-record.
           read secret-file
               at end move spaces to secret-record
           end-read.
           move secret-record(1:64) to ws-psn-secret.
           move spaces to secret-record.
           close secret-file.
           if function length(function trim(ws-psn-secret)) < 16
               display "PSEUDOKEY: PSNKEY SECRET IS SHORTER THAN "
                   "16 CHARACTERS, RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.

       *>*
       *> Format R: a flat 400-byte master extract, optionally
       *> closed by an **UNLOAD** trailer that is proven and rebuilt.
       *>*
       copy-extract-file.
           perform start-file.
           open input extract-in-file.
           if ws-in-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN " ws-in-name
                   ", STATUS " ws-in-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open output extract-out-file.
           if ws-out-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN " ws-out-name
                   ", STATUS " ws-out-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close extract-in-file
               exit paragraph
           end-if.
           read extract-in-file
               at end move "Y" to ws-eof-data
           end-read.
           perform until data-eof
               if file-unload(pf-idx) and
                       extract-in-record(1:10) = "**UNLOAD**"
                   move "Y" to ws-trailer-seen
                   move extract-in-record(12:9) to ws-trl-count
                   move extract-in-record(22:8) to ws-trl-crc-hex
               else
                   if trailer-seen
                       add 1 to ws-after-trailer
                   end-if
                   move extract-in-record to ws-psn-record
                   perform chain-in-crc
                   perform pseudonymize-record
                   move ws-psn-record to extract-out-record
                   write extract-out-record
                   perform chain-out-crc
               end-if
               read extract-in-file
                   at end move "Y" to ws-eof-data
               end-read
           end-perform.
           if file-unload(pf-idx)
               call "word-to-hex" using ws-crc-length, ws-out-crc,
                   ws-crc-hex
               move spaces to extract-out-record
               move "**UNLOAD**" to extract-out-record(1:10)
               move ws-record-count to extract-out-record(12:9)
               move ws-crc-hex to extract-out-record(22:8)
               write extract-out-record
           end-if.
           close extract-in-file extract-out-file.
           perform end-file.

       *>*
       *> Format L: a line-sequential file, optionally wrapped in
       *> the feededit envelope - the HDR is copied as it stands, the
       *> TRL is proven against the production body and rebuilt
       *> over the substituted one.
       *>*
       copy-line-file.
           perform start-file.
           open input line-in-file.
           if ws-in-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN " ws-in-name
                   ", STATUS " ws-in-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           open output line-out-file.
           if ws-out-status not = "00"
               display "PSEUDOKEY: CANNOT OPEN " ws-out-name
                   ", STATUS " ws-out-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close line-in-file
               exit paragraph
           end-if.
           move ws-record-length to ws-out-reclen.
           read line-in-file
               at end move "Y" to ws-eof-data
               not at end perform fix-in-length
           end-read.
           if file-envelope(pf-idx) and not data-eof
               if line-in-record(1:3) = "HDR"
                   move "Y" to ws-header-seen
                   move line-in-record to line-out-record
                   write line-out-record
                   read line-in-file
                       at end move "Y" to ws-eof-data
                       not at end perform fix-in-length
                   end-read
               else
                   display "PSEUDOKEY: " ws-in-name
                       " DOES NOT START WITH AN HDR RECORD"
                   move "Y" to ws-file-warning
               end-if
           end-if.
           perform until data-eof
               if file-envelope(pf-idx) and not trailer-seen and
                       line-in-record(1:3) = "TRL"
                   move "Y" to ws-trailer-seen
                   move line-in-record(4:9) to ws-trl-count
                   move line-in-record(13:8) to ws-trl-crc-hex
               else
                   if trailer-seen
                       add 1 to ws-after-trailer
                   end-if
                   move line-in-record to ws-psn-record
                   perform chain-in-crc
                   perform pseudonymize-record
                   move ws-psn-record to line-out-record
                   write line-out-record
                   perform chain-out-crc
               end-if
               read line-in-file
                   at end move "Y" to ws-eof-data
                   not at end perform fix-in-length
               end-read
           end-perform.
           if file-envelope(pf-idx)
               call "word-to-hex" using ws-crc-length, ws-out-crc,
                   ws-crc-hex
               move spaces to line-out-record
               move "TRL" to line-out-record(1:3)
               move ws-record-count to line-out-record(4:9)
               move ws-crc-hex to line-out-record(13:8)
               write line-out-record
           end-if.
           close line-in-file line-out-file.
           perform end-file.

       *>*
       *> Normalize the record just read to the card's record
       *> length, space-padding on the right.
       *>*
       fix-in-length.
           if ws-in-reclen < ws-record-length
               move spaces to line-in-record(ws-in-reclen + 1 :
                   ws-record-length - ws-in-reclen)
           end-if.
           move ws-record-length to ws-in-reclen.

       start-file.
           move "N" to ws-eof-data ws-trailer-seen ws-header-seen
               ws-file-warning.
           move 0 to ws-record-count ws-field-count ws-after-trailer.
           move x"00000000" to ws-in-crc ws-out-crc.
           move spaces to ws-psn-record.

       *>*
       *> Chained bin-crc32 of the production records, to prove the
       *> trailer that came with them, and of the substituted
       *> records, for the trailer that goes out.
       *>*
       chain-in-crc.
           add 1 to ws-record-count.
           move ws-in-crc to ws-crc-chain-prev.
           move ws-psn-record to ws-crc-chain-data.
           call "bin-crc32" using ws-chain-length, ws-crc-chain,
               ws-in-crc.

       chain-out-crc.
           move ws-out-crc to ws-crc-chain-prev.
           move ws-psn-record to ws-crc-chain-data.
           call "bin-crc32" using ws-chain-length, ws-crc-chain,
               ws-out-crc.

       *>*
       *> Report the file and hold the production trailer's claims
       *> against the records actually read.
       *>*
       end-file.
           display "PSEUDOKEY: " ws-record-count
               " RECORD(S) COPIED FROM " ws-in-name.
           display "PSEUDOKEY: " ws-field-count
               " FIELD(S) SUBSTITUTED INTO " ws-out-name.
           if ws-file-trailer(pf-idx) = space
               exit paragraph
           end-if.
           call "word-to-hex" using ws-crc-length, ws-in-crc,
               ws-crc-hex.
           evaluate true
               when not trailer-seen
                   display "PSEUDOKEY: " ws-in-name
                       " HAS NO TRAILER, TRAILER BUILT FROM THE "
                       "RECORDS PRESENT"
                   move "Y" to ws-file-warning
               when ws-after-trailer > 0
                   display "PSEUDOKEY: " ws-in-name
                       " CARRIES " ws-after-trailer
                       " RECORD(S) AFTER ITS TRAILER"
                   move "Y" to ws-file-warning
               when ws-trl-count not = ws-record-count
                   display "PSEUDOKEY: " ws-in-name
                       " TRAILER CLAIMS " ws-trl-count
                       " RECORD(S), " ws-record-count " PRESENT"
                   move "Y" to ws-file-warning
               when ws-trl-crc-hex not = ws-crc-hex
                   display "PSEUDOKEY: " ws-in-name
                       " TRAILER CRC " ws-trl-crc-hex
                       " DOES NOT MATCH ITS RECORDS " ws-crc-hex
                   move "Y" to ws-file-warning
           end-evaluate.
           call "word-to-hex" using ws-crc-length, ws-out-crc,
               ws-crc-hex.
           display "PSEUDOKEY: TRAILER REBUILT, " ws-record-count
               " RECORD(S), CRC " ws-crc-hex.
           if file-warning
               move 4 to return-code
           end-if.

       *>*
       *> Substitute every field of the file in ws-psn-record, two
       *> passes over each field, one character at a time.
       *>*
       pseudonymize-record.
           perform varying pd-idx from 1 by 1
               until pd-idx > ws-file-field-count(pf-idx)
               move ws-field-offset(pf-idx, pd-idx) to ws-fld-offset
               move ws-field-length(pf-idx, pd-idx) to ws-fld-length
               move ws-psn-record(ws-fld-offset:ws-fld-length)
                   to ws-psn-value
               perform varying ws-psn-round from 1 by 1
                   until ws-psn-round > 2
                   perform varying ws-psn-pos from 1 by 1
                       until ws-psn-pos > ws-fld-length
                       perform substitute-character
                   end-perform
               end-perform
               move ws-psn-value(1:ws-fld-length)
                   to ws-psn-record(ws-fld-offset:ws-fld-length)
               add 1 to ws-field-count
           end-perform.

       *>*
       *> Shift one character within its class (digit, upper-case,
       *> lower-case letter) by an amount that depends on the secret
       *> and on every other character of the field, but not on the
       *> character itself, so the step can always be undone.
       *>*
       substitute-character.
           move ws-psn-value(ws-psn-pos:1) to ws-psn-char.
           evaluate true
               when ws-psn-char >= "0" and ws-psn-char <= "9"
                   move 49 to ws-class-base
                   move 10 to ws-class-size
               when ws-psn-char >= "A" and ws-psn-char <= "Z"
                   move 66 to ws-class-base
                   move 26 to ws-class-size
               when ws-psn-char >= "a" and ws-psn-char <= "z"
                   move 98 to ws-class-base
                   move 26 to ws-class-size
               when other
                   exit paragraph
           end-evaluate.
           move ws-psn-value to ws-psn-masked.
           move x"00" to ws-psn-masked(ws-psn-pos:1).
           call "bin-crc32" using ws-psn-length, ws-psn-block,
               ws-psn-crc.
           compute ws-psn-shift =
               (function ord(ws-psn-crc(1:1)) - 1) * 256
               + function ord(ws-psn-crc(2:1)) - 1.
           compute ws-class-index = function mod(
               function ord(ws-psn-char) - ws-class-base
               + ws-psn-shift, ws-class-size).
           move function char(ws-class-index + ws-class-base)
               to ws-psn-value(ws-psn-pos:1).
       end program pseudokey.
