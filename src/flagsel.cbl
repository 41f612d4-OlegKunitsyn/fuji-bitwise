       *>**
       *>  NetCOBOL utility: flagsel
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
       *> Flag-expression selection extract from the indexed master.
       *>
       *> Replaces the weekly throwaway program that pulls "all
       *> ACCOUNT-FROZEN but not CLOSED" or "LETTER-SENT and not
       *> DO-NOT-MAIL" for the letter house and the fraud team.
       *> Selection cards combine BITFLAG-DEFN flag names with AND,
       *> OR and NOT; each name is resolved once through
       *> bitflag-lookup and every master record's status byte is
       *> tested against the mask with bin-and.  Matching records are
       *> written, in key order, to a flat sequential 400-byte
       *> extract, optionally closed by the same **UNLOAD** trailer
       *> mastunld writes, so the receiving side can prove it got the
       *> whole list with the same check mastload makes.
       *>
       *> AND binds tighter than OR: the cards are read as groups of
       *> AND-ed terms, each OR card starting a new group, and a
       *> record is selected when every term of any one group holds.
       *>   LETTER-SENT / AND NOT DO-NOT-MAIL / OR VIP-CUSTOMER
       *> selects (LETTER-SENT and not DO-NOT-MAIL) or VIP-CUSTOMER.
       *>
       *> Control card layout (SELCTL, 80 bytes), card 1:
       *>   1-20  indexed master file name
       *>  21-40  output extract file name (sequential)
       *>  41-44  status byte offset (1-relative, within the record)
       *>  45     T = close the extract with an **UNLOAD** trailer,
       *>         blank = data records only
       *>  46-80  filler
       *>
       *> Selection card layout (SELCTL, 80 bytes), cards 2-n, at
       *> most 16:
       *>   1-3   AND / OR, left-justified, blank on the first card
       *>   4     filler
       *>   5-7   NOT to select records with the flag off, else blank
       *>   8     filler
       *>   9-28  flag name, as registered in BITFLAG-DEFN
       *>  29-80  filler
       *>
       *> A selection deck that does not parse, or names a flag that
       *> is not registered, abandons the run before the master is
       *> opened: a wrong list is worse than no list.
       *>
       *> Unload trailer record layout (400 bytes), as mastunld:
       *>   1-10  the literal **UNLOAD**
       *>  12-20  record count
       *>  22-29  chained CRC-32, 8 hex chars
       *>  30-400 filler
       *>
       *> Return codes: 0 = records selected, 4 = no record selected,
       *> 16 = run abandoned.
       *>*
       identification division.
       program-id. flagsel.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "SELCTL"
               organization is line sequential
               file status is ws-control-status.
           select master-file assign dynamic ws-master-name
               organization is indexed
               access mode is sequential
               record key is master-key
               file status is ws-master-status.
           select extract-file assign dynamic ws-extract-name
               organization is sequential
               file status is ws-extract-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd master-file.
       01 master-record.
         05 master-key pic x(10).
         05 filler pic x(390).
       fd extract-file.
       01 extract-record pic x(400).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-master-status pic x(2).
       01 ws-extract-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-master pic x value "N".
         88 master-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-master-name pic x(40).
       01 ws-extract-name pic x(40).
       01 ws-offset pic 9(4).
       01 ws-trailer-option pic x.
         88 write-trailer value "T".
       01 ws-connective pic x(3).
       01 ws-negate pic x(3).
       01 ws-flag-name pic x(20).
       01 ws-flag-mask pic x.
       01 ws-lookup-return-code pic 9(2).
       01 ws-term-table.
         05 ws-term occurs 16 times indexed by tm-idx.
           10 ws-term-new-group pic x.
             88 term-new-group value "Y".
           10 ws-term-not pic x.
             88 term-not value "Y".
           10 ws-term-name pic x(20).
           10 ws-term-mask pic x.
       01 ws-term-count pic 9(2) value 0.
       01 ws-status-byte pic x.
       01 ws-test-byte pic x.
       01 ws-term-true pic x.
         88 term-true value "Y".
       01 ws-group-true pic x.
         88 group-true value "Y".
       01 ws-selected pic x.
         88 record-selected value "Y".
       01 ws-read-count pic 9(9) value 0.
       01 ws-selected-count pic 9(9) value 0.
       01 ws-run-crc pic x(4) value x"00000000".
       01 ws-crc-hex pic x(8).
       01 ws-crc-chain.
         05 ws-crc-chain-prev pic x(4).
         05 ws-crc-chain-data pic x(400).
       01 ws-chain-length pic 9(8) binary value 404.
       01 ws-crc-length pic 9(8) binary value 4.
       01 ws-echo-line.
         05 filler pic x(9) value "FLAGSEL: ".
         05 el-connective pic x(7).
         05 el-negate pic x(4).
         05 el-name pic x(20).
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "FLAGSEL: CANNOT OPEN SELCTL, STATUS "
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
           move control-record(1:20) to ws-master-name.
           move control-record(21:20) to ws-extract-name.
           move control-record(41:4) to ws-offset.
           move control-record(45:1) to ws-trailer-option.
           move function trim(ws-master-name) to ws-master-name.
           move function trim(ws-extract-name) to ws-extract-name.
           evaluate true
               when ws-offset < 1
                   display "FLAGSEL: CONTROL CARD OFFSET "
                       ws-offset " IS NOT 1-RELATIVE, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-offset > length of master-record
                   display "FLAGSEL: CONTROL CARD OFFSET "
                       ws-offset " EXCEEDS THE RECORD SIZE, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-trailer-option not = "T" and
                       ws-trailer-option not = space
                   display "FLAGSEL: TRAILER OPTION '"
                       ws-trailer-option "' IS NOT T OR BLANK, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           perform until control-eof or abort-run
               perform load-selection-card
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.
           if not abort-run and ws-term-count = 0
               display "FLAGSEL: NO SELECTION CARDS, RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           if abort-run
               move 16 to return-code
               close control-file
               stop run
           end-if.
           open input master-file.
           if ws-master-status not = "00"
               display "FLAGSEL: CANNOT OPEN " ws-master-name
                   ", STATUS " ws-master-status ", RUN ABANDONED"
               move 16 to return-code
               close control-file
               stop run
           end-if.
           open output extract-file.
           if ws-extract-status not = "00"
               display "FLAGSEL: CANNOT OPEN " ws-extract-name
                   ", STATUS " ws-extract-status ", RUN ABANDONED"
               move 16 to return-code
               close master-file control-file
               stop run
           end-if.
           read master-file next record
               at end move "Y" to ws-eof-master
           end-read.
           perform until master-eof
               add 1 to ws-read-count
               move master-record(ws-offset:1) to ws-status-byte
               perform evaluate-selection
               if record-selected
                   add 1 to ws-selected-count
                   move master-record to extract-record
                   write extract-record
                   move ws-run-crc to ws-crc-chain-prev
                   move extract-record to ws-crc-chain-data
                   call "bin-crc32" using ws-chain-length,
                       ws-crc-chain, ws-run-crc
               end-if
               read master-file next record
                   at end move "Y" to ws-eof-master
               end-read
           end-perform.
           call "word-to-hex" using ws-crc-length, ws-run-crc,
               ws-crc-hex.
           if write-trailer
               move spaces to extract-record
               move "**UNLOAD**" to extract-record(1:10)
               move ws-selected-count to extract-record(12:9)
               move ws-crc-hex to extract-record(22:8)
               write extract-record
           end-if.
           close master-file extract-file.
           display "FLAGSEL: " ws-read-count
               " MASTER RECORD(S) READ, " ws-selected-count
               " SELECTED TO " ws-extract-name.
           if write-trailer
               display "FLAGSEL: UNLOAD TRAILER WRITTEN, CRC "
                   ws-crc-hex
           end-if.
           if ws-selected-count = 0
               move 4 to return-code
           end-if.
           close control-file.
           stop run.

       *>*
       *> Validate one selection card, resolve its flag name and add
       *> it to the term table, echoing it to the report.
       *>*
       load-selection-card.
           move control-record(1:3) to ws-connective.
           move control-record(5:3) to ws-negate.
           move control-record(9:20) to ws-flag-name.
           if ws-term-count >= 16
               display "FLAGSEL: MORE THAN 16 SELECTION CARDS, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           evaluate true
               when ws-term-count = 0 and ws-connective not = spaces
                   display "FLAGSEL: FIRST SELECTION CARD CARRIES '"
                       ws-connective "', RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-term-count > 0 and ws-connective not = "AND"
                       and ws-connective not = "OR "
                   display "FLAGSEL: CONNECTIVE '" ws-connective
                       "' IS NOT AND OR OR, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-negate not = "NOT" and ws-negate not = spaces
                   display "FLAGSEL: '" ws-negate
                       "' IS NOT NOT OR BLANK, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if abort-run
               exit paragraph
           end-if.
           call "bitflag-lookup" using ws-flag-name, ws-flag-mask,
               ws-lookup-return-code.
           if ws-lookup-return-code not = 0
               display "FLAGSEL: FLAG '" ws-flag-name
                   "' NOT REGISTERED, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-term-count.
           set tm-idx to ws-term-count.
           if ws-term-count = 1 or ws-connective = "OR "
               move "Y" to ws-term-new-group(tm-idx)
           else
               move "N" to ws-term-new-group(tm-idx)
           end-if.
           if ws-negate = "NOT"
               move "Y" to ws-term-not(tm-idx)
           else
               move "N" to ws-term-not(tm-idx)
           end-if.
           move ws-flag-name to ws-term-name(tm-idx).
           move ws-flag-mask to ws-term-mask(tm-idx).
           if ws-term-count = 1
               move "SELECT" to el-connective
           else
               move ws-connective to el-connective
           end-if.
           move ws-negate to el-negate.
           move ws-flag-name to el-name.
           display ws-echo-line.

       *>*
       *> Test the status byte against every term: a group holds
       *> when all its AND-ed terms hold, the record is selected
       *> when any group holds.
       *>*
       evaluate-selection.
           move "N" to ws-selected.
           move "Y" to ws-group-true.
           perform varying tm-idx from 1 by 1
               until tm-idx > ws-term-count
               if term-new-group(tm-idx) and tm-idx > 1
                   if group-true
                       move "Y" to ws-selected
                   end-if
                   move "Y" to ws-group-true
               end-if
               call "bin-and" using ws-status-byte,
                   ws-term-mask(tm-idx), ws-test-byte
               if ws-test-byte = x"00"
                   move "N" to ws-term-true
               else
                   move "Y" to ws-term-true
               end-if
               if term-not(tm-idx)
                   if term-true
                       move "N" to ws-term-true
                   else
                       move "Y" to ws-term-true
                   end-if
               end-if
               if not term-true
                   move "N" to ws-group-true
               end-if
           end-perform.
           if group-true
               move "Y" to ws-selected
           end-if.
       end program flagsel.
