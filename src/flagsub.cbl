       *>**
       *>  NetCOBOL utility: flagsub
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
       *> Flag-change subscription distribution from BITJRNL.
       *>
       *> Downstream systems care about a few flags each - the
       *> mailing house about DO-NOT-MAIL, the fraud system about
       *> SECURITY-HOLD and ACCOUNT-FROZEN, CRM about VIP-CUSTOMER -
       *> and instead of a full master extract each subscriber gets a
       *> delta file of the SET, CLEAR and BKOUT journal lines for
       *> its flags written since its last delivery.  The subscriber
       *> cards name the flags by their BITFLAG-DEFN names; each is
       *> resolved through bitflag-lookup and the subscriber's masks
       *> are combined with bin-or, so a journal line belongs to the
       *> subscriber when bin-and of its flag mask with the
       *> subscriber's mask is not zero.
       *>
       *> Each subscriber has a high-water mark in SUBHWM: the run
       *> date and time stamp of the newest journal line it has been
       *> sent.  Only lines stamped after the mark are delivered, and
       *> the mark is moved and SUBHWM rewritten as soon as the
       *> subscriber's delta file is closed, so a repeated run sends
       *> nothing twice.  A subscriber with no new changes gets no
       *> file at all: a delivery not yet collected is never
       *> overwritten by an empty one.  Should the run stop between
       *> a delta file and its mark, the rerun writes the identical
       *> delivery again under the same delivery number.  Journal
       *> lines written before the date stamp existed carry blanks
       *> there and are never delivered.  The stamp is the start
       *> time of the run that wrote the line, so the distribution
       *> must not run alongside bitflag-upd, flagsweep or
       *> bitjrnl-bko.
       *>
       *> Control card layout (SUBCTL, 80 bytes), one card per flag
       *> subscribed to, at most 50 subscribers:
       *>   1-8   subscriber id
       *>  10-29  delta file name (may be blank on the subscriber's
       *>         later cards, otherwise the same on every card)
       *>  31-50  flag name, as registered in BITFLAG-DEFN
       *>  52-59  first journal date, YYYYMMDD, for a subscriber with
       *>         no high-water mark yet; blank = the whole journal
       *>  60-80  filler
       *>
       *> High-water mark record layout (SUBHWM, 80 bytes, one per
       *> subscriber, rewritten whole after every delivery;
       *> subscribers no longer on the cards are kept):
       *>   1-8   subscriber id
       *>  10-17  journal date of the newest line delivered
       *>  19-24  journal time of the newest line delivered
       *>  26-31  last delivery number
       *>  33-40  run date of the last delivery, YYYYMMDD
       *>  42-47  run time of the last delivery, HHMMSS
       *>  49-57  journal lines in the last delivery
       *>  58-80  filler
       *>
       *> Delta file layout (80 bytes): the journal lines verbatim,
       *> in journal order (layout: see bitflag-upd), closed by a
       *> trailer record:
       *>   1-10  the literal **DELTA**
       *>  12-20  journal line count
       *>  22-29  chained CRC-32 of the lines, 8 hex chars, as the
       *>         **UNLOAD** trailer
       *>  31-38  subscriber id
       *>  40-45  delivery number, 1 for the first delivery
       *>  47-54  changes after: high-water mark date before this
       *>  56-61  delivery, and time (blank on a first delivery)
       *>  63-70  changes up to and including: the new high-water
       *>  72-77  mark date and time
       *> The receiver can prove the file complete from the count and
       *> CRC, and that no delivery went missing from the delivery
       *> number and the marks.
       *>
       *> Return codes: 0 = every subscriber served, 16 = run
       *> abandoned (subscribers delivered before the failure keep
       *> their new marks).
       *>*
       identification division.
       program-id. flagsub.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "SUBCTL"
               organization is line sequential
               file status is ws-control-status.
           select optional hwm-file assign to "SUBHWM"
               organization is line sequential
               file status is ws-hwm-status.
           select optional journal-file assign to "BITJRNL"
               organization is line sequential
               file status is ws-journal-status.
           select delta-file assign dynamic ws-delta-file-name
               organization is line sequential
               file status is ws-delta-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd hwm-file.
       01 hwm-record pic x(80).
       fd journal-file.
       01 journal-record pic x(80).
       fd delta-file.
       01 delta-record pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-hwm-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-delta-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-hwm pic x value "N".
         88 hwm-eof value "Y".
       01 ws-eof-journal pic x value "N".
         88 journal-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-delta-open pic x value "N".
         88 delta-open value "Y".
       01 ws-delta-file-name pic x(20).
       01 ws-sub-table.
         05 ws-sub-entry occurs 50 times
             indexed by sub-idx mark-idx.
           10 ws-sub-id pic x(8).
           10 ws-sub-file pic x(20).
           10 ws-sub-mask pic x.
           10 ws-sub-first pic x(8).
           10 ws-sub-on-card pic x.
             88 sub-on-card value "Y".
           10 ws-sub-has-mark pic x.
             88 sub-has-mark value "Y".
           10 ws-sub-mark pic x(14).
           10 ws-sub-delivery pic 9(6).
           10 ws-sub-last-run pic x(14).
           10 ws-sub-last-count pic 9(9).
       01 ws-sub-count pic 9(2) value 0.
       01 ws-card-num pic 9(3) value 0.
       01 ws-card-id pic x(8).
       01 ws-card-file pic x(20).
       01 ws-card-flag pic x(20).
       01 ws-card-first pic x(8).
       01 ws-flag-mask pic x.
       01 ws-test-byte pic x.
       01 ws-lookup-return-code pic 9(2).
       01 ws-jrnl-action pic x(5).
       01 ws-jrnl-flag pic x(20).
       01 ws-jrnl-stamp.
         05 ws-jrnl-date pic x(8).
         05 ws-jrnl-time pic x(6).
       01 ws-new-mark pic x(14).
       01 ws-line-count pic 9(9).
       01 ws-served-count pic 9(2) value 0.
       01 ws-delivered-count pic 9(2) value 0.
       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-run-crc pic x(4).
       01 ws-crc-hex pic x(8).
       01 ws-crc-chain.
         05 ws-crc-chain-prev pic x(4).
         05 ws-crc-chain-data pic x(80).
       01 ws-chain-length pic 9(8) binary value 84.
       01 ws-crc-length pic 9(8) binary value 4.
       01 ws-trailer-line.
         05 tl-literal pic x(10) value "**DELTA**".
         05 filler pic x value space.
         05 tl-count pic 9(9).
         05 filler pic x value space.
         05 tl-crc pic x(8).
         05 filler pic x value space.
         05 tl-sub-id pic x(8).
         05 filler pic x value space.
         05 tl-delivery pic 9(6).
         05 filler pic x value space.
         05 tl-from-date pic x(8).
         05 filler pic x value space.
         05 tl-from-time pic x(6).
         05 filler pic x value space.
         05 tl-to-date pic x(8).
         05 filler pic x value space.
         05 tl-to-time pic x(6).
         05 filler pic x(3) value spaces.
       01 ws-hwm-line.
         05 hl-sub-id pic x(8).
         05 filler pic x value space.
         05 hl-mark-date pic x(8).
         05 filler pic x value space.
         05 hl-mark-time pic x(6).
         05 filler pic x value space.
         05 hl-delivery pic 9(6).
         05 filler pic x value space.
         05 hl-run-date pic x(8).
         05 filler pic x value space.
         05 hl-run-time pic x(6).
         05 filler pic x value space.
         05 hl-count pic 9(9).
         05 filler pic x(23) value spaces.
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "FLAGSUB: CANNOT OPEN SUBCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move 16 to return-code
               stop run
           end-if.
           perform load-subscribers.
           close control-file.
           if not abort-run
               perform load-marks
           end-if.
           if not abort-run
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               perform varying sub-idx from 1 by 1
                   until sub-idx > ws-sub-count or abort-run
                   if sub-on-card(sub-idx)
                       perform serve-subscriber
                   end-if
               end-perform
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           display "FLAGSUB: " ws-served-count " SUBSCRIBER(S) SERVED, "
               ws-delivered-count " DELTA FILE(S) WRITTEN".
           move 0 to return-code.
           stop run.

       *>*
       *> Build the subscriber table from the cards, one flag each,
       *> combining each subscriber's flag masks with bin-or.
       *>*
       load-subscribers.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           perform until control-eof or abort-run
               add 1 to ws-card-num
               if control-record not = spaces
                   perform take-subscriber-card
               end-if
               read control-file
                   at end move "Y" to ws-eof-control
               end-read
           end-perform.
           if not abort-run and ws-sub-count = 0
               display "FLAGSUB: NO SUBSCRIBER CARDS IN SUBCTL, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.

       take-subscriber-card.
           move control-record(1:8) to ws-card-id.
           move control-record(10:20) to ws-card-file.
           move control-record(31:20) to ws-card-flag.
           move control-record(52:8) to ws-card-first.
           if ws-card-id = spaces
               display "FLAGSUB: CARD " ws-card-num
                   " HAS NO SUBSCRIBER ID, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           call "bitflag-lookup" using ws-card-flag, ws-flag-mask,
               ws-lookup-return-code.
           if ws-lookup-return-code not = 0
               display "FLAGSUB: CARD " ws-card-num " FLAG '"
                   ws-card-flag "' NOT REGISTERED, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if ws-card-first not = spaces and
                   ws-card-first is not numeric
               display "FLAGSUB: CARD " ws-card-num " FIRST DATE '"
                   ws-card-first "' IS NOT YYYYMMDD, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform find-subscriber.
           if sub-idx > ws-sub-count
               if ws-sub-count >= 50
                   display "FLAGSUB: MORE THAN 50 SUBSCRIBERS, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               if ws-card-file = spaces
                   display "FLAGSUB: CARD " ws-card-num
                       " SUBSCRIBER " ws-card-id
                       " HAS NO DELTA FILE NAME, RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               perform add-subscriber
               move ws-card-file to ws-sub-file(sub-idx)
           end-if.
           if not sub-on-card(sub-idx)
               if ws-card-file = spaces
                   display "FLAGSUB: CARD " ws-card-num
                       " SUBSCRIBER " ws-card-id
                       " HAS NO DELTA FILE NAME, RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               move "Y" to ws-sub-on-card(sub-idx)
               move ws-card-file to ws-sub-file(sub-idx)
           end-if.
           if ws-card-file not = spaces and
                   ws-card-file not = ws-sub-file(sub-idx)
               display "FLAGSUB: CARD " ws-card-num " SUBSCRIBER "
                   ws-card-id " NAMES A SECOND DELTA FILE "
                   ws-card-file ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if ws-sub-first(sub-idx) = spaces
               move ws-card-first to ws-sub-first(sub-idx)
           end-if.
           call "bin-or" using ws-sub-mask(sub-idx), ws-flag-mask,
               ws-test-byte.
           move ws-test-byte to ws-sub-mask(sub-idx).

       *>*
       *> Point sub-idx at ws-card-id, or one past the last entry
       *> when it is not in the table.
       *>*
       find-subscriber.
           perform varying sub-idx from 1 by 1
               until sub-idx > ws-sub-count
               if ws-sub-id(sub-idx) = ws-card-id
                   exit perform
               end-if
           end-perform.

       add-subscriber.
           add 1 to ws-sub-count.
           set sub-idx to ws-sub-count.
           move ws-card-id to ws-sub-id(sub-idx).
           move spaces to ws-sub-file(sub-idx) ws-sub-first(sub-idx)
               ws-sub-mark(sub-idx) ws-sub-last-run(sub-idx).
           move low-value to ws-sub-mask(sub-idx).
           move "Y" to ws-sub-on-card(sub-idx).
           move "N" to ws-sub-has-mark(sub-idx).
           move 0 to ws-sub-delivery(sub-idx)
               ws-sub-last-count(sub-idx).

       *>*
       *> Load the high-water marks.  A subscriber without one
       *> starts after its first date; one no longer on the cards is
       *> carried so its mark survives the rewrite.
       *>*
       load-marks.
           open input hwm-file.
           if ws-hwm-status not = "00" and ws-hwm-status not = "05"
               display "FLAGSUB: CANNOT OPEN SUBHWM, STATUS "
                   ws-hwm-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read hwm-file
               at end move "Y" to ws-eof-hwm
           end-read.
           perform until hwm-eof or abort-run
               move hwm-record to ws-hwm-line
               move hl-sub-id to ws-card-id
               perform find-subscriber
               if sub-idx > ws-sub-count
                   if ws-sub-count >= 50
                       display "FLAGSUB: MORE THAN 50 SUBSCRIBERS "
                           "WITH SUBHWM, RUN ABANDONED"
                       move "Y" to ws-abort-run
                       exit perform
                   end-if
                   perform add-subscriber
                   move "N" to ws-sub-on-card(sub-idx)
               end-if
               move "Y" to ws-sub-has-mark(sub-idx)
               move hl-mark-date to ws-sub-mark(sub-idx)(1:8)
               move hl-mark-time to ws-sub-mark(sub-idx)(9:6)
               move hl-delivery to ws-sub-delivery(sub-idx)
               move hl-run-date to ws-sub-last-run(sub-idx)(1:8)
               move hl-run-time to ws-sub-last-run(sub-idx)(9:6)
               move hl-count to ws-sub-last-count(sub-idx)
               read hwm-file
                   at end move "Y" to ws-eof-hwm
               end-read
           end-perform.
           close hwm-file.
           perform varying sub-idx from 1 by 1
               until sub-idx > ws-sub-count
               if not sub-has-mark(sub-idx)
                   move ws-sub-first(sub-idx)
                       to ws-sub-mark(sub-idx)(1:8)
               end-if
           end-perform.

       *>*
       *> One pass over the journal for the subscriber at sub-idx:
       *> every SET/CLEAR/BKOUT line for its flags stamped after its
       *> mark goes to the delta file, opened on the first such
       *> line.  A first date is its own day included: its mark is
       *> the date followed by blanks, below every stamped time.
       *>*
       serve-subscriber.
           add 1 to ws-served-count.
           move ws-sub-file(sub-idx) to ws-delta-file-name.
           move ws-sub-mark(sub-idx) to ws-new-mark.
           move 0 to ws-line-count.
           move x"00000000" to ws-run-crc.
           move "N" to ws-delta-open.
           open input journal-file.
           if ws-journal-status not = "00" and
                   ws-journal-status not = "05"
               display "FLAGSUB: CANNOT OPEN BITJRNL, STATUS "
                   ws-journal-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move "N" to ws-eof-journal.
           read journal-file
               at end move "Y" to ws-eof-journal
           end-read.
           perform until journal-eof or abort-run
               perform select-journal-line
               read journal-file
                   at end move "Y" to ws-eof-journal
               end-read
           end-perform.
           close journal-file.
           if abort-run
               if delta-open
                   close delta-file
               end-if
               exit paragraph
           end-if.
           if ws-line-count = 0
               display "FLAGSUB: SUBSCRIBER " ws-sub-id(sub-idx)
                   " HAS NO NEW CHANGES, NO FILE WRITTEN"
               exit paragraph
           end-if.
           perform close-delta.
           if not abort-run
               perform save-marks
           end-if.

       select-journal-line.
           move journal-record(12:5) to ws-jrnl-action.
           move journal-record(18:20) to ws-jrnl-flag.
           move journal-record(45:8) to ws-jrnl-date.
           move journal-record(54:6) to ws-jrnl-time.
           if ws-jrnl-action not = "SET  " and
                   ws-jrnl-action not = "CLEAR" and
                   ws-jrnl-action not = "BKOUT"
               exit paragraph
           end-if.
           if ws-jrnl-date = spaces or
                   ws-jrnl-stamp not > ws-sub-mark(sub-idx)
               exit paragraph
           end-if.
           call "bitflag-lookup" using ws-jrnl-flag, ws-flag-mask,
               ws-lookup-return-code.
           if ws-lookup-return-code not = 0
               exit paragraph
           end-if.
           call "bin-and" using ws-flag-mask, ws-sub-mask(sub-idx),
               ws-test-byte.
           if ws-test-byte = low-value
               exit paragraph
           end-if.
           if not delta-open
               open output delta-file
               if ws-delta-status not = "00"
                   display "FLAGSUB: CANNOT OPEN " ws-delta-file-name
                       ", STATUS " ws-delta-status ", RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               move "Y" to ws-delta-open
           end-if.
           move journal-record to delta-record.
           write delta-record.
           add 1 to ws-line-count.
           move ws-run-crc to ws-crc-chain-prev.
           move delta-record to ws-crc-chain-data.
           call "bin-crc32" using ws-chain-length, ws-crc-chain,
               ws-run-crc.
           if ws-jrnl-stamp > ws-new-mark
               move ws-jrnl-stamp to ws-new-mark
           end-if.

       *>*
       *> Close the delta file with its trailer and move the
       *> subscriber's mark.
       *>*
       close-delta.
           call "word-to-hex" using ws-crc-length, ws-run-crc,
               ws-crc-hex.
           add 1 to ws-sub-delivery(sub-idx).
           move ws-line-count to tl-count.
           move ws-crc-hex to tl-crc.
           move ws-sub-id(sub-idx) to tl-sub-id.
           move ws-sub-delivery(sub-idx) to tl-delivery.
           if sub-has-mark(sub-idx)
               move ws-sub-mark(sub-idx)(1:8) to tl-from-date
               move ws-sub-mark(sub-idx)(9:6) to tl-from-time
           else
               move spaces to tl-from-date tl-from-time
           end-if.
           move ws-new-mark(1:8) to tl-to-date.
           move ws-new-mark(9:6) to tl-to-time.
           move ws-trailer-line to delta-record.
           write delta-record.
           if ws-delta-status not = "00"
               display "FLAGSUB: CANNOT WRITE " ws-delta-file-name
                   ", STATUS " ws-delta-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               close delta-file
               exit paragraph
           end-if.
           close delta-file.
           add 1 to ws-delivered-count.
           move "Y" to ws-sub-has-mark(sub-idx).
           move ws-new-mark to ws-sub-mark(sub-idx).
           move ws-run-date to ws-sub-last-run(sub-idx)(1:8).
           move ws-run-time(1:6) to ws-sub-last-run(sub-idx)(9:6).
           move ws-line-count to ws-sub-last-count(sub-idx).
           display "FLAGSUB: SUBSCRIBER " ws-sub-id(sub-idx) " "
               ws-line-count " CHANGE(S) TO " ws-delta-file-name
               " AS DELIVERY " ws-sub-delivery(sub-idx) ", CRC "
               ws-crc-hex.

       *>*
       *> Rewrite SUBHWM whole with every subscriber that has a
       *> mark.
       *>*
       save-marks.
           open output hwm-file.
           if ws-hwm-status not = "00" and ws-hwm-status not = "05"
               display "FLAGSUB: CANNOT REWRITE SUBHWM, STATUS "
                   ws-hwm-status ", SUBSCRIBER " ws-sub-id(sub-idx)
                   " WILL BE SENT DELIVERY "
                   ws-sub-delivery(sub-idx) " AGAIN, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform varying mark-idx from 1 by 1
               until mark-idx > ws-sub-count
               if sub-has-mark(mark-idx)
                   move ws-sub-id(mark-idx) to hl-sub-id
                   move ws-sub-mark(mark-idx)(1:8) to hl-mark-date
                   move ws-sub-mark(mark-idx)(9:6) to hl-mark-time
                   move ws-sub-delivery(mark-idx) to hl-delivery
                   move ws-sub-last-run(mark-idx)(1:8) to hl-run-date
                   move ws-sub-last-run(mark-idx)(9:6) to hl-run-time
                   move ws-sub-last-count(mark-idx) to hl-count
                   move ws-hwm-line to hwm-record
                   write hwm-record
               end-if
           end-perform.
           close hwm-file.
       end program flagsub.
