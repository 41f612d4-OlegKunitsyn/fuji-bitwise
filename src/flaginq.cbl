       *>**
       *>  NetCOBOL utility: flaginq
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
       *> Interactive flag inquiry and maintenance screen.
       *>
       *> For the single urgent freeze or hold taken on the phone:
       *> instead of keying a BITTRAN card, running bitflag-upd and
       *> hexdumping the record, the analyst enters the 10-byte key
       *> and sees the record's status byte in hex and bits, decoded
       *> into every BITFLAG-DEFN flag with its ON/OFF state, and
       *> the last five BITJRNL lines for the key.
       *>
       *> Flags are toggled by marking them with any character and
       *> giving an operator id and Y to the confirmation prompt.
       *> The record is read again before it is rewritten; if its
       *> status byte is no longer the one on the screen the change
       *> is refused and the fresh record shown instead.  Each
       *> toggled flag goes through the same logic as bitflag-upd -
       *> SET with bin-or, CLEAR with bin-and of the bin-not mask -
       *> and is journalled to BITJRNL with the same line, so
       *> bitjrnl-bko, bitops-rpt, mastcmp and flagsub treat screen
       *> changes exactly as batch ones.  The line also carries the
       *> operator id in columns 61-68, blank on batch lines.  The
       *> journal is opened, written and closed per change, so the
       *> lines are on file as soon as the screen reports them; it
       *> is opened before the rewrite, and a change is refused
       *> when BITJRNL cannot be opened.
       *>
       *> The screen lists the FLGRULE flag-combination rules the
       *> record breaks, and the confirmed toggles are checked
       *> together against them through flagrule-check: toggles
       *> that would leave the record breaking a rule it did not
       *> break before are refused, so SECURITY-HOLD and
       *> ACCOUNT-FROZEN can be set in one go.  A record already in
       *> breach can still be changed.  An invalid FLGRULE ends the
       *> session before the master is opened.
       *>
       *> A blank key ends the session.
       *>
       *> Control card layout (INQCTL, 80 bytes):
       *>   1-20  master file name
       *>  21-24  status byte offset (1-relative, within the record)
       *>  25-80  filler
       *>
       *> Journal record layout (BITJRNL, 80 bytes), as bitflag-upd:
       *>   1-10  record key
       *>  12-16  action, SET / CLEAR
       *>  18-37  flag name
       *>  39-40  status byte before, 2 hex chars
       *>  42-43  status byte after, 2 hex chars
       *>  45-52  run date, YYYYMMDD (date of the change)
       *>  54-59  run time, HHMMSS (time of the change)
       *>  61-68  operator id
       *>  69-80  filler
       *>
       *> Return codes: 0 = session ended normally, 16 = session
       *> abandoned (control card, FLGRULE or master file unusable).
       *>*
       identification division.
       program-id. flaginq.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "INQCTL"
               organization is line sequential
               file status is ws-control-status.
           select master-file assign dynamic ws-master-file-name
               organization is indexed
               access mode is random
               record key is master-key
               file status is ws-master-status.
           select optional journal-file assign to "BITJRNL"
               organization is line sequential
               file status is ws-journal-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd master-file.
       01 master-record.
         05 master-key pic x(10).
         05 filler pic x(390).
       fd journal-file.
       01 journal-record pic x(80).
       working-storage section.
       copy "bitflag-defn.cpy".
       01 ws-control-status pic x(2).
       01 ws-master-status pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-eof-journal pic x value "N".
         88 journal-eof value "Y".
       01 ws-end-session pic x value "N".
         88 end-session value "Y".
       01 ws-record-done pic x value "N".
         88 record-done value "Y".
       01 ws-master-file-name pic x(40).
       01 ws-offset pic 9(4).
       01 ws-inq-key pic x(10).
       01 ws-shown-key pic x(10).
       01 ws-message pic x(78).
       01 ws-status-byte pic x.
       01 ws-status-hex pic x(2).
       01 ws-status-bits pic x(8).
       01 ws-byte-return-code pic 9(2).
       01 ws-lookup-return-code pic 9(2).
       01 ws-flag-mask pic x.
       01 ws-clear-mask pic x.
       01 ws-test-byte pic x.
       01 ws-before-byte pic x.
       01 ws-after-byte pic x.
       01 ws-row-table.
         05 ws-row occurs 8 times indexed by row-idx.
           10 ws-row-name pic x(20).
           10 ws-row-bit pic 9.
           10 ws-row-state pic x(3).
           10 ws-row-toggle pic x.
           10 ws-row-mask pic x.
       01 ws-tail-table.
         05 ws-tail-line occurs 5 times indexed by tail-idx
             pic x(80).
       01 ws-tail-count pic 9 value 0.
       01 ws-tail-rows.
         05 ws-tail-row occurs 5 times pic x(78).
       01 ws-operator pic x(8).
       01 ws-confirm pic x.
       01 ws-toggle-count pic 9.
       01 ws-change-table.
         05 ws-change-line occurs 8 times indexed by chg-idx
             pic x(80).
       01 ws-change-count pic 9 value 0.
       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-rule-function pic x(5) value "CHECK".
       01 ws-rule-seq pic 9(3).
       01 ws-rule-return-code pic 9(2).
       01 ws-breach-list pic x(78).
       01 ws-breach-pos pic 9(3).
       01 ws-new-breach pic x.
         88 new-breach value "Y".
       copy "flagrule-entry.cpy".
       01 ws-journal-line.
         05 jl-key pic x(10).
         05 filler pic x value space.
         05 jl-action pic x(5).
         05 filler pic x value space.
         05 jl-flag pic x(20).
         05 filler pic x value space.
         05 jl-before pic x(2).
         05 filler pic x value space.
         05 jl-after pic x(2).
         05 filler pic x value space.
         05 jl-date pic x(8).
         05 filler pic x value space.
         05 jl-time pic x(6).
         05 filler pic x value space.
         05 jl-operator pic x(8).
         05 filler pic x(12) value spaces.
       screen section.
       01 key-screen.
         05 blank screen.
         05 line 1 column 1
             value "FLAGINQ - FLAG INQUIRY AND MAINTENANCE".
         05 line 1 column 42 pic x(38) from ws-master-file-name.
         05 line 3 column 1 value "KEY:".
         05 line 3 column 7 pic x(10) using ws-inq-key.
         05 line 5 column 1
             value "ENTER A RECORD KEY, OR A BLANK KEY TO END.".
         05 line 24 column 1 pic x(78) from ws-message.
       01 record-screen.
         05 blank screen.
         05 line 1 column 1
             value "FLAGINQ - FLAG INQUIRY AND MAINTENANCE".
         05 line 1 column 42 pic x(38) from ws-master-file-name.
         05 line 3 column 1 value "KEY:".
         05 line 3 column 7 pic x(10) from ws-shown-key.
         05 line 3 column 20 value "STATUS BYTE:".
         05 line 3 column 33 pic x(2) from ws-status-hex.
         05 line 3 column 37 pic x(8) from ws-status-bits.
         05 line 5 column 1
             value "FLAG                  BIT  STATE  TOGGLE".
         05 line 6 column 1 pic x(20) from ws-row-name(1).
         05 line 6 column 23 pic 9 from ws-row-bit(1).
         05 line 6 column 28 pic x(3) from ws-row-state(1).
         05 line 6 column 37 pic x using ws-row-toggle(1).
         05 line 7 column 1 pic x(20) from ws-row-name(2).
         05 line 7 column 23 pic 9 from ws-row-bit(2).
         05 line 7 column 28 pic x(3) from ws-row-state(2).
         05 line 7 column 37 pic x using ws-row-toggle(2).
         05 line 8 column 1 pic x(20) from ws-row-name(3).
         05 line 8 column 23 pic 9 from ws-row-bit(3).
         05 line 8 column 28 pic x(3) from ws-row-state(3).
         05 line 8 column 37 pic x using ws-row-toggle(3).
         05 line 9 column 1 pic x(20) from ws-row-name(4).
         05 line 9 column 23 pic 9 from ws-row-bit(4).
         05 line 9 column 28 pic x(3) from ws-row-state(4).
         05 line 9 column 37 pic x using ws-row-toggle(4).
         05 line 10 column 1 pic x(20) from ws-row-name(5).
         05 line 10 column 23 pic 9 from ws-row-bit(5).
         05 line 10 column 28 pic x(3) from ws-row-state(5).
         05 line 10 column 37 pic x using ws-row-toggle(5).
         05 line 11 column 1 pic x(20) from ws-row-name(6).
         05 line 11 column 23 pic 9 from ws-row-bit(6).
         05 line 11 column 28 pic x(3) from ws-row-state(6).
         05 line 11 column 37 pic x using ws-row-toggle(6).
         05 line 12 column 1 pic x(20) from ws-row-name(7).
         05 line 12 column 23 pic 9 from ws-row-bit(7).
         05 line 12 column 28 pic x(3) from ws-row-state(7).
         05 line 12 column 37 pic x using ws-row-toggle(7).
         05 line 13 column 1 pic x(20) from ws-row-name(8).
         05 line 13 column 23 pic 9 from ws-row-bit(8).
         05 line 13 column 28 pic x(3) from ws-row-state(8).
         05 line 13 column 37 pic x using ws-row-toggle(8).
         05 line 14 column 1 pic x(78) from ws-breach-list.
         05 line 15 column 1 value "LAST JOURNAL ENTRIES".
         05 line 16 column 1 pic x(78) from ws-tail-row(1).
         05 line 17 column 1 pic x(78) from ws-tail-row(2).
         05 line 18 column 1 pic x(78) from ws-tail-row(3).
         05 line 19 column 1 pic x(78) from ws-tail-row(4).
         05 line 20 column 1 pic x(78) from ws-tail-row(5).
         05 line 22 column 1 value "OPERATOR ID:".
         05 line 22 column 14 pic x(8) using ws-operator.
         05 line 22 column 25 value "CONFIRM TOGGLES (Y/N):".
         05 line 22 column 48 pic x using ws-confirm.
         05 line 23 column 1
             value "MARK FLAGS TO TOGGLE, OR NONE TO RETURN".
         05 line 24 column 1 pic x(78) from ws-message.
       procedure division.
           perform load-control.
           if end-session
               move 16 to return-code
               stop run
           end-if.
           open i-o master-file.
           if ws-master-status not = "00"
               display "FLAGINQ: CANNOT OPEN " ws-master-file-name
                   ", STATUS " ws-master-status ", RUN ABANDONED"
               move 16 to return-code
               stop run
           end-if.
           move spaces to ws-message ws-operator.
           perform enter-key until end-session.
           close master-file.
           move 0 to return-code.
           stop run.

       *>*
       *> Master file name and status byte offset from INQCTL, as
       *> bitflag-upd takes them from UPDCTL.
       *>*
       load-control.
           open input control-file.
           if ws-control-status not = "00"
               display "FLAGINQ: CANNOT OPEN INQCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move "Y" to ws-end-session
               exit paragraph
           end-if.
           read control-file
               at end
                   display "FLAGINQ: INQCTL IS EMPTY, RUN ABANDONED"
                   move "Y" to ws-end-session
           end-read.
           close control-file.
           if end-session
               exit paragraph
           end-if.
           move control-record(1:20) to ws-master-file-name.
           move control-record(21:4) to ws-offset.
           move function trim(ws-master-file-name)
               to ws-master-file-name.
           if ws-offset < 1 or ws-offset > length of master-record
               display "FLAGINQ: CONTROL CARD OFFSET " ws-offset
                   " IS NOT WITHIN THE RECORD, RUN ABANDONED"
               move "Y" to ws-end-session
               exit paragraph
           end-if.
           move 0 to ws-rule-seq.
           move low-value to ws-before-byte ws-after-byte.
           call "flagrule-check" using ws-rule-function,
               ws-before-byte, ws-after-byte, ws-rule-seq,
               flagrule-entry, ws-rule-return-code.
           if ws-rule-return-code = 16
               display "FLAGINQ: FLGRULE IS INVALID, RUN ABANDONED"
               move "Y" to ws-end-session
           end-if.

       *>*
       *> Key entry: a blank key ends the session, any other key is
       *> looked up and worked on until the operator returns.
       *>*
       enter-key.
           move spaces to ws-inq-key.
           display key-screen.
           accept key-screen.
           move spaces to ws-message.
           if ws-inq-key = spaces
               move "Y" to ws-end-session
               exit paragraph
           end-if.
           move ws-inq-key to master-key.
           read master-file
               invalid key
                   move spaces to ws-message
                   string "KEY " ws-inq-key " NOT ON MASTER"
                       delimited by size into ws-message
                   exit paragraph
           end-read.
           move ws-inq-key to ws-shown-key.
           move "N" to ws-record-done.
           perform show-record until record-done.

       *>*
       *> Show the record just read and take the operator's
       *> toggles; no toggle means back to key entry.
       *>*
       show-record.
           move master-record(ws-offset:1) to ws-status-byte.
           perform decode-status.
           perform list-breaches.
           perform load-journal-tail.
           move space to ws-confirm.
           display record-screen.
           accept record-screen.
           move spaces to ws-message.
           move 0 to ws-toggle-count.
           perform varying row-idx from 1 by 1 until row-idx > 8
               if ws-row-toggle(row-idx) not = space
                   add 1 to ws-toggle-count
               end-if
           end-perform.
           evaluate true
               when ws-toggle-count = 0
                   move "Y" to ws-record-done
               when ws-operator = spaces
                   move "OPERATOR ID REQUIRED TO CHANGE FLAGS"
                       to ws-message
               when ws-confirm not = "Y" and ws-confirm not = "y"
                   move "TOGGLES NOT CONFIRMED, NO CHANGE MADE"
                       to ws-message
                   perform clear-toggles
               when other
                   perform apply-toggles
           end-evaluate.

       clear-toggles.
           perform varying row-idx from 1 by 1 until row-idx > 8
               move space to ws-row-toggle(row-idx)
           end-perform.

       *>*
       *> Status byte in hex and bits, and each registered flag's
       *> state by bin-and with its bitflag-lookup mask.
       *>*
       decode-status.
           call "byte-to-hex" using ws-status-byte, ws-status-hex.
           call "byte-to-bin" using ws-status-byte, ws-status-bits,
               ws-byte-return-code.
           perform varying row-idx from 1 by 1 until row-idx > 8
               move spaces to ws-row-name(row-idx)
                   ws-row-state(row-idx)
               move 0 to ws-row-bit(row-idx)
               move low-value to ws-row-mask(row-idx)
               set bf-idx to row-idx
               if row-idx <= bitflag-defn-count
                   move bf-name(bf-idx) to ws-row-name(row-idx)
                   move bf-bit-pos(bf-idx) to ws-row-bit(row-idx)
                   call "bitflag-lookup" using bf-name(bf-idx),
                       ws-flag-mask, ws-lookup-return-code
                   move ws-flag-mask to ws-row-mask(row-idx)
                   call "bin-and" using ws-status-byte, ws-flag-mask,
                       ws-test-byte
                   if ws-test-byte = ws-flag-mask
                       move "ON" to ws-row-state(row-idx)
                   else
                       move "OFF" to ws-row-state(row-idx)
                   end-if
               end-if
           end-perform.

       *>*
       *> The FLGRULE rules the status byte already breaks.
       *>*
       list-breaches.
           move spaces to ws-breach-list.
           move 1 to ws-breach-pos.
           move 0 to ws-rule-seq.
           move 0 to ws-rule-return-code.
           move ws-status-byte to ws-before-byte ws-after-byte.
           perform until ws-rule-return-code >= 4
               call "flagrule-check" using ws-rule-function,
                   ws-before-byte, ws-after-byte, ws-rule-seq,
                   flagrule-entry, ws-rule-return-code
               if ws-rule-return-code < 4
                   if ws-breach-pos = 1
                       string "BREAKS RULE(S):" delimited by size
                           into ws-breach-list
                           with pointer ws-breach-pos
                   end-if
                   string " " rl-rule-id delimited by space
                       into ws-breach-list
                       with pointer ws-breach-pos
               end-if
           end-perform.

       *>*
       *> Would the toggled byte break a rule the displayed one did
       *> not?  Reported on the message line.
       *>*
       check-new-breach.
           move "N" to ws-new-breach.
           move 0 to ws-rule-seq.
           move 0 to ws-rule-return-code.
           perform until ws-rule-return-code >= 4 or new-breach
               call "flagrule-check" using ws-rule-function,
                   ws-status-byte, ws-after-byte, ws-rule-seq,
                   flagrule-entry, ws-rule-return-code
               if ws-rule-return-code = 0
                   move "Y" to ws-new-breach
                   move spaces to ws-message
                   string "WOULD BREAK RULE " rl-rule-id " "
                       rl-text " - NO CHANGE MADE"
                       delimited by size into ws-message
               end-if
           end-perform.

       *>*
       *> The newest five journal lines for the key, oldest first.
       *> A missing journal shows no lines.
       *>*
       load-journal-tail.
           move 0 to ws-tail-count.
           move spaces to ws-tail-table ws-tail-rows.
           open input journal-file.
           if ws-journal-status not = "00" and
                   ws-journal-status not = "05"
               move "BITJRNL CANNOT BE READ, NO HISTORY SHOWN"
                   to ws-message
               exit paragraph
           end-if.
           move "N" to ws-eof-journal.
           read journal-file
               at end move "Y" to ws-eof-journal
           end-read.
           perform until journal-eof
               if journal-record(1:10) = ws-shown-key
                   perform keep-tail-line
               end-if
               read journal-file
                   at end move "Y" to ws-eof-journal
               end-read
           end-perform.
           close journal-file.
           perform varying tail-idx from 1 by 1
               until tail-idx > ws-tail-count
               move ws-tail-line(tail-idx)(12:57)
                   to ws-tail-row(tail-idx)
           end-perform.

       keep-tail-line.
           if ws-tail-count < 5
               add 1 to ws-tail-count
           else
               perform varying tail-idx from 1 by 1
                   until tail-idx > 4
                   move ws-tail-line(tail-idx + 1)
                       to ws-tail-line(tail-idx)
               end-perform
           end-if.
           move journal-record to ws-tail-line(ws-tail-count).

       *>*
       *> Apply the confirmed toggles to a fresh copy of the record,
       *> one flag at a time as bitflag-upd applies transactions,
       *> then rewrite and journal.
       *>*
       apply-toggles.
           move ws-shown-key to master-key.
           read master-file
               invalid key
                   move "RECORD NO LONGER ON MASTER, NO CHANGE MADE"
                       to ws-message
                   perform clear-toggles
                   move "Y" to ws-record-done
                   exit paragraph
           end-read.
           if master-record(ws-offset:1) not = ws-status-byte
               move "RECORD CHANGED SINCE DISPLAYED, NO CHANGE MADE"
                   to ws-message
               perform clear-toggles
               exit paragraph
           end-if.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           move 0 to ws-change-count.
           move ws-status-byte to ws-after-byte.
           perform varying row-idx from 1 by 1 until row-idx > 8
               if ws-row-toggle(row-idx) not = space and
                       ws-row-name(row-idx) not = spaces
                   perform toggle-flag
               end-if
           end-perform.
           perform check-new-breach.
           if new-breach
               perform clear-toggles
               exit paragraph
           end-if.
           open extend journal-file.
           if ws-journal-status not = "00" and
                   ws-journal-status not = "05"
               move spaces to ws-message
               string "BITJRNL STATUS " ws-journal-status
                   ", NO CHANGE MADE" delimited by size
                   into ws-message
               perform clear-toggles
               exit paragraph
           end-if.
           move ws-after-byte to master-record(ws-offset:1).
           rewrite master-record
               invalid key
                   move spaces to ws-message
                   string "REWRITE FAILED, STATUS " ws-master-status
                       ", NO CHANGE MADE" delimited by size
                       into ws-message
                   move ws-status-byte to master-record(ws-offset:1)
                   close journal-file
                   perform clear-toggles
                   exit paragraph
           end-rewrite.
           perform write-journal.
           perform clear-toggles.
           move master-record(ws-offset:1) to ws-status-byte.

       toggle-flag.
           move ws-after-byte to ws-before-byte.
           move ws-row-mask(row-idx) to ws-flag-mask.
           move ws-shown-key to jl-key.
           if ws-row-state(row-idx) = "ON"
               move "CLEAR" to jl-action
               call "bin-not" using ws-flag-mask, ws-clear-mask
               call "bin-and" using ws-before-byte, ws-clear-mask,
                   ws-after-byte
           else
               move "SET" to jl-action
               call "bin-or" using ws-before-byte, ws-flag-mask,
                   ws-after-byte
           end-if.
           move ws-row-name(row-idx) to jl-flag.
           call "byte-to-hex" using ws-before-byte, jl-before.
           call "byte-to-hex" using ws-after-byte, jl-after.
           move ws-run-date to jl-date.
           move ws-run-time(1:6) to jl-time.
           move ws-operator to jl-operator.
           add 1 to ws-change-count.
           move ws-journal-line to ws-change-line(ws-change-count).

       *>*
       *> Journal the rewritten changes to the BITJRNL opened before
       *> the rewrite, and close it, so they are on file before the
       *> screen says so.
       *>*
       write-journal.
           perform varying chg-idx from 1 by 1
               until chg-idx > ws-change-count
               move ws-change-line(chg-idx) to journal-record
               write journal-record
           end-perform.
           close journal-file.
           move spaces to ws-message.
           string ws-change-count " FLAG CHANGE(S) APPLIED AND "
               "JOURNALLED BY " ws-operator
               delimited by size into ws-message.
       end program flaginq.
