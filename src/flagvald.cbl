       *>**
       *>  NetCOBOL utility: flagvald
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
       *> Flag-combination validation of the indexed master.
       *>
       *> bitflag-upd, flagsweep and flaginq refuse changes that
       *> bring a new FLGRULE breach in, but records already carrying
       *> a bad combination - VIP-CUSTOMER on a CLOSED account,
       *> SECURITY-HOLD without ACCOUNT-FROZEN - stay as they are.
       *> This run walks the whole master in key order, tests every
       *> status byte against every rule through flagrule-check, and
       *> lists each record in breach, one line per rule broken,
       *> followed by the total per rule, so data quality has a
       *> clean-up worklist.  The master is only read.
       *>
       *> Control card layout (VALCTL, 80 bytes):
       *>   1-20  master file name
       *>  21-24  status byte offset (1-relative, within the record)
       *>  25-80  filler
       *>
       *> Return codes: 0 = no record in breach, 4 = one or more
       *> records in breach, 16 = run abandoned.
       *>*
       identification division.
       program-id. flagvald.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "VALCTL"
               organization is line sequential
               file status is ws-control-status.
           select master-file assign dynamic ws-master-file-name
               organization is indexed
               access mode is sequential
               record key is master-key
               file status is ws-master-status.
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd master-file.
       01 master-record.
         05 master-key pic x(10).
         05 filler pic x(390).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-master-status pic x(2).
       01 ws-eof-master pic x value "N".
         88 master-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-master-file-name pic x(40).
       01 ws-offset pic 9(4).
       01 ws-rule-function pic x(5).
       01 ws-rule-seq pic 9(3).
       01 ws-rule-return-code pic 9(2).
       01 ws-no-flags pic x value low-value.
       01 ws-status-byte pic x.
       01 ws-rule-totals.
         05 ws-rule-total occurs 64 times pic 9(9).
       01 ws-record-count pic 9(9) value 0.
       01 ws-breach-records pic 9(9) value 0.
       01 ws-record-breaks pic x.
         88 record-breaks value "Y".
       copy "flagrule-entry.cpy".
       01 ws-detail-line.
         05 filler pic x(14) value "FLAGVALD: KEY ".
         05 dl-key pic x(10).
         05 filler pic x(8) value " STATUS ".
         05 dl-status pic x(2).
         05 filler pic x(6) value " RULE ".
         05 dl-rule-id pic x(8).
         05 filler pic x value space.
         05 dl-type pic x(7).
         05 filler pic x value space.
         05 dl-flag-a pic x(20).
         05 filler pic x value space.
         05 dl-flag-b pic x(20).
         05 filler pic x value space.
         05 dl-text pic x(21).
       01 ws-total-line.
         05 filler pic x(15) value "FLAGVALD: RULE ".
         05 tl-rule-id pic x(8).
         05 filler pic x value space.
         05 tl-type pic x(7).
         05 filler pic x value space.
         05 tl-flag-a pic x(20).
         05 filler pic x value space.
         05 tl-flag-b pic x(20).
         05 filler pic x value space.
         05 tl-count pic zzz,zzz,zz9.
         05 filler pic x(10) value " RECORD(S)".
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "FLAGVALD: CANNOT OPEN VALCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move 16 to return-code
               stop run
           end-if.
           read control-file
               at end
                   display "FLAGVALD: VALCTL IS EMPTY, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-read.
           close control-file.
           if not abort-run
               perform check-control
           end-if.
           if not abort-run
               open input master-file
               if ws-master-status not = "00"
                   display "FLAGVALD: CANNOT OPEN "
                       ws-master-file-name ", STATUS "
                       ws-master-status ", RUN ABANDONED"
                   move "Y" to ws-abort-run
               end-if
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           move "CHECK" to ws-rule-function.
           read master-file next record
               at end move "Y" to ws-eof-master
           end-read.
           perform until master-eof
               add 1 to ws-record-count
               perform validate-record
               read master-file next record
                   at end move "Y" to ws-eof-master
               end-read
           end-perform.
           close master-file.
           perform list-totals.
           display "FLAGVALD: " ws-record-count
               " MASTER RECORD(S) READ, " ws-breach-records
               " IN BREACH".
           if ws-breach-records > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       *>*
       *> Validate the control card and load the rules.
       *>*
       check-control.
           move control-record(1:20) to ws-master-file-name.
           move control-record(21:4) to ws-offset.
           move function trim(ws-master-file-name)
               to ws-master-file-name.
           if ws-offset < 1 or ws-offset > length of master-record
               display "FLAGVALD: CONTROL CARD OFFSET " ws-offset
                   " IS NOT WITHIN THE RECORD, RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move "NEXT" to ws-rule-function.
           move 0 to ws-rule-seq.
           call "flagrule-check" using ws-rule-function, ws-no-flags,
               ws-status-byte, ws-rule-seq, flagrule-entry,
               ws-rule-return-code.
           evaluate ws-rule-return-code
               when 16
                   display "FLAGVALD: FLGRULE IS INVALID, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when 4
                   display "FLAGVALD: FLGRULE HAS NO RULES, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           initialize ws-rule-totals.

       *>*
       *> Every rule the record's status byte breaks: against an
       *> empty byte each breach comes back as new.
       *>*
       validate-record.
           move master-record(ws-offset:1) to ws-status-byte.
           move "N" to ws-record-breaks.
           move 0 to ws-rule-seq.
           move 0 to ws-rule-return-code.
           perform until ws-rule-return-code >= 4
               call "flagrule-check" using ws-rule-function,
                   ws-no-flags, ws-status-byte, ws-rule-seq,
                   flagrule-entry, ws-rule-return-code
               if ws-rule-return-code < 4
                   move "Y" to ws-record-breaks
                   add 1 to ws-rule-total(ws-rule-seq)
                   move master-key to dl-key
                   call "byte-to-hex" using ws-status-byte, dl-status
                   move rl-rule-id to dl-rule-id
                   move rl-type to dl-type
                   move rl-flag-a to dl-flag-a
                   move rl-flag-b to dl-flag-b
                   move rl-text to dl-text
                   display ws-detail-line
               end-if
           end-perform.
           if record-breaks
               add 1 to ws-breach-records
           end-if.

       *>*
       *> One total line per rule, in FLGRULE order, zero included.
       *>*
       list-totals.
           move "NEXT" to ws-rule-function.
           move 0 to ws-rule-seq.
           move 0 to ws-rule-return-code.
           perform until ws-rule-return-code >= 4
               call "flagrule-check" using ws-rule-function,
                   ws-no-flags, ws-status-byte, ws-rule-seq,
                   flagrule-entry, ws-rule-return-code
               if ws-rule-return-code < 4
                   move rl-rule-id to tl-rule-id
                   move rl-type to tl-type
                   move rl-flag-a to tl-flag-a
                   move rl-flag-b to tl-flag-b
                   move ws-rule-total(ws-rule-seq) to tl-count
                   display ws-total-line
               end-if
           end-perform.
       end program flagvald.
