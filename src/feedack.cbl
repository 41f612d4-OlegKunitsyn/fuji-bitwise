       *>**
       *>  NetCOBOL utility: feedack
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
       *> Partner acknowledgment (ACK/NAK) return file.
       *>
       *> Runs after the inbound steps and tells the partner, in a
       *> fixed-format file instead of an emailed report, what
       *> became of one delivery: the feededit envelope verdict, the
       *> body records received, and how many were accepted, dropped
       *> as duplicates by bitdedup and quarantined by bitscan, with
       *> one REJ detail record per rejected record giving its
       *> record number and reason code.
       *>
       *> Everything comes from the FEDRSLT result trail those three
       *> drivers append to (layout: see FEDRSLT-ENTRY).  The
       *> delivery is the feed's latest EDIT record, or the one with
       *> the sequence number asked for; a later EDIT record of the
       *> same sequence rejected as a duplicate delivery does not
       *> replace an accepted one.  The DEDUP and SCAN records after
       *> it belong to it; when a stage was run more than once, its
       *> last complete run (the one ending in a summary record)
       *> counts.
       *>
       *> bitdedup and bitscan number records within their own
       *> input, so the later of the two stages sees the records the
       *> earlier one let through.  Record numbers are turned back
       *> into the partner's numbering - 1 = the first record after
       *> the HDR - by stepping over the records the earlier stage
       *> dropped.  A stage whose record count does not tie up with
       *> the delivery (a stage run against some other file) is
       *> reported and gives return code 4.
       *>
       *> The acknowledgment body is written to a work file, then
       *> wrapped in the HDR/TRL envelope by a CALL to feededit in
       *> WRAP mode (under its own feed id, so it carries its own
       *> sequence number in FEDSEQ) and listed in a manifest by a
       *> CALL to crcmanifest in GENERATE mode, both through their
       *> usual FEDCTL and CRCCTL control files, so the partner
       *> checks it as any other outbound file.
       *>
       *> Control card layout (ACKCTL, 80 bytes):
       *>   card 1:  1-8   feed id of the delivery acknowledged
       *>           10-15  sequence number, blank = the latest
       *>                  delivery of the feed
       *>           16-80  filler
       *>   card 2:  1-20  work file for the bare acknowledgment body
       *>           21-40  acknowledgment file name (enveloped)
       *>           41-60  manifest file name
       *>           61-68  feed id the acknowledgment is wrapped
       *>                  under, its FEDSEQ entry
       *>           69-80  filler
       *>
       *> Acknowledgment record layout (80 bytes):
       *>   summary, first record of the body:
       *>   1-3   ACK = envelope accepted, NAK = whole file rejected
       *>   5-12  feed id
       *>  14-19  sequence number
       *>  21-23  envelope reason code, E00 when accepted, else the
       *>         feededit rejection (see FEDRSLT-ENTRY)
       *>  25-33  body records received
       *>  35-43  records accepted
       *>  45-53  records dropped as duplicates
       *>  55-63  records quarantined
       *>  65-72  date the delivery was processed, YYYYMMDD
       *>  73-80  filler
       *>   detail, one per rejected record, in record number order:
       *>   1-3   REJ
       *>   5-12  feed id
       *>  14-19  sequence number
       *>  21-23  reason code, D01 or S01-S06 (see FEDRSLT-ENTRY)
       *>  25-33  record number, 1 = the first record after the HDR
       *>  35-43  D01: the record number it duplicates, Snn: byte
       *>         offset of the failing check
       *>  45-64  Snn: field name of the failing check
       *>  65-80  filler
       *>
       *> Return codes: 0 = acknowledgment built, 4 = built but the
       *> stage counts do not tie up, 8 = no such delivery in
       *> FEDRSLT, nothing written, 16 = run abandoned.
       *>*
       identification division.
       program-id. feedack.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "ACKCTL"
               organization is line sequential
               file status is ws-control-status.
           select optional rslt-file assign to "FEDRSLT"
               organization is line sequential
               file status is ws-rslt-status.
           select body-file assign dynamic ws-body-name
               organization is line sequential
               file status is ws-body-status.
           select step-ctl-file assign dynamic ws-ctl-file-name
               organization is line sequential
               file status is ws-ctl-status.
           select sort-file assign to "ACKSRT".
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd rslt-file.
       01 rslt-record pic x(80).
       fd body-file.
       01 body-record pic x(80).
       fd step-ctl-file.
       01 step-ctl-record pic x(80).
       sd sort-file.
       01 sort-record.
         05 sort-recno pic 9(9).
         05 sort-line pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-rslt-status pic x(2).
       01 ws-body-status pic x(2).
       01 ws-ctl-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-rslt pic x value "N".
         88 rslt-eof value "Y".
       01 ws-eof-sort pic x value "N".
         88 sort-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-ctl-file-name pic x(6).
       01 ws-feed-id pic x(8).
       01 ws-seq-text pic x(6).
       01 ws-want-seq pic 9(6).
       01 ws-any-seq pic x value "Y".
         88 any-seq value "Y".
       01 ws-body-name pic x(20).
       01 ws-ack-name pic x(20).
       01 ws-manifest-name pic x(20).
       01 ws-ack-feed-id pic x(8).
       01 ws-line pic 9(9).
       01 ws-capturing pic x value "N".
         88 capturing value "Y".
       01 ws-found pic x value "N".
         88 delivery-found value "Y".
       01 ws-edit-seq pic 9(6).
       01 ws-edit-reason pic x(3).
         88 edit-accepted value "E00".
       01 ws-edit-count pic 9(9).
       01 ws-edit-date pic x(8).
       01 ws-stage-table.
         05 ws-stage occurs 2 times indexed by stage-idx.
           10 ws-stage-name pic x(5).
           10 ws-stage-first pic 9(9).
           10 ws-stage-last pic 9(9).
           10 ws-stage-pending pic 9(9).
           10 ws-stage-read pic 9(9).
           10 ws-stage-passed pic 9(9).
           10 ws-stage-dropped pic 9(9).
       01 ws-early-idx pic 9.
       01 ws-late-idx pic 9.
       01 ws-early-table.
         05 ws-early-recno occurs 100000 times pic 9(9).
       01 ws-early-count pic 9(6) value 0.
       01 ws-early-pos pic 9(6).
       01 ws-map-in pic 9(9).
       01 ws-map-out pic 9(9).
       01 ws-expected pic 9(9).
       01 ws-accepted pic 9(9).
       01 ws-rej-count pic 9(9) value 0.
       01 ws-verdict pic x(3).
       01 ws-mismatch pic x value "N".
         88 counts-mismatch value "Y".
       copy "fedrslt-entry.cpy".
       01 ws-ack-line.
         05 al-type pic x(3).
         05 filler pic x.
         05 al-feed-id pic x(8).
         05 filler pic x.
         05 al-sequence pic 9(6).
         05 filler pic x.
         05 al-reason pic x(3).
         05 filler pic x.
         05 al-count-1 pic 9(9).
         05 filler pic x.
         05 al-count-2 pic 9(9).
         05 filler pic x.
         05 al-detail-area.
           10 al-count-3 pic 9(9).
           10 filler pic x.
           10 al-count-4 pic 9(9).
           10 filler pic x.
           10 al-date pic x(8).
           10 filler pic x(8).
         05 al-field-area redefines al-detail-area.
           10 al-field-name pic x(20).
           10 filler pic x(16).
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "FEEDACK: CANNOT OPEN ACKCTL, STATUS "
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
           move control-record(1:8) to ws-feed-id.
           move control-record(10:6) to ws-seq-text.
           if ws-seq-text = spaces
               move "Y" to ws-any-seq
           else
               move "N" to ws-any-seq
           end-if.
           read control-file
               at end move spaces to control-record
           end-read.
           move control-record(1:20) to ws-body-name.
           move control-record(21:20) to ws-ack-name.
           move control-record(41:20) to ws-manifest-name.
           move control-record(61:8) to ws-ack-feed-id.
           close control-file.
           evaluate true
               when ws-feed-id = spaces
                   display "FEEDACK: CARD 1 FEED ID IS BLANK, "
                       "RUN ABANDONED"
                   move "Y" to ws-abort-run
               when not any-seq and ws-seq-text is not numeric
                   display "FEEDACK: CARD 1 SEQUENCE '" ws-seq-text
                       "' IS NOT NUMERIC, RUN ABANDONED"
                   move "Y" to ws-abort-run
               when ws-body-name = spaces or ws-ack-name = spaces
                       or ws-manifest-name = spaces
                       or ws-ack-feed-id = spaces
                   display "FEEDACK: CARD 2 NEEDS THE WORK FILE, "
                       "ACKNOWLEDGMENT FILE, MANIFEST FILE AND "
                       "FEED ID, RUN ABANDONED"
                   move "Y" to ws-abort-run
           end-evaluate.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           if not any-seq
               move ws-seq-text to ws-want-seq
           end-if.
           move "DEDUP" to ws-stage-name(1).
           move "SCAN" to ws-stage-name(2).
           perform find-delivery.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           if not delivery-found
               if any-seq
                   display "FEEDACK: NO DELIVERY OF FEED " ws-feed-id
                       " IN FEDRSLT, NOTHING WRITTEN"
               else
                   display "FEEDACK: NO DELIVERY OF FEED " ws-feed-id
                       " SEQUENCE " ws-want-seq
                       " IN FEDRSLT, NOTHING WRITTEN"
               end-if
               move 8 to return-code
               stop run
           end-if.
           perform check-counts.
           open output body-file.
           if ws-body-status not = "00"
               display "FEEDACK: CANNOT OPEN " ws-body-name
                   ", STATUS " ws-body-status ", RUN ABANDONED"
               move 16 to return-code
               stop run
           end-if.
           perform write-summary.
           if edit-accepted
               sort sort-file
                   on ascending key sort-recno
                   with duplicates in order
                   input procedure is select-rejects
                   output procedure is write-rejects
           end-if.
           close body-file.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           perform wrap-ack.
           if not abort-run
               perform list-ack
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           display "FEEDACK: " ws-verdict " FOR FEED " ws-feed-id
               " SEQUENCE " ws-edit-seq ", " ws-rej-count
               " REJECTED RECORD(S), WRITTEN TO " ws-ack-name.
           if counts-mismatch
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       *>*
       *> First pass over the result trail: find the delivery and
       *> the lines of the last complete run of each stage after it.
       *> A stage's run opens with its first record and closes with
       *> its summary; only a closed run replaces the one before.
       *>*
       find-delivery.
           open input rslt-file.
           if ws-rslt-status not = "00" and ws-rslt-status not = "05"
               display "FEEDACK: CANNOT OPEN FEDRSLT, STATUS "
                   ws-rslt-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move 0 to ws-line.
           move "N" to ws-eof-rslt.
           read rslt-file
               at end move "Y" to ws-eof-rslt
           end-read.
           perform until rslt-eof
               add 1 to ws-line
               move rslt-record to fedrslt-entry
               if fr-feed-id = ws-feed-id
                   evaluate true
                       when fr-stage-edit
                           perform take-edit-record
                       when capturing and fr-stage-dedup
                           set stage-idx to 1
                           perform take-stage-record
                       when capturing and fr-stage-scan
                           set stage-idx to 2
                           perform take-stage-record
                   end-evaluate
               end-if
               read rslt-file
                   at end move "Y" to ws-eof-rslt
               end-read
           end-perform.
           close rslt-file.

       take-edit-record.
           move "N" to ws-capturing.
           if not any-seq and fr-sequence not = ws-want-seq
               exit paragraph
           end-if.
           if not any-seq and delivery-found and edit-accepted
                   and fr-reason = "E04"
               exit paragraph
           end-if.
           move "Y" to ws-found ws-capturing.
           move fr-sequence to ws-edit-seq.
           move fr-reason to ws-edit-reason.
           move fr-count-1 to ws-edit-count.
           move fr-run-date to ws-edit-date.
           perform varying stage-idx from 1 by 1 until stage-idx > 2
               move 0 to ws-stage-first(stage-idx)
                   ws-stage-last(stage-idx)
                   ws-stage-pending(stage-idx)
                   ws-stage-read(stage-idx)
                   ws-stage-passed(stage-idx)
                   ws-stage-dropped(stage-idx)
           end-perform.

       take-stage-record.
           if ws-stage-pending(stage-idx) = 0
               move ws-line to ws-stage-pending(stage-idx)
           end-if.
           if fr-summary
               move ws-stage-pending(stage-idx)
                   to ws-stage-first(stage-idx)
               move ws-line to ws-stage-last(stage-idx)
               move 0 to ws-stage-pending(stage-idx)
               move fr-count-1 to ws-stage-read(stage-idx)
               move fr-count-2 to ws-stage-passed(stage-idx)
               move fr-count-3 to ws-stage-dropped(stage-idx)
           end-if.

       *>*
       *> Work out which stage ran first and prove each stage read
       *> what the one before it let through.
       *>*
       check-counts.
           perform varying stage-idx from 1 by 1 until stage-idx > 2
               if ws-stage-pending(stage-idx) not = 0
                   display "FEEDACK: A " ws-stage-name(stage-idx)
                       " RUN FOR THIS DELIVERY NEVER FINISHED, "
                       "LAST COMPLETE RUN USED"
                   move "Y" to ws-mismatch
               end-if
           end-perform.
           move 0 to ws-early-idx ws-late-idx.
           evaluate true
               when ws-stage-last(1) = 0 and ws-stage-last(2) = 0
                   continue
               when ws-stage-last(1) = 0
                   move 2 to ws-early-idx
               when ws-stage-last(2) = 0
                   move 1 to ws-early-idx
               when ws-stage-first(1) < ws-stage-first(2)
                   move 1 to ws-early-idx
                   move 2 to ws-late-idx
               when other
                   move 2 to ws-early-idx
                   move 1 to ws-late-idx
           end-evaluate.
           move 0 to ws-accepted.
           if not edit-accepted
               exit paragraph
           end-if.
           move ws-edit-count to ws-accepted ws-expected.
           if ws-early-idx not = 0
               set stage-idx to ws-early-idx
               perform check-stage-count
               move ws-stage-passed(stage-idx) to ws-accepted
                   ws-expected
           end-if.
           if ws-late-idx not = 0
               set stage-idx to ws-late-idx
               perform check-stage-count
               move ws-stage-passed(stage-idx) to ws-accepted
           end-if.

       check-stage-count.
           if ws-stage-read(stage-idx) not = ws-expected
               display "FEEDACK: " ws-stage-name(stage-idx)
                   " READ " ws-stage-read(stage-idx)
                   " RECORD(S), " ws-expected " EXPECTED, "
                   "RECORD NUMBERS MAY NOT MATCH THE DELIVERY"
               move "Y" to ws-mismatch
           end-if.

       write-summary.
           move spaces to ws-ack-line.
           if edit-accepted
               move "ACK" to al-type
           else
               move "NAK" to al-type
           end-if.
           move ws-feed-id to al-feed-id.
           move ws-edit-seq to al-sequence.
           move ws-edit-reason to al-reason.
           move ws-edit-count to al-count-1.
           move ws-accepted to al-count-2.
           move ws-stage-dropped(1) to al-count-3.
           move ws-stage-dropped(2) to al-count-4.
           move ws-edit-date to al-date.
           move al-type to ws-verdict.
           move ws-ack-line to body-record.
           write body-record.

       *>*
       *> SORT input procedure: the earlier stage's rejects are
       *> already in the partner's numbering and are kept to map
       *> the later stage's numbers through; each is released with
       *> the record number to sort on.
       *>*
       select-rejects.
           if ws-early-idx = 0
               exit paragraph
           end-if.
           set stage-idx to ws-early-idx.
           perform read-stage-rejects.
           if ws-late-idx not = 0 and not abort-run
               set stage-idx to ws-late-idx
               perform read-stage-rejects
           end-if.

       read-stage-rejects.
           open input rslt-file.
           if ws-rslt-status not = "00"
               display "FEEDACK: CANNOT REOPEN FEDRSLT, STATUS "
                   ws-rslt-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move 0 to ws-line.
           move "N" to ws-eof-rslt.
           read rslt-file
               at end move "Y" to ws-eof-rslt
           end-read.
           perform until rslt-eof or abort-run
               add 1 to ws-line
               if ws-line >= ws-stage-first(stage-idx) and
                       ws-line < ws-stage-last(stage-idx)
                   move rslt-record to fedrslt-entry
                   if fr-feed-id = ws-feed-id and fr-detail and
                           fr-stage = ws-stage-name(stage-idx)
                       perform release-reject
                   end-if
               end-if
               if ws-line >= ws-stage-last(stage-idx)
                   move "Y" to ws-eof-rslt
               else
                   read rslt-file
                       at end move "Y" to ws-eof-rslt
                   end-read
               end-if
           end-perform.
           close rslt-file.

       release-reject.
           move spaces to ws-ack-line.
           move "REJ" to al-type.
           move ws-feed-id to al-feed-id.
           move ws-edit-seq to al-sequence.
           move fr-reason to al-reason.
           if stage-idx = ws-early-idx
               if ws-early-count >= 100000
                   display "FEEDACK: MORE THAN 100000 REJECTED "
                       "RECORD(S), RUN ABANDONED"
                   move "Y" to ws-abort-run
                   exit paragraph
               end-if
               add 1 to ws-early-count
               move fr-count-1 to ws-early-recno(ws-early-count)
               move fr-count-1 to al-count-1
               move fr-count-2 to al-count-2
           else
               move fr-count-1 to ws-map-in
               perform map-recno
               move ws-map-out to al-count-1
               if fr-stage-dedup
                   move fr-count-2 to ws-map-in
                   perform map-recno
                   move ws-map-out to al-count-2
               else
                   move fr-count-2 to al-count-2
               end-if
           end-if.
           if fr-stage-scan
               move fr-field-name to al-field-name
           end-if.
           move al-count-1 to sort-recno.
           move ws-ack-line to sort-line.
           release sort-record.

       *>*
       *> The later stage's n-th record is the n-th record the
       *> earlier stage let through: step over each earlier reject
       *> at or before it, in ascending order.
       *>*
       map-recno.
           move ws-map-in to ws-map-out.
           perform varying ws-early-pos from 1 by 1
               until ws-early-pos > ws-early-count
               if ws-early-recno(ws-early-pos) <= ws-map-out
                   add 1 to ws-map-out
               end-if
           end-perform.

       *>*
       *> SORT output procedure: the REJ records in record number
       *> order after the summary.
       *>*
       write-rejects.
           if abort-run
               exit paragraph
           end-if.
           return sort-file
               at end move "Y" to ws-eof-sort
           end-return.
           perform until sort-eof
               move sort-line to body-record
               write body-record
               add 1 to ws-rej-count
               return sort-file
                   at end move "Y" to ws-eof-sort
               end-return
           end-perform.

       *>*
       *> Envelope the body through feededit WRAP.
       *>*
       wrap-ack.
           move "FEDCTL" to ws-ctl-file-name.
           open output step-ctl-file.
           if ws-ctl-status not = "00"
               display "FEEDACK: CANNOT WRITE FEDCTL, STATUS "
                   ws-ctl-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move spaces to step-ctl-record.
           move "WRAP" to step-ctl-record(1:8).
           move ws-body-name to step-ctl-record(9:20).
           move ws-ack-name to step-ctl-record(29:20).
           move "0080" to step-ctl-record(49:4).
           move ws-ack-feed-id to step-ctl-record(53:8).
           write step-ctl-record.
           close step-ctl-file.
           move 0 to return-code.
           call "feededit".
           cancel "feededit".
           if return-code not = 0
               display "FEEDACK: FEEDEDIT WRAP ENDED WITH RETURN CODE "
                   return-code ", RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           move 0 to return-code.

       *>*
       *> List the enveloped acknowledgment through crcmanifest
       *> GENERATE.
       *>*
       list-ack.
           move "CRCCTL" to ws-ctl-file-name.
           open output step-ctl-file.
           if ws-ctl-status not = "00"
               display "FEEDACK: CANNOT WRITE CRCCTL, STATUS "
                   ws-ctl-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move spaces to step-ctl-record.
           move "GENERATE" to step-ctl-record(1:8).
           move ws-manifest-name to step-ctl-record(9:20).
           move "0080" to step-ctl-record(29:4).
           write step-ctl-record.
           move spaces to step-ctl-record.
           move ws-ack-name to step-ctl-record(1:20).
           write step-ctl-record.
           close step-ctl-file.
           move 0 to return-code.
           call "crcmanifest".
           cancel "crcmanifest".
           if return-code not = 0
               display "FEEDACK: CRCMANIFEST GENERATE ENDED WITH "
                   "RETURN CODE " return-code ", RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           move 0 to return-code.
       end program feedack.
