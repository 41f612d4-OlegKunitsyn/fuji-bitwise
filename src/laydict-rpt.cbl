       *>**
       *>  NetCOBOL utility: laydict-rpt
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
       *> Record-layout listing for the partner teams.
       *>
       *> Prints the LAYDICT layout dictionary that bitscan, xlate,
       *> bitunpk and bitdiff-rpt resolve field names through, one
       *> page per feed in offset order: field name, first and last
       *> byte, length, data type and, for BITS fields, the bit
       *> range within the field.  Bytes of the record no field
       *> describes are listed as gaps, and a byte field starting
       *> inside the one before it is flagged as an overlap (BITS
       *> fields share their bytes by design), so a layout change
       *> can be checked before the partners see it.
       *>
       *> The dictionary is first proven through layout-lookup, the
       *> same validation every driver applies; an invalid
       *> dictionary abandons the listing.
       *>
       *> Control card layout (LDRCTL, 80 bytes):
       *>   1-8   feed id to list, blank = every feed
       *>   9-80  filler
       *>
       *> Return codes: 0 = listing printed, 4 = gaps or overlaps
       *> found, 16 = run abandoned.
       *>*
       identification division.
       program-id. laydict-rpt.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "LDRCTL"
               organization is line sequential
               file status is ws-control-status.
           select dict-file assign to "LAYDICT"
               organization is line sequential
               file status is ws-dict-status.
           select sort-file assign to "LDRSRT".
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd dict-file.
       01 dict-record pic x(80).
       sd sort-file.
       01 sort-record.
         05 sort-feed-id pic x(8).
         05 sort-offset pic 9(4).
         05 sort-entry pic x(80).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-dict-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-dict pic x value "N".
         88 dict-eof value "Y".
       01 ws-eof-sort pic x value "N".
         88 sort-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-select-feed pic x(8).
       01 ws-lookup-feed pic x(8) value spaces.
       01 ws-lookup-field pic x(20) value spaces.
       01 ws-lookup-seq pic 9(3) value 1.
       01 ws-lookup-return-code pic 9(2).
       copy "laydict-entry.cpy".
       01 ws-current-feed pic x(8) value spaces.
       01 ws-high-end pic 9(5).
       01 ws-field-end pic 9(5).
       01 ws-gap-first pic 9(5).
       01 ws-gap-last pic 9(5).
       01 ws-feed-fields pic 9(5).
       01 ws-feed-count pic 9(5) value 0.
       01 ws-field-count pic 9(9) value 0.
       01 ws-gap-count pic 9(9) value 0.
       01 ws-overlap-count pic 9(9) value 0.
       01 ws-heading-line.
         05 filler pic x(21) value "FIELD".
         05 filler pic x(6) value "FIRST".
         05 filler pic x(6) value "LAST".
         05 filler pic x(7) value "LENGTH".
         05 filler pic x(9) value "TYPE".
         05 filler pic x(4) value "BITS".
       01 ws-field-line.
         05 fl-name pic x(20).
         05 filler pic x value space.
         05 fl-first pic zzz9.
         05 filler pic x(2) value spaces.
         05 fl-last pic zzz9.
         05 filler pic x(2) value spaces.
         05 fl-length pic zzz9.
         05 filler pic x(3) value spaces.
         05 fl-type pic x(8).
         05 filler pic x value space.
         05 fl-bits pic x(9).
         05 filler pic x value space.
         05 fl-note pic x(16).
       01 ws-bits-text.
         05 bt-first pic z9.
         05 filler pic x value "-".
         05 bt-last pic z9.
       01 ws-bit-last pic 9(2).
       01 ws-gap-line.
         05 filler pic x(21) value "  (NOT DESCRIBED)".
         05 gl-first pic zzz9.
         05 filler pic x(2) value spaces.
         05 gl-last pic zzz9.
         05 filler pic x(2) value spaces.
         05 gl-length pic zzz9.
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "LAYDICT-RPT: CANNOT OPEN LDRCTL, STATUS "
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
           move control-record(1:8) to ws-select-feed.
           call "layout-lookup" using ws-lookup-feed, ws-lookup-field,
               ws-lookup-seq, laydict-entry, ws-lookup-return-code.
           if ws-lookup-return-code = 16
               display "LAYDICT-RPT: LAYDICT IS NOT VALID, "
                   "RUN ABANDONED"
               move 16 to return-code
               close control-file
               stop run
           end-if.
           sort sort-file
               on ascending key sort-feed-id sort-offset
               with duplicates in order
               input procedure is select-entries
               output procedure is print-listing.
           if abort-run
               move 16 to return-code
           else
               display " "
               display "LAYDICT-RPT: " ws-feed-count " FEED(S), "
                   ws-field-count " FIELD(S), " ws-gap-count
                   " GAP(S), " ws-overlap-count " OVERLAP(S)"
               if ws-gap-count > 0 or ws-overlap-count > 0
                   move 4 to return-code
               end-if
           end-if.
           close control-file.
           stop run.

       *>*
       *> SORT input procedure: release the entries of the feed
       *> asked for, or of every feed.
       *>*
       select-entries.
           open input dict-file.
           if ws-dict-status not = "00"
               display "LAYDICT-RPT: CANNOT OPEN LAYDICT, STATUS "
                   ws-dict-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read dict-file
               at end move "Y" to ws-eof-dict
           end-read.
           perform until dict-eof
               move dict-record to laydict-entry
               if dict-record not = spaces and
                       (ws-select-feed = spaces or
                       ld-feed-id = ws-select-feed)
                   move ld-feed-id to sort-feed-id
                   move ld-offset to sort-offset
                   move dict-record to sort-entry
                   release sort-record
               end-if
               read dict-file
                   at end move "Y" to ws-eof-dict
               end-read
           end-perform.
           close dict-file.

       *>*
       *> SORT output procedure: one listing per feed, in offset
       *> order, with gaps and overlaps called out.
       *>*
       print-listing.
           if abort-run
               exit paragraph
           end-if.
           return sort-file
               at end move "Y" to ws-eof-sort
           end-return.
           if sort-eof
               display "LAYDICT-RPT: NO LAYOUT FOR FEED '"
                   ws-select-feed "'"
               exit paragraph
           end-if.
           perform until sort-eof
               move sort-entry to laydict-entry
               if ld-feed-id not = ws-current-feed
                   perform end-feed
                   perform start-feed
               end-if
               perform print-field
               return sort-file
                   at end move "Y" to ws-eof-sort
               end-return
           end-perform.
           perform end-feed.

       start-feed.
           move ld-feed-id to ws-current-feed.
           add 1 to ws-feed-count.
           move 0 to ws-high-end ws-feed-fields.
           display " ".
           display "RECORD LAYOUT OF FEED " ws-current-feed.
           display " ".
           display ws-heading-line.

       end-feed.
           if ws-current-feed = spaces
               exit paragraph
           end-if.
           display "  " ws-feed-fields " FIELD(S), BYTES 1 TO "
               ws-high-end " DESCRIBED".

       print-field.
           add 1 to ws-feed-fields ws-field-count.
           compute ws-field-end = ld-offset + ld-length - 1.
           if ld-offset > ws-high-end + 1
               compute ws-gap-first = ws-high-end + 1
               compute ws-gap-last = ld-offset - 1
               move ws-gap-first to gl-first
               move ws-gap-last to gl-last
               compute gl-length = ws-gap-last - ws-gap-first + 1
               display ws-gap-line
               add 1 to ws-gap-count
           end-if.
           move ld-field-name to fl-name.
           move ld-offset to fl-first.
           move ws-field-end to fl-last.
           move ld-length to fl-length.
           move ld-type to fl-type.
           move spaces to fl-bits fl-note.
           if ld-type-bits
               compute ws-bit-last = ld-bit-offset + ld-bit-length - 1
               move ld-bit-offset to bt-first
               move ws-bit-last to bt-last
               move ws-bits-text to fl-bits
           end-if.
           if ld-offset <= ws-high-end and not ld-type-bits
               move "*** OVERLAP" to fl-note
               add 1 to ws-overlap-count
           end-if.
           display ws-field-line.
           if ws-field-end > ws-high-end
               move ws-field-end to ws-high-end
           end-if.
       end program laydict-rpt.
