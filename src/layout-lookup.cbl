       *>**
       *>  NetCOBOL utility: layout-lookup
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
       *> Resolve a field of a feed to its offset, length and data
       *> type in the LAYDICT record-layout dictionary, so control
       *> cards can name a field instead of re-keying its offset
       *> whenever the partner moves it.  With a blank field name,
       *> returns the l-seq'th field of the feed in dictionary order,
       *> so a caller can walk a feed's whole layout.
       *>
       *> The dictionary is loaded and validated once, on the first
       *> call; offsets and lengths are zero-filled, every entry
       *> must have a known type and lie inside 1-4096, and a BITS
       *> entry's bit range must lie inside its bytes.  Blank lines
       *> are skipped.  Layout: see LAYDICT-ENTRY.
       *>
       *> @param l-feed-id Feed id, 8 chars
       *> @param l-field-name Field name, 20 chars, or spaces
       *> @param l-seq Field number within the feed when the field
       *>        name is spaces, 1 = first
       *> @return laydict-entry The dictionary entry found
       *> @return l-return-code 0 = found, 4 = no such field (or no
       *>         l-seq'th field), 16 = LAYDICT missing or invalid
       *>*
       identification division.
       program-id. layout-lookup.
       environment division.
       input-output section.
       file-control.
           select dict-file assign to "LAYDICT"
               organization is line sequential
               file status is ws-dict-status.
       data division.
       file section.
       fd dict-file.
       01 dict-record pic x(80).
       working-storage section.
       01 ws-dict-status pic x(2).
       01 ws-eof-dict pic x value "N".
         88 dict-eof value "Y".
       01 ws-dict-loaded pic x value "N".
         88 dict-loaded value "Y".
       01 ws-dict-bad pic x value "N".
         88 dict-bad value "Y".
       01 ws-dict-table.
         05 ws-dict-entry occurs 512 times indexed by ld-idx
             pic x(80).
       01 ws-dict-count pic 9(3) value 0.
       01 ws-line-count pic 9(5) value 0.
       01 ws-feed-seq pic 9(3).
       01 ws-entry-end pic 9(5).
       01 ws-bit-end pic 9(5).
       01 ws-check-entry.
         05 ce-feed-id pic x(8).
         05 filler pic x.
         05 ce-field-name pic x(20).
         05 filler pic x.
         05 ce-offset pic x(4).
         05 filler pic x.
         05 ce-length pic x(4).
         05 filler pic x.
         05 ce-type pic x(8).
         05 filler pic x.
         05 ce-bit-offset pic x(2).
         05 filler pic x.
         05 ce-bit-length pic x(2).
         05 filler pic x(26).
       linkage section.
       01 l-feed-id pic x(8).
       01 l-field-name pic x(20).
       01 l-seq pic 9(3).
       copy "laydict-entry.cpy".
       01 l-return-code pic 9(2).
       procedure division using l-feed-id, l-field-name, l-seq,
           laydict-entry, l-return-code.
           if not dict-loaded
               perform load-dictionary
           end-if.
           move spaces to laydict-entry.
           if dict-bad
               move 16 to l-return-code
               goback
           end-if.
           move 4 to l-return-code.
           move 0 to ws-feed-seq.
           perform varying ld-idx from 1 by 1
               until ld-idx > ws-dict-count
               move ws-dict-entry(ld-idx) to laydict-entry
               if ld-feed-id = l-feed-id
                   add 1 to ws-feed-seq
                   if (l-field-name not = spaces and
                           ld-field-name = l-field-name) or
                       (l-field-name = spaces and
                           ws-feed-seq = l-seq)
                       move 0 to l-return-code
                       exit perform
                   end-if
               end-if
           end-perform.
           if l-return-code not = 0
               move spaces to laydict-entry
           end-if.
           goback.

       *>*
       *> Load and validate the whole dictionary; any bad entry
       *> fails every lookup, so no card resolves against a layout
       *> that is half right.
       *>*
       load-dictionary.
           move "Y" to ws-dict-loaded.
           open input dict-file.
           if ws-dict-status not = "00"
               display "LAYOUT-LOOKUP: CANNOT OPEN LAYDICT, STATUS "
                   ws-dict-status
               move "Y" to ws-dict-bad
               exit paragraph
           end-if.
           read dict-file
               at end move "Y" to ws-eof-dict
           end-read.
           perform until dict-eof
               add 1 to ws-line-count
               if dict-record not = spaces
                   perform check-entry
               end-if
               read dict-file
                   at end move "Y" to ws-eof-dict
               end-read
           end-perform.
           close dict-file.

       check-entry.
           move dict-record to ws-check-entry laydict-entry.
           evaluate true
               when ws-dict-count >= 512
                   display "LAYOUT-LOOKUP: LAYDICT HAS MORE THAN 512 "
                       "ENTRIES"
                   move "Y" to ws-dict-bad
                   exit paragraph
               when ce-feed-id = spaces or ce-field-name = spaces
                   display "LAYOUT-LOOKUP: LAYDICT LINE "
                       ws-line-count " HAS NO FEED ID OR FIELD NAME"
                   move "Y" to ws-dict-bad
                   exit paragraph
               when ce-offset is not numeric or
                       ce-length is not numeric
                   display "LAYOUT-LOOKUP: LAYDICT LINE "
                       ws-line-count " OFFSET/LENGTH '" ce-offset
                       "' '" ce-length "' ARE NOT ZERO-FILLED DIGITS"
                   move "Y" to ws-dict-bad
                   exit paragraph
               when not ld-type-valid
                   display "LAYOUT-LOOKUP: LAYDICT LINE "
                       ws-line-count " TYPE '" ld-type
                       "' IS NOT KNOWN"
                   move "Y" to ws-dict-bad
                   exit paragraph
           end-evaluate.
           compute ws-entry-end = ld-offset + ld-length - 1.
           if ld-offset < 1 or ld-length < 1 or ws-entry-end > 4096
               display "LAYOUT-LOOKUP: LAYDICT LINE " ws-line-count
                   " FIELD " ld-field-name " OFFSET " ld-offset
                   " LENGTH " ld-length " IS NOT INSIDE 1-4096"
               move "Y" to ws-dict-bad
               exit paragraph
           end-if.
           if ld-type-bits
               if ce-bit-offset is not numeric or
                       ce-bit-length is not numeric
                   display "LAYOUT-LOOKUP: LAYDICT LINE "
                       ws-line-count " BITS FIELD " ld-field-name
                       " HAS NO BIT OFFSET/LENGTH"
                   move "Y" to ws-dict-bad
                   exit paragraph
               end-if
               compute ws-bit-end = ld-bit-offset + ld-bit-length
               if ld-bit-length < 1 or ld-bit-length > 24 or
                       ws-bit-end > ld-length * 8
                   display "LAYOUT-LOOKUP: LAYDICT LINE "
                       ws-line-count " BITS FIELD " ld-field-name
                       " BIT RANGE IS NOT 1-24 BITS INSIDE ITS BYTES"
                   move "Y" to ws-dict-bad
                   exit paragraph
               end-if
           end-if.
           add 1 to ws-dict-count.
           move dict-record to ws-dict-entry(ws-dict-count).
       end program layout-lookup.
