      *>**
      *>  Copybook: LAYDICT-ENTRY
      *>
      *>  One entry of the feed record-layout dictionary (LAYDICT,
      *>  80-byte line sequential card images, one per field).
      *>  COPY this wherever a field of a feed is addressed by name
      *>  instead of raw offset/length; layout-lookup returns the
      *>  entry for a feed id and field name, or the nth field of a
      *>  feed in dictionary order.
      *>
      *>    1-8   feed id, as the feededit FEDCTL card names it
      *>   10-29  field name, left-justified
      *>   31-34  byte offset (1-relative, within the record)
      *>   36-39  byte length
      *>   41-48  data type, left-justified:
      *>          CHAR    printable text
      *>          NUM     unsigned display digits
      *>          HEX     hex digit pairs
      *>          OCT     octal digit triples
      *>          BINARY  binary, never translated or text-checked
      *>          PACKED  packed decimal, likewise
      *>          BITS    sub-byte field packed within the bytes
      *>   50-51  BITS only: bit offset within the field, 0 = most
      *>          significant bit of its first byte
      *>   53-54  BITS only: bit length, 1-24
      *>
      *>  A layout change is one dictionary update: every control
      *>  card that names the field picks up the new offset.
      *>**
       01 laydict-entry.
           05  ld-feed-id pic x(8).
           05  filler pic x.
           05  ld-field-name pic x(20).
           05  filler pic x.
           05  ld-offset pic 9(4).
           05  filler pic x.
           05  ld-length pic 9(4).
           05  filler pic x.
           05  ld-type pic x(8).
               88  ld-type-char value "CHAR".
               88  ld-type-num value "NUM".
               88  ld-type-hex value "HEX".
               88  ld-type-oct value "OCT".
               88  ld-type-binary value "BINARY".
               88  ld-type-packed value "PACKED".
               88  ld-type-bits value "BITS".
               88  ld-type-valid values "CHAR" "NUM" "HEX" "OCT"
                   "BINARY" "PACKED" "BITS".
           05  filler pic x.
           05  ld-bit-offset pic 9(2).
           05  filler pic x.
           05  ld-bit-length pic 9(2).
           05  filler pic x(26).
