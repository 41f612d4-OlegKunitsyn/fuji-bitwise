      *>**
      *>  Copybook: FEDRSLT-ENTRY
      *>
      *>  One record of the inbound result trail (FEDRSLT, 80-byte
      *>  line sequential, appended to).  feededit VALIDATE writes
      *>  one EDIT record per delivery, bitdedup and bitscan one
      *>  detail record per record they drop or quarantine and one
      *>  summary record at end of run; feedack reads the trail back
      *>  to build the partner's acknowledgment.  DEDUP and SCAN
      *>  records carry no sequence number: they belong to the
      *>  latest EDIT record of their feed id before them.
      *>
      *>    1-8   feed id
      *>   10-15  sequence number from the HDR (EDIT; zero when
      *>          the file had no readable HDR, and on DEDUP and SCAN)
      *>   17-21  stage, EDIT / DEDUP / SCAN
      *>   23     kind, S = summary, D = detail (one rejected record)
      *>   25-27  reason code:
      *>          E00     envelope good, body released (EDIT)
      *>          E01     file empty
      *>          E02     no HDR record
      *>          E03     file date is not the run date
      *>          E04     sequence already accepted, duplicate
      *>                  delivery
      *>          E05     no TRL record
      *>          E06     records after the TRL record
      *>          E07     TRL record count does not match the body
      *>          E08     TRL CRC does not match the body
      *>          E09     body could not be released
      *>          D01     duplicate of an earlier record (DEDUP)
      *>          S01-S05 failed an ASCII, NUMERIC, PARITY, HEXDIG
      *>                  or OCTDIG rule (SCAN)
      *>          S06     refused by the clean file (SCAN)
      *>   29-37  summary: records read (EDIT: body records counted)
      *>          detail: record number within the stage's input
      *>   39-47  summary: records passed to the clean file
      *>          detail: DEDUP the record it duplicates, SCAN the
      *>          offset of the rule that failed
      *>   49-57  summary: records dropped or quarantined
      *>   49-68  detail: SCAN the rule's field name
      *>   70-77  run date, YYYYMMDD
      *>**
       01 fedrslt-entry.
           05  fr-feed-id pic x(8).
           05  filler pic x.
           05  fr-sequence pic 9(6).
           05  filler pic x.
           05  fr-stage pic x(5).
               88  fr-stage-edit value "EDIT".
               88  fr-stage-dedup value "DEDUP".
               88  fr-stage-scan value "SCAN".
           05  filler pic x.
           05  fr-kind pic x.
               88  fr-summary value "S".
               88  fr-detail value "D".
           05  filler pic x.
           05  fr-reason pic x(3).
           05  filler pic x.
           05  fr-count-1 pic 9(9).
           05  filler pic x.
           05  fr-count-2 pic 9(9).
           05  filler pic x.
           05  fr-detail-area.
               10  fr-count-3 pic 9(9).
               10  filler pic x(11).
           05  fr-field-name redefines fr-detail-area pic x(20).
           05  filler pic x.
           05  fr-run-date pic x(8).
           05  filler pic x(3).
