       *>  42-43  status byte after, 2 hex chars
       *>  45-52  run date, YYYYMMDD
       *>  54-59  run time, HHMMSS
       *>  61-68  operator id on flaginq screen changes, blank
       *>         on batch lines
       *>  69-80  filler
       *>
       *> Return codes: 0 = every selected entry backed out, 4 = one
       *> or more entries could not be backed out, 16 = run
