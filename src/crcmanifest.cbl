       *>  42-49  CRC-32, 8 hex chars via word-to-hex
       *>  50-80  filler
       *>
       *> feedack CALLs this program in GENERATE mode to list the
       *> partner acknowledgment it builds.
       *>
       *> Return codes: 0 = generated / all files pass, 8 = a VERIFY
       *> mismatch or a listed file that cannot be read, 16 = run
       *> abandoned.
               display "CRCMANIFEST: CANNOT OPEN CRCCTL, STATUS "
                   ws-control-status ", RUN ABANDONED"
               move 16 to return-code
               goback
           end-if.
           read control-file
               at end move "Y" to ws-eof-control
           end-read.
           if control-eof
               close control-file
               goback
           end-if.
           move control-record(1:8) to ws-mode.
           move control-record(9:20) to ws-manifest-name.
                   ws-record-length " IS NOT 1-4096, RUN ABANDONED"
               move 16 to return-code
               close control-file
               goback
           end-if.
           move ws-record-length to ws-data-reclen.
           compute ws-chain-length = ws-record-length + 4.
                   move 16 to return-code
           end-evaluate.
           close control-file.
           goback.

       *>*
       *> GENERATE: one manifest record per file card.
