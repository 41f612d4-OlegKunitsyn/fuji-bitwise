       *>  42-43  status byte after, 2 hex chars
       *>  45-52  run date, YYYYMMDD
       *>  54-59  run time, HHMMSS
       *>  61-68  operator id on flaginq screen changes, blank
       *>         on batch lines
       *>  69-80  filler
       *>
       *> Every SET and CLEAR is also checked against the FLGRULE
       *> flag-combination business rules through flagrule-check: a
       *> change that would leave the record breaking a rule it did
       *> not break before is rejected and reported, so SET
       *> ACCOUNT-FROZEN must come before SET SECURITY-HOLD in the
       *> deck.  A record already in breach is reported but can
       *> still be changed, so it can be cleaned up.  An invalid
       *> FLGRULE abandons the run before the master is opened.
       *>
       *> The run date and time stamp every journal line so a bad
       *> transaction batch can be picked out later and reversed by
       01 ws-reject-count pic 9(9) value 0.
       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-rule-function pic x(5) value "CHECK".
       01 ws-rule-seq pic 9(3).
       01 ws-rule-return-code pic 9(2).
       01 ws-rule-refused pic x.
         88 rule-refused value "Y".
       copy "flagrule-entry.cpy".
       01 ws-journal-line.
         05 jl-key pic x(10).
         05 filler pic x value space.
                           "RUN ABANDONED"
                       move "Y" to ws-abort-run
               end-evaluate
               if not abort-run
                   perform load-flag-rules
               end-if
               if abort-run
                   move 16 to return-code
               else
                           " FLAG " ws-tran-flag " IS OFF"
                   end-if
           end-evaluate.
           if ws-tran-action not = "TEST "
               perform check-flag-rules
               if rule-refused
                   add 1 to ws-reject-count
                   exit paragraph
               end-if
           end-if.
           if ws-tran-action not = "TEST "
               move ws-after-byte to master-record(ws-offset:1)
               rewrite master-record
           else
               add 1 to ws-applied-count
           end-if.

       *>*
       *> Load the FLGRULE rules once, before anything is touched.
       *>*
       load-flag-rules.
           move 0 to ws-rule-seq.
           move low-value to ws-before-byte ws-after-byte.
           call "flagrule-check" using ws-rule-function,
               ws-before-byte, ws-after-byte, ws-rule-seq,
               flagrule-entry, ws-rule-return-code.
           if ws-rule-return-code = 16
               display "BITFLAG-UPD: FLGRULE IS INVALID, "
                   "RUN ABANDONED"
               move "Y" to ws-abort-run
           end-if.

       *>*
       *> Refuse the change when the new status byte breaks a rule
       *> the old one did not; report rules already broken.
       *>*
       check-flag-rules.
           move "N" to ws-rule-refused.
           move 0 to ws-rule-seq.
           move 0 to ws-rule-return-code.
           perform until ws-rule-return-code = 4
               call "flagrule-check" using ws-rule-function,
                   ws-before-byte, ws-after-byte, ws-rule-seq,
                   flagrule-entry, ws-rule-return-code
               evaluate ws-rule-return-code
                   when 0
                       display "BITFLAG-UPD: KEY " ws-tran-key " "
                           ws-tran-action " " ws-tran-flag
                           " WOULD BREAK RULE " rl-rule-id " "
                           rl-text ", REJECTED"
                       move "Y" to ws-rule-refused
                   when 2
                       display "BITFLAG-UPD: KEY " ws-tran-key
                           " ALREADY BREAKS RULE " rl-rule-id " "
                           rl-text
                   when 16
                       move "Y" to ws-rule-refused
                       move 4 to ws-rule-return-code
               end-evaluate
           end-perform.
       end program bitflag-upd.
