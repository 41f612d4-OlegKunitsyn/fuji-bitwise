       *> review can see both the work done and the data that could
       *> not be judged.
       *>
       *> Every change is also checked against the FLGRULE
       *> flag-combination business rules through flagrule-check: a
       *> change that would leave the record breaking a rule it did
       *> not break before is not applied, is reported with the
       *> rule, and is counted as refused in the per-rule summary.
       *> Records already in breach are still swept; flagvald lists
       *> them.  An invalid FLGRULE abandons the run before the
       *> master is opened.
       *>
       *> Return codes: 0 = sweep completed, 4 = completed but one or
       *> more records had unusable date fields, had a change refused
       *> by FLGRULE or failed to rewrite,
       *> 16 = run abandoned with the master untouched.
       *>*
       identification division.
           10 ws-rule-mask pic x.
           10 ws-rule-changed pic 9(9).
           10 ws-rule-skipped pic 9(9).
           10 ws-rule-refused pic 9(9).
       01 ws-rule-count pic 9(2) value 0.
       01 ws-lookup-return-code pic 9(2).
       01 ws-record-count pic 9(9) value 0.
       01 ws-before-byte pic x.
       01 ws-after-byte pic x.
       01 ws-clear-mask pic x.
       01 ws-check-function pic x(5) value "CHECK".
       01 ws-check-seq pic 9(3).
       01 ws-check-return-code pic 9(2).
       01 ws-change-refused pic x.
         88 change-refused value "Y".
       copy "flagrule-entry.cpy".
       01 ws-summary-line.
         05 filler pic x(17) value "FLAGSWEEP: RULE  ".
         05 sl-flag pic x(20).
         05 filler pic x(9) value " CHANGED ".
         05 sl-skipped pic zzz,zzz,zz9.
         05 filler pic x(8) value " SKIPPED".
         05 sl-refused pic zzz,zzz,zz9.
         05 filler pic x(8) value " REFUSED".
       01 ws-journal-line.
         05 jl-key pic x(10).
         05 filler pic x value space.
               move "Y" to ws-abort-run
               move 16 to return-code
           end-if.
           if not abort-run
               perform load-flag-rules
           end-if.
           if not abort-run
               open i-o master-file
               if ws-master-status not = "00"
                   move ws-rule-action(rule-idx) to sl-action
                   move ws-rule-changed(rule-idx) to sl-changed
                   move ws-rule-skipped(rule-idx) to sl-skipped
                   move ws-rule-refused(rule-idx) to sl-refused
                   display ws-summary-line
                   if (ws-rule-skipped(rule-idx) > 0 or
                           ws-rule-refused(rule-idx) > 0) and
                           return-code = 0
                       move 4 to return-code
                   end-if
                       to ws-rule-action(rule-idx)
                   move 0 to ws-rule-changed(rule-idx)
                   move 0 to ws-rule-skipped(rule-idx)
                   move 0 to ws-rule-refused(rule-idx)
                   call "bitflag-lookup" using
                       ws-rule-flag(rule-idx),
                       ws-rule-mask(rule-idx),
           if ws-after-byte = ws-before-byte
               exit paragraph
           end-if.
           perform check-flag-rules.
           if change-refused
               add 1 to ws-rule-refused(rule-idx)
               exit paragraph
           end-if.
           move ws-after-byte to master-record(ws-offset:1).
           move "Y" to ws-record-dirty.
           add 1 to ws-rule-changed(rule-idx).
           move ws-run-time(1:6) to jl-time.
           move ws-journal-line to journal-record.
           write journal-record.

       *>*
       *> Load the FLGRULE rules once, before the master is opened.
       *>*
       load-flag-rules.
           move 0 to ws-check-seq.
           move low-value to ws-before-byte ws-after-byte.
           call "flagrule-check" using ws-check-function,
               ws-before-byte, ws-after-byte, ws-check-seq,
               flagrule-entry, ws-check-return-code.
           if ws-check-return-code = 16
               display "FLAGSWEEP: FLGRULE IS INVALID, RUN ABANDONED"
               move "Y" to ws-abort-run
               move 16 to return-code
           end-if.

       *>*
       *> Refuse the change when the new status byte breaks a rule
       *> the old one did not.
       *>*
       check-flag-rules.
           move "N" to ws-change-refused.
           move 0 to ws-check-seq.
           move 0 to ws-check-return-code.
           perform until ws-check-return-code = 4
               call "flagrule-check" using ws-check-function,
                   ws-before-byte, ws-after-byte, ws-check-seq,
                   flagrule-entry, ws-check-return-code
               evaluate ws-check-return-code
                   when 0
                       display "FLAGSWEEP: KEY " master-key " "
                           ws-rule-action(rule-idx) " "
                           ws-rule-flag(rule-idx) " WOULD BREAK RULE "
                           rl-rule-id " " rl-text ", NOT APPLIED"
                       move "Y" to ws-change-refused
                   when 16
                       move "Y" to ws-change-refused
                       move 4 to ws-check-return-code
               end-evaluate
           end-perform.
       end program flagsweep.
