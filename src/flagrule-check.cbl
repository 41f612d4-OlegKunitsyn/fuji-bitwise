       *>**
       *>  NetCOBOL utility: flagrule-check
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
       *> Test a status byte against the FLGRULE flag-combination
       *> business rules, so every program that changes flags one
       *> bit at a time can see the combination the change leaves.
       *> Flags are resolved through bitflag-lookup and tested with
       *> bin-and: FORBID is broken when flag A and flag B are both
       *> on, REQUIRE when flag A is on and flag B is off.
       *>
       *> CHECK returns the next rule after l-rule-seq that l-after
       *> breaks, and says whether l-before broke it already, so a
       *> caller can refuse only the changes that bring a new breach
       *> in and still let a record already in breach be worked on.
       *> Start with l-rule-seq zero and call again with the
       *> returned value until return code 4.  NEXT returns the next
       *> rule after l-rule-seq whatever the bytes, to walk the
       *> rules.
       *>
       *> FLGRULE is loaded and validated once, on the first call:
       *> every rule needs an id, a known type and two different
       *> registered flags; at most 64 rules, blank lines skipped.
       *> No FLGRULE file means no rules.  Layout: see
       *> FLAGRULE-ENTRY.
       *>
       *> @param l-function CHECK or NEXT, 5 chars
       *> @param l-before Status byte before the change
       *> @param l-after Status byte after the change
       *> @param l-rule-seq Rule number to search after, 0 = from
       *>        the first; returns the rule found
       *> @return flagrule-entry The rule found
       *> @return l-return-code 0 = l-after breaks the rule and
       *>         l-before did not, 2 = both break it (NEXT: rule
       *>         found), 4 = no further rule, 16 = FLGRULE invalid
       *>*
       identification division.
       program-id. flagrule-check.
       environment division.
       input-output section.
       file-control.
           select optional rule-file assign to "FLGRULE"
               organization is line sequential
               file status is ws-rule-status.
       data division.
       file section.
       fd rule-file.
       01 rule-record pic x(80).
       working-storage section.
       01 ws-rule-status pic x(2).
       01 ws-eof-rule pic x value "N".
         88 rule-eof value "Y".
       01 ws-rules-loaded pic x value "N".
         88 rules-loaded value "Y".
       01 ws-rules-bad pic x value "N".
         88 rules-bad value "Y".
       01 ws-rule-table.
         05 ws-rule-entry occurs 64 times indexed by rl-idx.
           10 ws-rule-card pic x(80).
           10 ws-rule-mask-a pic x.
           10 ws-rule-mask-b pic x.
       01 ws-rule-count pic 9(3) value 0.
       01 ws-line-count pic 9(5) value 0.
       01 ws-lookup-return-code pic 9(2).
       01 ws-mask-a pic x.
       01 ws-mask-b pic x.
       01 ws-test-byte pic x.
       01 ws-breach pic x.
         88 breach value "Y".
       01 ws-breach-after pic x.
       linkage section.
       01 l-function pic x(5).
       01 l-before pic x.
       01 l-after pic x.
       01 l-rule-seq pic 9(3).
       copy "flagrule-entry.cpy".
       01 l-return-code pic 9(2).
       procedure division using l-function, l-before, l-after,
           l-rule-seq, flagrule-entry, l-return-code.
           if not rules-loaded
               perform load-rules
           end-if.
           move spaces to flagrule-entry.
           if rules-bad
               move 16 to l-return-code
               goback
           end-if.
           move 4 to l-return-code.
           perform varying rl-idx from 1 by 1
               until rl-idx > ws-rule-count
               if rl-idx > l-rule-seq
                   if l-function = "NEXT "
                       move 2 to l-return-code
                   else
                       move l-after to ws-test-byte
                       perform test-rule
                       if breach
                           move l-before to ws-test-byte
                           perform test-rule
                           if breach
                               move 2 to l-return-code
                           else
                               move 0 to l-return-code
                           end-if
                       end-if
                   end-if
                   if l-return-code not = 4
                       set l-rule-seq to rl-idx
                       move ws-rule-card(rl-idx) to flagrule-entry
                       exit perform
                   end-if
               end-if
           end-perform.
           if l-return-code = 4
               move spaces to flagrule-entry
           end-if.
           goback.

       *>*
       *> Does ws-test-byte break the rule at rl-idx?
       *>*
       test-rule.
           move "N" to ws-breach.
           move ws-rule-card(rl-idx) to flagrule-entry.
           call "bin-and" using ws-test-byte, ws-rule-mask-a(rl-idx),
               ws-breach-after.
           if ws-breach-after not = ws-rule-mask-a(rl-idx)
               exit paragraph
           end-if.
           call "bin-and" using ws-test-byte, ws-rule-mask-b(rl-idx),
               ws-breach-after.
           if rl-type-forbid and
                   ws-breach-after = ws-rule-mask-b(rl-idx)
               move "Y" to ws-breach
           end-if.
           if rl-type-require and
                   ws-breach-after not = ws-rule-mask-b(rl-idx)
               move "Y" to ws-breach
           end-if.

       *>*
       *> Load and validate every rule; any bad rule fails every
       *> call, so no change is judged against half the rules.
       *>*
       load-rules.
           move "Y" to ws-rules-loaded.
           open input rule-file.
           if ws-rule-status not = "00" and ws-rule-status not = "05"
               display "FLAGRULE-CHECK: CANNOT OPEN FLGRULE, STATUS "
                   ws-rule-status
               move "Y" to ws-rules-bad
               exit paragraph
           end-if.
           read rule-file
               at end move "Y" to ws-eof-rule
           end-read.
           perform until rule-eof
               add 1 to ws-line-count
               if rule-record not = spaces
                   perform check-rule
               end-if
               read rule-file
                   at end move "Y" to ws-eof-rule
               end-read
           end-perform.
           close rule-file.

       check-rule.
           move rule-record to flagrule-entry.
           evaluate true
               when ws-rule-count >= 64
                   display "FLAGRULE-CHECK: FLGRULE HAS MORE THAN 64 "
                       "RULES"
                   move "Y" to ws-rules-bad
                   exit paragraph
               when rl-rule-id = spaces
                   display "FLAGRULE-CHECK: FLGRULE LINE "
                       ws-line-count " HAS NO RULE ID"
                   move "Y" to ws-rules-bad
                   exit paragraph
               when not rl-type-valid
                   display "FLAGRULE-CHECK: FLGRULE RULE " rl-rule-id
                       " TYPE '" rl-type "' IS NOT FORBID/REQUIRE"
                   move "Y" to ws-rules-bad
                   exit paragraph
               when rl-flag-a = rl-flag-b
                   display "FLAGRULE-CHECK: FLGRULE RULE " rl-rule-id
                       " NAMES " rl-flag-a " TWICE"
                   move "Y" to ws-rules-bad
                   exit paragraph
           end-evaluate.
           call "bitflag-lookup" using rl-flag-a, ws-mask-a,
               ws-lookup-return-code.
           if ws-lookup-return-code not = 0
               display "FLAGRULE-CHECK: FLGRULE RULE " rl-rule-id
                   " FLAG '" rl-flag-a "' NOT REGISTERED"
               move "Y" to ws-rules-bad
               exit paragraph
           end-if.
           call "bitflag-lookup" using rl-flag-b, ws-mask-b,
               ws-lookup-return-code.
           if ws-lookup-return-code not = 0
               display "FLAGRULE-CHECK: FLGRULE RULE " rl-rule-id
                   " FLAG '" rl-flag-b "' NOT REGISTERED"
               move "Y" to ws-rules-bad
               exit paragraph
           end-if.
           add 1 to ws-rule-count.
           set rl-idx to ws-rule-count.
           move rule-record to ws-rule-card(rl-idx).
           move ws-mask-a to ws-rule-mask-a(rl-idx).
           move ws-mask-b to ws-rule-mask-b(rl-idx).
       end program flagrule-check.
