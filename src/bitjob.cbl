       *> code 4) skips everything after it; a step that tolerates
       *> warnings says 04.  Skipped steps are reported, not run.
       *>
       *> Every run is recorded in the BITHIST run history file: a
       *> JOB (or RSTRT) record when the run starts, a START record
       *> before each step's driver is CALLed and an END record
       *> after it returns, with the input and output file names the
       *> step resolved, its return code and its start and end
       *> times, a SKIP record for each step its condition skipped,
       *> and an EOJ record at the end.  Each record is appended
       *> and the file closed again at once, so a step that abends
       *> leaves its START record behind without an END.  bithist-rpt
       *> prints the history as a per-night elapsed-time listing.
       *>
       *> A RESTART card resumes the same deck after a failure: the
       *> job's last run (its latest JOB record in BITHIST, plus any
       *> restarts of it since) is read back, and the deck resumes
       *> at the first step that did not complete - that was not
       *> skipped and has no END record with a return code below
       *> 08 - or at the step the card names.  Steps before that
       *> point are not run again; their step types must still match
       *> the history, the return code so far is restored from those
       *> that completed (below 08), and the chained "*" file name
       *> is rebuilt from the output file names the history
       *> recorded, so nobody re-carries intermediate file names by
       *> hand.
       *>
       *> Deck layout (JOBCTL, 80 bytes per card):
       *>   JOB card, optional, before the first STEP card:
       *>    1-3   the literal JOB
       *>    6-13  job name, naming the job's runs in BITHIST,
       *>          blank = BITJOB; required for RESTART
       *>   14-80  filler
       *>   RESTART card, optional, before the first STEP card:
       *>    1-7   the literal RESTART
       *>    9-10  step number to resume at, blank = the first step
       *>          the last run did not complete
       *>   11-80  filler
       *>   STEP card:
       *>    1-4   the literal STEP
       *>    6-13  step type, MASK / XLATE / SCAN / DIFF,
       *>                                 file name carries through
       *>
       *> One end-of-job summary line per step shows whether it was
       *> executed or skipped and the return code it came back with;
       *> on a restart, steps completed by the earlier run show as
       *> PREVIOUS with the return code the history recorded.
       *>
       *> Run history record layout (BITHIST, 140 bytes):
       *>   1-8   job name
       *>  10-17  run date, YYYYMMDD, when this bitjob run started
       *>  19-24  run time, HHMMSS
       *>  26-30  record type, JOB / RSTRT / START / END / SKIP / EOJ
       *>  32-33  step number (START, END, SKIP)
       *>  35-42  step type
       *>  44-63  input file name, as resolved for the step
       *>  65-84  output file name (columns 21-40 of its first card)
       *>  86-87  return code (END: the step's, SKIP and EOJ: the
       *>         highest so far)
       *>  89-96  step start date, YYYYMMDD
       *>  98-103 step start time, HHMMSS
       *> 105-112 step end date (END only)
       *> 114-119 step end time (END only)
       *> 121-128 RSTRT only: run date of the run being restarted
       *> 130-135 RSTRT only: its run time
       *> 136-140 filler
       *>
       *> Return codes: the highest return code of any executed
       *> step, or 16 when the deck itself is bad and the job is
           select step-ctl-file assign dynamic ws-ctl-file-name
               organization is line sequential
               file status is ws-ctl-status.
           select optional hist-file assign to "BITHIST"
               organization is line sequential
               file status is ws-hist-status.
       data division.
       file section.
       fd job-file.
       01 job-record pic x(80).
       fd step-ctl-file.
       01 step-ctl-record pic x(80).
       fd hist-file.
       01 hist-record pic x(140).
       working-storage section.
       01 ws-job-status pic x(2).
       01 ws-ctl-status pic x(2).
       01 ws-hist-status pic x(2).
       01 ws-eof-hist pic x value "N".
         88 hist-eof value "Y".
       01 ws-eof-job pic x value "N".
         88 job-eof value "Y".
       01 ws-abort-run pic x value "N".
           10 ws-step-rc pic 9(2).
           10 ws-step-ran pic x.
             88 step-ran value "Y".
             88 step-previous value "P".
           10 ws-step-card-count pic 9(2).
           10 ws-step-card pic x(80) occurs 17 times.
       01 ws-step-count pic 9(2) value 0.
       01 ws-chain-set pic x value "N".
         88 chain-set value "Y".
       01 ws-first-card pic x(80).
       01 ws-job-name pic x(8) value "BITJOB".
       01 ws-restart pic x value "N".
         88 restart-run value "Y".
       01 ws-restart-step pic 9(2) value 0.
       01 ws-first-step pic 9(2) value 1.
       01 ws-run-date pic x(8).
       01 ws-run-time pic x(8).
       01 ws-orig-date pic x(8) value spaces.
       01 ws-orig-time pic x(6) value spaces.
       01 ws-step-date pic x(8).
       01 ws-step-time pic x(8).
       01 ws-end-time pic x(8).
       01 ws-hist-table.
         05 ws-hist-entry occurs 16 times indexed by hist-idx.
           10 ws-hist-type pic x(8).
           10 ws-hist-state pic x.
             88 hist-none value "N".
             88 hist-started value "S".
             88 hist-ended value "E".
             88 hist-skipped value "K".
           10 ws-hist-rc pic 9(2).
           10 ws-hist-output pic x(20).
       01 ws-hist-found pic x value "N".
         88 hist-found value "Y".
       01 ws-hist-step pic 9(2).
       01 ws-hist-line.
         05 hl-job pic x(8).
         05 filler pic x.
         05 hl-run-date pic x(8).
         05 filler pic x.
         05 hl-run-time pic x(6).
         05 filler pic x.
         05 hl-type pic x(5).
         05 filler pic x.
         05 hl-step pic x(2).
         05 filler pic x.
         05 hl-step-type pic x(8).
         05 filler pic x.
         05 hl-input pic x(20).
         05 filler pic x.
         05 hl-output pic x(20).
         05 filler pic x.
         05 hl-rc pic x(2).
         05 filler pic x.
         05 hl-start-date pic x(8).
         05 filler pic x.
         05 hl-start-time pic x(6).
         05 filler pic x.
         05 hl-end-date pic x(8).
         05 filler pic x.
         05 hl-end-time pic x(6).
         05 filler pic x.
         05 hl-orig-date pic x(8).
         05 filler pic x.
         05 hl-orig-time pic x(6).
         05 filler pic x(5).
       01 ws-summary-line.
         05 filler pic x(13) value "BITJOB: STEP ".
         05 sl-step pic 9(2).
                   "JOB ABANDONED"
               move "Y" to ws-abort-run
           end-if.
           if not abort-run and restart-run
               perform load-history
           end-if.
           if abort-run
               move 16 to return-code
               stop run
           end-if.
           if ws-first-step > ws-step-count
               display "BITJOB: JOB " ws-job-name " COMPLETED EVERY "
                   "STEP IN ITS LAST RUN, NOTHING TO RESTART"
               stop run
           end-if.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           move spaces to ws-hist-line.
           if restart-run
               move "RSTRT" to hl-type
               move ws-orig-date to hl-orig-date
               move ws-orig-time to hl-orig-time
               display "BITJOB: JOB " ws-job-name " RESTARTED AT STEP "
                   ws-first-step ", RUN OF " ws-orig-date " "
                   ws-orig-time
           else
               move "JOB" to hl-type
           end-if.
           perform write-history.
           perform varying step-idx from ws-first-step by 1
               until step-idx > ws-step-count or abort-run
               perform run-step
           end-perform.
           move spaces to ws-hist-line.
           move "EOJ" to hl-type.
           if abort-run
               move "16" to hl-rc
           else
               move ws-max-rc to hl-rc
           end-if.
           perform write-history.
           if abort-run
               move 16 to return-code
           else
               set ws-step-num to step-idx
               move ws-step-num to sl-step
               move ws-step-type(step-idx) to sl-type
               evaluate true
                   when step-ran(step-idx)
                       move "EXECUTED" to sl-status
                   when step-previous(step-idx)
                       move "PREVIOUS" to sl-status
                   when other
                       move "SKIPPED " to sl-status
               end-evaluate
               move ws-step-rc(step-idx) to sl-rc
               display ws-summary-line
           end-perform.
               at end move "Y" to ws-eof-job
           end-read.
           perform until job-eof or abort-run
               evaluate true
                   when job-record(1:4) = "STEP"
                       perform load-step-card
                   when ws-step-count = 0 and job-record(1:4) = "JOB "
                       if job-record(6:8) not = spaces
                           move job-record(6:8) to ws-job-name
                       end-if
                   when ws-step-count = 0 and
                           job-record(1:8) = "RESTART "
                       move "Y" to ws-restart
                       if job-record(9:2) not = spaces
                           if job-record(9:2) is not numeric or
                                   job-record(9:2) = "00"
                               display "BITJOB: RESTART STEP '"
                                   job-record(9:2) "' IS NOT 01-16, "
                                   "JOB ABANDONED"
                               move "Y" to ws-abort-run
                           else
                               move job-record(9:2) to ws-restart-step
                           end-if
                       end-if
                   when other
                       perform load-driver-card
               end-evaluate
               read job-file
                   at end move "Y" to ws-eof-job
               end-read
               end-perform
           end-if.

       *>*
       *> File one driver card under the current step.
       *>*
       load-driver-card.
           if ws-step-count = 0
               display "BITJOB: CARD BEFORE THE FIRST STEP "
                   "CARD, JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           set step-idx to ws-step-count.
           if ws-step-card-count(step-idx) >= 17
               display "BITJOB: STEP " ws-step-count
                   " HAS MORE THAN 17 CARDS, JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           add 1 to ws-step-card-count(step-idx).
           move ws-step-card-count(step-idx) to ws-card-idx.
           move job-record to ws-step-card(step-idx, ws-card-idx).

       *>*
       *> Validate and file one STEP card.
       *>*
               display "BITJOB: STEP " ws-step-num " SKIPPED, "
                   "RETURN CODE SO FAR " ws-max-rc
                   " EXCEEDS CONDITION " ws-step-cond(step-idx)
               move spaces to ws-hist-line
               move "SKIP" to hl-type
               move ws-max-rc to hl-rc
               perform step-history
               exit paragraph
           end-if.
           move ws-step-card(step-idx, 1) to ws-first-card.
               write step-ctl-record
           end-perform.
           close step-ctl-file.
           accept ws-step-date from date yyyymmdd.
           accept ws-step-time from time.
           move spaces to ws-hist-line.
           move "START" to hl-type.
           perform step-history.
           if abort-run
               exit paragraph
           end-if.
           move 0 to return-code.
           evaluate ws-step-type(step-idx)
               when "MASK    "
           end-if.
           move 0 to return-code.
           move "Y" to ws-step-ran(step-idx).
           move spaces to ws-hist-line.
           move "END" to hl-type.
           move ws-step-rc(step-idx) to hl-rc.
           accept hl-end-date from date yyyymmdd.
           accept ws-end-time from time.
           move ws-end-time(1:6) to hl-end-time.
           perform step-history.
           if ws-step-rc(step-idx) > ws-max-rc
               move ws-step-rc(step-idx) to ws-max-rc
           end-if.
               move ws-first-card(21:20) to ws-chain-name
               move "Y" to ws-chain-set
           end-if.

       *>*
       *> Fill in the step fields of a START, END or SKIP history
       *> record and append it.
       *>*
       step-history.
           move ws-step-num to hl-step.
           move ws-step-type(step-idx) to hl-step-type.
           if hl-type not = "SKIP"
               move ws-first-card(1:20) to hl-input
               move ws-first-card(21:20) to hl-output
               move ws-step-date to hl-start-date
               move ws-step-time(1:6) to hl-start-time
           end-if.
           perform write-history.

       *>*
       *> Append one record to BITHIST, opening and closing the file
       *> around it so the record is safe even if the next step
       *> abends.  A history that cannot be written abandons the
       *> job: a run with no record of its steps could not be
       *> restarted.
       *>*
       write-history.
           move ws-job-name to hl-job.
           move ws-run-date to hl-run-date.
           move ws-run-time(1:6) to hl-run-time.
           open extend hist-file.
           if ws-hist-status not = "00" and
                   ws-hist-status not = "05"
               display "BITJOB: CANNOT EXTEND BITHIST, STATUS "
                   ws-hist-status ", JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move ws-hist-line to hist-record.
           write hist-record.
           close hist-file.

       *>*
       *> Restart: read back the job's last run from BITHIST and
       *> work out where to resume.  A JOB record starts the run
       *> afresh; the START, END and SKIP records after it, from
       *> the run itself and from any restarts of it, leave each
       *> step's latest state.  Steps before the restart point keep
       *> their recorded return code and output file name.
       *>*
       load-history.
           if ws-job-name = "BITJOB"
               display "BITJOB: RESTART NEEDS A JOB CARD NAMING THE "
                   "JOB, JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           perform varying hist-idx from 1 by 1 until hist-idx > 16
               move spaces to ws-hist-type(hist-idx)
                   ws-hist-output(hist-idx)
               move "N" to ws-hist-state(hist-idx)
               move 0 to ws-hist-rc(hist-idx)
           end-perform.
           open input hist-file.
           if ws-hist-status not = "00" and
                   ws-hist-status not = "05"
               display "BITJOB: CANNOT OPEN BITHIST, STATUS "
                   ws-hist-status ", JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read hist-file
               at end move "Y" to ws-eof-hist
           end-read.
           perform until hist-eof
               move hist-record to ws-hist-line
               if hl-job = ws-job-name
                   perform apply-history
               end-if
               read hist-file
                   at end move "Y" to ws-eof-hist
               end-read
           end-perform.
           close hist-file.
           if not hist-found
               display "BITJOB: NO EARLIER RUN OF JOB " ws-job-name
                   " IN BITHIST, JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if ws-restart-step = 0
               perform varying hist-idx from 1 by 1
                   until hist-idx > ws-step-count
                   or ws-restart-step > 0
                   if not (hist-skipped(hist-idx) or
                           (hist-ended(hist-idx) and
                           ws-hist-rc(hist-idx) < 8))
                       set ws-restart-step to hist-idx
                   end-if
               end-perform
               if ws-restart-step = 0
                   compute ws-first-step = ws-step-count + 1
                   exit paragraph
               end-if
           end-if.
           if ws-restart-step > ws-step-count
               display "BITJOB: RESTART STEP " ws-restart-step
                   " IS NOT IN THE DECK OF " ws-step-count
                   " STEP(S), JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           move ws-restart-step to ws-first-step.
           perform varying step-idx from 1 by 1
               until step-idx >= ws-first-step or abort-run
               perform restore-step
           end-perform.

       *>*
       *> Apply one history record of the job to the step-status
       *> table.
       *>*
       apply-history.
           evaluate hl-type
               when "JOB"
                   move "Y" to ws-hist-found
                   move hl-run-date to ws-orig-date
                   move hl-run-time to ws-orig-time
                   perform varying hist-idx from 1 by 1
                       until hist-idx > 16
                       move spaces to ws-hist-type(hist-idx)
                           ws-hist-output(hist-idx)
                       move "N" to ws-hist-state(hist-idx)
                       move 0 to ws-hist-rc(hist-idx)
                   end-perform
               when "START"
               when "END"
               when "SKIP"
                   if hl-step is not numeric or hl-step = "00" or
                           hl-step > "16"
                       exit paragraph
                   end-if
                   move hl-step to ws-hist-step
                   set hist-idx to ws-hist-step
                   move hl-step-type to ws-hist-type(hist-idx)
                   evaluate hl-type
                       when "START"
                           move "S" to ws-hist-state(hist-idx)
                           move hl-output to ws-hist-output(hist-idx)
                       when "END"
                           move "E" to ws-hist-state(hist-idx)
                           move hl-output to ws-hist-output(hist-idx)
                           if hl-rc is numeric
                               move hl-rc to ws-hist-rc(hist-idx)
                           else
                               move 16 to ws-hist-rc(hist-idx)
                           end-if
                       when other
                           move "K" to ws-hist-state(hist-idx)
                           move spaces to ws-hist-output(hist-idx)
                   end-evaluate
           end-evaluate.

       *>*
       *> Carry forward one step before the restart point: its type
       *> must still match the history, a completed step's return
       *> code counts towards the job's, and the output file of a
       *> step that ran becomes the chained "*" name, as it did in
       *> the original run.
       *>*
       restore-step.
           set ws-step-num to step-idx.
           set hist-idx to step-idx.
           if not hist-none(hist-idx) and
                   ws-hist-type(hist-idx) not = ws-step-type(step-idx)
               display "BITJOB: STEP " ws-step-num " IS "
                   ws-step-type(step-idx) " IN THE DECK BUT "
                   ws-hist-type(hist-idx) " IN BITHIST, "
                   "JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if hist-none(hist-idx) or hist-started(hist-idx)
               display "BITJOB: STEP " ws-step-num " BEFORE THE "
                   "RESTART POINT NEVER COMPLETED, JOB ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           if hist-skipped(hist-idx)
               exit paragraph
           end-if.
           move "P" to ws-step-ran(step-idx).
           move ws-hist-rc(hist-idx) to ws-step-rc(step-idx).
           if ws-hist-rc(hist-idx) < 8 and
                   ws-hist-rc(hist-idx) > ws-max-rc
               move ws-hist-rc(hist-idx) to ws-max-rc
           end-if.
           if ws-step-type(step-idx) not = "DIFF    "
               move ws-hist-output(hist-idx) to ws-chain-name
               move "Y" to ws-chain-set
           end-if.
       end program bitjob.
