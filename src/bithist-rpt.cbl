       *>**
       *>  NetCOBOL utility: bithist-rpt
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
       *> Per-night elapsed-time listing of bitjob runs.
       *>
       *> Reads the BITHIST run history bitjob appends to and lists
       *> it night by night (by the date each run started), run by
       *> run within the night: every step the run executed with its
       *> input and output files, return code, start and end times
       *> and elapsed time, steps its condition skipped, and steps
       *> that started but never ended because the step abended.
       *> Each run is totalled from its first step's start to its
       *> last step's end, and each night shows its total and the
       *> longest step, so ops can see which step is eating the
       *> batch window.  A restart is listed as a run of its own,
       *> naming the run it restarted.
       *>
       *> Control card layout (HSTCTL, 80 bytes):
       *>   1-8   first night to list, YYYYMMDD, blank = the first
       *>   9-16  last night to list, YYYYMMDD, blank = the last
       *>  17-24  job name to list, blank = every job
       *>  25-80  filler
       *>
       *> Record layout: see bitjob.
       *>
       *> Return codes: 0 = listing printed, 4 = a step abended
       *> (START with no END) in the nights listed, 16 = run
       *> abandoned.
       *>*
       identification division.
       program-id. bithist-rpt.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "HSTCTL"
               organization is line sequential
               file status is ws-control-status.
           select hist-file assign to "BITHIST"
               organization is line sequential
               file status is ws-hist-status.
           select sort-file assign to "HSTSRT".
       data division.
       file section.
       fd control-file.
       01 control-record pic x(80).
       fd hist-file.
       01 hist-record pic x(140).
       sd sort-file.
       01 sort-record.
         05 sort-run-date pic x(8).
         05 sort-job pic x(8).
         05 sort-run-time pic x(6).
         05 sort-line pic x(140).
       working-storage section.
       01 ws-control-status pic x(2).
       01 ws-hist-status pic x(2).
       01 ws-eof-control pic x value "N".
         88 control-eof value "Y".
       01 ws-eof-hist pic x value "N".
         88 hist-eof value "Y".
       01 ws-eof-sort pic x value "N".
         88 sort-eof value "Y".
       01 ws-abort-run pic x value "N".
         88 abort-run value "Y".
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-select-job pic x(8).
       01 ws-current-night pic x(8) value spaces.
       01 ws-current-run pic x(24) value spaces.
       01 ws-record-run pic x(24).
       01 ws-pending pic x value "N".
         88 start-pending value "Y".
       01 ws-pending-line pic x(140).
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
         05 hl-start-date pic 9(8).
         05 filler pic x.
         05 hl-start-time.
           10 hl-start-hh pic 9(2).
           10 hl-start-mm pic 9(2).
           10 hl-start-ss pic 9(2).
         05 filler pic x.
         05 hl-end-date pic 9(8).
         05 filler pic x.
         05 hl-end-time.
           10 hl-end-hh pic 9(2).
           10 hl-end-mm pic 9(2).
           10 hl-end-ss pic 9(2).
         05 filler pic x.
         05 hl-orig-date pic x(8).
         05 filler pic x.
         05 hl-orig-time pic x(6).
         05 filler pic x(5).
       01 ws-step-start pic 9(11).
       01 ws-step-end pic 9(11).
       01 ws-step-secs pic 9(9).
       01 ws-run-start pic 9(11).
       01 ws-run-end pic 9(11).
       01 ws-run-secs pic 9(9).
       01 ws-run-steps pic 9(5).
       01 ws-run-longest pic 9(9).
       01 ws-run-longest-step pic x(11).
       01 ws-night-secs pic 9(9).
       01 ws-night-runs pic 9(5).
       01 ws-night-steps pic 9(5).
       01 ws-night-longest pic 9(9).
       01 ws-night-longest-step pic x(11).
       01 ws-night-longest-run pic x(15).
       01 ws-night-count pic 9(5) value 0.
       01 ws-run-count pic 9(9) value 0.
       01 ws-step-count pic 9(9) value 0.
       01 ws-abend-count pic 9(9) value 0.
       01 ws-elapsed-secs pic 9(9).
       01 ws-elapsed-text.
         05 et-hours pic zz9.
         05 filler pic x value ":".
         05 et-minutes pic 9(2).
         05 filler pic x value ":".
         05 et-seconds pic 9(2).
       01 ws-step-name.
         05 sn-step pic x(2).
         05 filler pic x value space.
         05 sn-type pic x(8).
       01 ws-heading-line.
         05 filler pic x(4) value "  ".
         05 filler pic x(5) value "STEP".
         05 filler pic x(9) value "TYPE".
         05 filler pic x(21) value "INPUT".
         05 filler pic x(21) value "OUTPUT".
         05 filler pic x(3) value "RC".
         05 filler pic x(7) value "START".
         05 filler pic x(7) value "END".
         05 filler pic x(9) value "ELAPSED".
       01 ws-step-line.
         05 filler pic x(4) value spaces.
         05 pl-step pic x(2).
         05 filler pic x(3) value spaces.
         05 pl-type pic x(8).
         05 filler pic x value space.
         05 pl-input pic x(20).
         05 filler pic x value space.
         05 pl-output pic x(20).
         05 filler pic x value space.
         05 pl-rc pic x(2).
         05 filler pic x value space.
         05 pl-start pic x(6).
         05 filler pic x value space.
         05 pl-end pic x(6).
         05 filler pic x value space.
         05 pl-elapsed pic x(9).
       procedure division.
           open input control-file.
           if ws-control-status not = "00"
               display "BITHIST-RPT: CANNOT OPEN HSTCTL, STATUS "
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
           move control-record(1:8) to ws-from-date.
           move control-record(9:8) to ws-to-date.
           move control-record(17:8) to ws-select-job.
           if (ws-from-date not = spaces and
                   ws-from-date is not numeric) or
               (ws-to-date not = spaces and ws-to-date is not numeric)
               display "BITHIST-RPT: NIGHTS '" ws-from-date "' '"
                   ws-to-date "' ARE NOT YYYYMMDD, RUN ABANDONED"
               move 16 to return-code
               close control-file
               stop run
           end-if.
           if ws-to-date = spaces
               move all "9" to ws-to-date
           end-if.
           sort sort-file
               on ascending key sort-run-date sort-job sort-run-time
               with duplicates in order
               input procedure is select-history
               output procedure is print-listing.
           if abort-run
               move 16 to return-code
           else
               display " "
               display "BITHIST-RPT: " ws-night-count " NIGHT(S), "
                   ws-run-count " RUN(S), " ws-step-count
                   " STEP(S) EXECUTED, " ws-abend-count
                   " STEP(S) WITH NO END"
               if ws-abend-count > 0
                   move 4 to return-code
               end-if
           end-if.
           close control-file.
           stop run.

       *>*
       *> SORT input procedure: release the history records of the
       *> nights and job asked for.
       *>*
       select-history.
           open input hist-file.
           if ws-hist-status not = "00"
               display "BITHIST-RPT: CANNOT OPEN BITHIST, STATUS "
                   ws-hist-status ", RUN ABANDONED"
               move "Y" to ws-abort-run
               exit paragraph
           end-if.
           read hist-file
               at end move "Y" to ws-eof-hist
           end-read.
           perform until hist-eof
               move hist-record to ws-hist-line
               if hl-run-date is numeric and
                       hl-run-date >= ws-from-date and
                       hl-run-date <= ws-to-date and
                       (ws-select-job = spaces or
                       hl-job = ws-select-job)
                   move hl-run-date to sort-run-date
                   move hl-job to sort-job
                   move hl-run-time to sort-run-time
                   move hist-record to sort-line
                   release sort-record
               end-if
               read hist-file
                   at end move "Y" to ws-eof-hist
               end-read
           end-perform.
           close hist-file.

       *>*
       *> SORT output procedure: one section per night, one block
       *> per run within it, in the order the runs started.
       *>*
       print-listing.
           if abort-run
               exit paragraph
           end-if.
           return sort-file
               at end move "Y" to ws-eof-sort
           end-return.
           if sort-eof
               display "BITHIST-RPT: NO RUNS IN BITHIST FOR THE "
                   "NIGHTS AND JOB ASKED FOR"
               exit paragraph
           end-if.
           perform until sort-eof
               move sort-line to ws-hist-line
               if hl-run-date not = ws-current-night
                   perform end-run
                   perform end-night
                   perform start-night
               end-if
               move sort-line(1:24) to ws-record-run
               if ws-record-run not = ws-current-run
                   perform end-run
                   perform start-run
               end-if
               perform print-record
               return sort-file
                   at end move "Y" to ws-eof-sort
               end-return
           end-perform.
           perform end-run.
           perform end-night.

       start-night.
           move hl-run-date to ws-current-night.
           add 1 to ws-night-count.
           move 0 to ws-night-secs ws-night-runs ws-night-steps
               ws-night-longest.
           move spaces to ws-night-longest-step ws-night-longest-run.
           display " ".
           display "BITJOB RUNS OF THE NIGHT OF " ws-current-night.

       end-night.
           if ws-current-night = spaces
               exit paragraph
           end-if.
           move ws-night-secs to ws-elapsed-secs.
           perform format-elapsed.
           display " ".
           display "  NIGHT " ws-current-night ": " ws-night-runs
               " RUN(S), " ws-night-steps " STEP(S) EXECUTED, "
               "ELAPSED " ws-elapsed-text.
           if ws-night-steps > 0
               move ws-night-longest to ws-elapsed-secs
               perform format-elapsed
               display "  LONGEST STEP OF THE NIGHT: STEP "
                   ws-night-longest-step " OF " ws-night-longest-run
                   ", " ws-elapsed-text
           end-if.

       start-run.
           move ws-record-run to ws-current-run.
           add 1 to ws-run-count ws-night-runs.
           move 0 to ws-run-start ws-run-end ws-run-steps
               ws-run-longest.
           move spaces to ws-run-longest-step.
           move "N" to ws-pending.
           display " ".
           if hl-type = "RSTRT"
               display "  JOB " hl-job " RUN " hl-run-time
                   " RESTARTING THE RUN OF " hl-orig-date " "
                   hl-orig-time
           else
               display "  JOB " hl-job " RUN " hl-run-time
           end-if.
           display ws-heading-line.

       *>*
       *> Close off a run: a START still pending never ended, and
       *> the run's elapsed time runs from its first step's start
       *> to its last step's end.
       *>*
       end-run.
           if ws-current-run = spaces
               exit paragraph
           end-if.
           move spaces to ws-current-run.
           if start-pending
               perform print-abend
           end-if.
           if ws-run-steps = 0
               display "    NO STEP EXECUTED"
               exit paragraph
           end-if.
           compute ws-run-secs = ws-run-end - ws-run-start.
           add ws-run-secs to ws-night-secs.
           move ws-run-secs to ws-elapsed-secs.
           perform format-elapsed.
           display "    RUN ELAPSED " ws-elapsed-text ", LONGEST STEP "
               ws-run-longest-step.

       *>*
       *> List one history record of the current run.  A START is
       *> held until its END arrives; anything else arriving first
       *> means the step abended.
       *>*
       print-record.
           if start-pending and
                   (hl-type not = "END" or
                   hl-step not = ws-pending-line(32:2))
               perform print-abend
           end-if.
           evaluate hl-type
               when "START"
                   move "Y" to ws-pending
                   move ws-hist-line to ws-pending-line
               when "END"
                   move "N" to ws-pending
                   perform print-step
               when "SKIP"
                   move spaces to pl-output pl-start pl-end pl-elapsed
                   move hl-step to pl-step
                   move hl-step-type to pl-type
                   move "(SKIPPED)" to pl-input
                   move hl-rc to pl-rc
                   display ws-step-line
               when "EOJ"
                   display "    END OF JOB, RETURN CODE " hl-rc
           end-evaluate.

       print-step.
           add 1 to ws-step-count ws-night-steps ws-run-steps.
           compute ws-step-start = function integer-of-date
               (hl-start-date) * 86400 + hl-start-hh * 3600
               + hl-start-mm * 60 + hl-start-ss.
           compute ws-step-end = function integer-of-date
               (hl-end-date) * 86400 + hl-end-hh * 3600
               + hl-end-mm * 60 + hl-end-ss.
           if ws-step-end < ws-step-start
               move ws-step-start to ws-step-end
           end-if.
           compute ws-step-secs = ws-step-end - ws-step-start.
           if ws-run-start = 0 or ws-step-start < ws-run-start
               move ws-step-start to ws-run-start
           end-if.
           if ws-step-end > ws-run-end
               move ws-step-end to ws-run-end
           end-if.
           move hl-step to sn-step.
           move hl-step-type to sn-type.
           if ws-run-longest-step = spaces or
                   ws-step-secs > ws-run-longest
               move ws-step-secs to ws-run-longest
               move ws-step-name to ws-run-longest-step
           end-if.
           if ws-night-longest-step = spaces or
                   ws-step-secs > ws-night-longest
               move ws-step-secs to ws-night-longest
               move ws-step-name to ws-night-longest-step
               move ws-current-run(1:8) to ws-night-longest-run
               move ws-current-run(19:6) to
                   ws-night-longest-run(10:6)
           end-if.
           move ws-step-secs to ws-elapsed-secs.
           perform format-elapsed.
           move hl-step to pl-step.
           move hl-step-type to pl-type.
           move hl-input to pl-input.
           move hl-output to pl-output.
           move hl-rc to pl-rc.
           move hl-start-time to pl-start.
           move hl-end-time to pl-end.
           move ws-elapsed-text to pl-elapsed.
           display ws-step-line.

       print-abend.
           move "N" to ws-pending.
           add 1 to ws-abend-count.
           move ws-pending-line(32:2) to pl-step.
           move ws-pending-line(35:8) to pl-type.
           move ws-pending-line(44:20) to pl-input.
           move ws-pending-line(65:20) to pl-output.
           move spaces to pl-rc pl-end.
           move ws-pending-line(98:6) to pl-start.
           move "NO END" to pl-elapsed.
           display ws-step-line.

       format-elapsed.
           divide ws-elapsed-secs by 3600 giving et-hours.
           compute et-minutes = function mod(ws-elapsed-secs, 3600)
               / 60.
           compute et-seconds = function mod(ws-elapsed-secs, 60).
       end program bithist-rpt.
