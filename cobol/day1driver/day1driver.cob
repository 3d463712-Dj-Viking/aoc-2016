      *>     manifests keep working) and collects each run's part1/part2
      *>     answers into a summary listing.
      *>     which executable solves which day comes from a solver
      *>     registry file (AOC_REGISTRY, one row per event year and day:
      *>     the 4-digit year, the 3-digit day number and the solver
      *>     path; a row with no year is a 2016 row). 2016 day 1 falls
      *>     back to the DAY1_EXE default when it has no registry row, so
      *>     the original single-day setup needs no registry file at
      *>     all; a manifest entry for any other year/day with no
      *>     registered solver fails that entry instead of running the
      *>     wrong program.
      *>     each run's answers are read back from the keyed scoreboard
      *>     master under that entry's year and day number, so a
      *>     mixed-day manifest collects every day's pair from the one
      *>     master. a manifest entry's optional third field is its
      *>     event year (2016 when absent - every manifest written
      *>     before years were keyed is a 2016 manifest); the solver is
      *>     chosen by year and day and is told the year through
      *>     AOC_EVENT_YEAR, so the rows it writes land under that year.
      *>     when DAY1_EXPECTED names an expected-answers file (one row
      *>     per input path with its known-good part1/part2), each run is
      *>     also verified against it: the summary line gains PASS/FAIL,
      *>     unfinished input, so the scoreboard and summary files end
      *>     the night with exactly one set of rows per input instead of
      *>     a re-walked, double-appended batch.
      *>     a big manifest can be split across concurrent streams: run
      *>     one copy per stream with DAY1_STREAMS (the stream count)
      *>     and DAY1_STREAM (this copy's number, 1 up to the count) set,
      *>     and each copy takes every DAY1_STREAMS-th manifest entry
      *>     starting at its own number. a stream keeps its own summary,
      *>     restart and hold files (the shared names with .sNN on the
      *>     end) and points its solvers at a stream master, stream
      *>     checkpoint, stream history, statistics, listing and
      *>     exception files and a stream audit trail the same way, so
      *>     no two streams ever EXTEND or rewrite the same file and
      *>     each reads back only the answers its own runs wrote. nor
      *>     does a stream open the keyed input catalog: its outcomes go
      *>     to a line file of its own (the catalog name plus .sNN - see
      *>     copybooks/day1cato.cpy) for day1merge to post. a stream
      *>     that dies is rerun on its own with the same two settings
      *>     and resumes from its own restart record.
      *>     day1merge then folds the streams into the one summary,
      *>     hold queue, scoreboard master and input catalog, appends
      *>     their solver files to the shared ones, renumbers their
      *>     audit segments into the shared audit directory, and sets
      *>     the batch's PASS/FAIL return code.
      *>     every input the batch runs has its outcome posted to the
      *>     keyed input catalog (AOC_CATALOG - see copybooks/aoccat.cpy):
      *>     RUN-OK when the solver ended clean, FAILED when it did not,
      *>     and HELD (with the held flag set) once the failure has
      *>     filed its hold record. an input skipped as HELD or as
      *>     already completed is left as the catalog has it. an
      *>     outcome that cannot be posted is reported against its
      *>     input, the batch carries on (the summary line is already
      *>     written), and the job ends with return code 1 so the lost
      *>     catalog update is not taken for a clean night.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is hold-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

               select stream-catalog
                   assign dynamic ws-stream-catalog-path,
                   organization is line sequential,
                   file status is stream-catalog-status.

               select aoc-joblog
                   assign dynamic ws-joblog-path,
                   organization is line sequential,
                   file status is joblog-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD day1-manifest.
               COPY aocresult.

           FD aoc-registry.
      *>     one row per solved year/day: the event year and day number
      *>     the scoreboard keys on and the path of the executable that
      *>     solves it. a row written before the year was keyed leads
      *>     with the day (a space in column 4) and is a 2016 row.
           01 registry-record.
               05 reg-event-year pic 9(4).
               05 reg-sep0     pic x.
               05 reg-day-num  pic 9(3).
               05 reg-sep      pic x.
               05 reg-exe-path pic x(191).
           01 registry-legacy-record.
               05 rgl-day-num  pic 9(3).
               05 rgl-sep      pic x.
               05 rgl-exe-path pic x(196).

           FD day1-hold.
      *>     quarantine queue for failing inputs - see
      *>     copybooks/day1hold.cpy.
               COPY day1hold.

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD stream-catalog.
      *>     a stream's catalog outcomes - see copybooks/day1cato.cpy.
               COPY day1cato.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 manifest-status pic xx.
           01 summary-status  pic xx.
           01 driver-restart-status pic xx.
           01 registry-status pic xx.
           01 hold-status     pic xx.
           01 catalog-status  pic xx.
           01 stream-catalog-status pic xx.

      *>     dynamic paths - all default to the original day1 layout
      *>     (everything alongside cobol/day1), overridable so the
               value "../day1driver-restart.dat".
           01 ws-registry-path pic x(200) value "../aoc-registry.lst".
           01 ws-hold-path     pic x(200) value "../day1-hold.dat".
           01 ws-catalog-path  pic x(200) value "../aoc-catalog.dat".
      *>     day1's checkpoint file - only named to the solver when this
      *>     copy runs as a stream (see the stream state below).
           01 ws-checkpoint-path pic x(200) value "../day1-restart.dat".
      *>     the files the solvers append to - likewise only named to
      *>     the solver in stream mode, each with the stream's suffix,
      *>     so concurrent streams never EXTEND the same file. the
      *>     audit path is a base name: day1 hangs its .dir and .seg-
      *>     files off it, so a stream gets a run directory and segment
      *>     numbering of its own. day1merge appends them all back.
           01 ws-results-path     pic x(200) value "../aoc-results.dat".
           01 ws-stats-path       pic x(200) value "../day1-stats.dat".
           01 ws-listing-path     pic x(200) value "../day1-listing.lst".
           01 ws-exceptions-path  pic x(200)
               value "../day1-exceptions.lst".
           01 ws-day2-listing-path pic x(200) value "../day2-listing.lst".
           01 ws-audit-path       pic x(200) value "../day1-audit.lst".
      *>     a stream's catalog outcome file - see catalog-run-outcome.
           01 ws-stream-catalog-path pic x(200) value spaces.

      *>     partitioned stream state - DAY1_STREAMS unset (or 1) is
      *>     the one-stream batch, exactly as before. a stream takes the
      *>     manifest entries whose position n gives
      *>     mod(n - 1, ws-stream-count) + 1 = ws-stream-num, so the
      *>     partitions stay balanced however the manifest is ordered.
      *>     ws-streams-max is day1merge's limit - a count the merge
      *>     would refuse is refused here, before any stream runs.
           78 ws-streams-max value 16.
           01 ws-stream-mode   pic x    value "N".
           01 ws-stream-num    pic 9(2) value 1.
           01 ws-stream-count  pic 9(2) value 1.
           01 ws-stream-text   pic x(10) value spaces.
           01 ws-stream-value  pic s9(14)v9(4) value 0.
           01 ws-stream-suffix pic x(4) value spaces.
           01 ws-manifest-num  pic 9(4) value 0.
           01 ws-stream-base   pic x(200) value spaces.
           01 ws-stream-path   pic x(200) value spaces.

           01 ws-manifest-eof  pic x value "N".
           01 ws-run-num        pic 9(4) value 0.
           01 ws-registry-used pic 9(3) value 0.
           01 ws-registry-table.
               05 ws-registry-entry occurs ws-registry-max times.
                   10 ws-reg-year pic 9(4).
                   10 ws-reg-day pic 9(3).
                   10 ws-reg-exe pic x(196).
           01 ws-reg-index    pic 9(3) value 0.
                   10 ws-hld-first pic x(14).
                   10 ws-hld-last  pic x(14).
                   10 ws-hld-count pic 9(4).
      *>             filed or refreshed by this stream - the only rows
      *>             a stream writes to its own hold file.
                   10 ws-hld-touched pic x.
           01 ws-hold-index   pic 9(3) value 0.
           01 ws-entry-held   pic x value "N".
           01 ws-held-num     pic 9(4) value 0.
           01 ws-hold-now     pic x(26) value spaces.
           01 ws-hold-filed   pic x value "N".

      *>     catalog update state
           01 ws-catalog-found pic x     value "N".
           01 ws-catalog-now   pic x(26) value spaces.
           01 ws-catalog-outcome pic x(10) value spaces.
           01 ws-catalog-held  pic x     value "N".
           01 ws-catalog-errors pic 9(4) value 0.

      *>     the manifest entry split into its input path, day number and
      *>     event year - a bare path (no second field, or a non-numeric
      *>     one) runs as day 1, exactly what every pre-registry manifest
      *>     meant, and no third field means 2016.
           01 ws-entry-path     pic x(200) value spaces.
           01 ws-entry-day-text pic x(10)  value spaces.
           01 ws-entry-day      pic 9(3)   value 1.
           01 ws-entry-year-text pic x(10) value spaces.
           01 ws-entry-year     pic 9(4)   value 2016.

      *>     regression verification state - the expected-answers file
      *>     is small (one row per dated input), so it is loaded into a
           01 ws-joblog-rc    pic 9(3)   value 0.
           01 ws-joblog-now   pic x(26)  value spaces.

      *>     run-control parameter state - see resolve-parameter. the
      *>     trail of what was resolved, and from where, goes out on
      *>     the START row of the job log.
           01 parms-status      pic xx.
           01 ws-parms-path     pic x(200)  value spaces.
           01 ws-parms-profile  pic x(8)    value spaces.
           01 ws-parm-name      pic x(24)   value spaces.
           01 ws-parm-value     pic x(200)  value spaces.
           01 ws-parm-source    pic x(7)    value spaces.
           01 ws-parm-env       pic x(200)  value spaces.
           01 ws-parm-trail     pic x(2000) value spaces.
           01 ws-parm-trail-ptr pic 9(4)    value 1.
           01 ws-parm-logged    pic x       value "N".

           PROCEDURE DIVISION.
           main-driver.
               perform init-driver

               perform close-driver

               if ws-catalog-errors > 0
                   display ws-catalog-errors " input catalog update(s) "
                       "failed - the catalog does not hold every outcome"
                   move 1 to ws-joblog-rc
               end-if

      *>         a verified batch with any failing (or unverifiable)
      *>         input has to fail the job step, so a change to the
      *>         walker can't slip through on an eyeballed summary.
               if ws-verify-mode = "Y" and ws-verify-fail-count > 0
                   move 1 to ws-joblog-rc
               end-if
               if ws-joblog-rc not = 0
                   perform log-job-end
                   stop run returning 1
               end-if
               stop run.

           init-driver.
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "DAY1_SUMMARY" to ws-parm-name
               move "../day1-batch-summary.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-summary-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "DAY1_EXE" to ws-parm-name
               move "../day1/day1" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exe-path
               move "DAY1_EXPECTED" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-expected-path
               move "DAY1_DRIVER_RESTART" to ws-parm-name
               move "../day1driver-restart.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-driver-restart-path
               move "AOC_REGISTRY" to ws-parm-name
               move "../aoc-registry.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-registry-path
               move "DAY1_HOLD" to ws-parm-name
               move "../day1-hold.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-hold-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               move "DAY1_RESTART" to ws-parm-name
               move "../day1-restart.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-checkpoint-path
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "DAY1_STATS" to ws-parm-name
               move "../day1-stats.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stats-path
               move "DAY1_LISTING" to ws-parm-name
               move "../day1-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY2_LISTING" to ws-parm-name
               move "../day2-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-day2-listing-path
               move "DAY1_AUDIT" to ws-parm-name
               move "../day1-audit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-audit-path

               perform resolve-stream-paths

               move spaces to ws-joblog-parms
               if ws-stream-mode = "Y"
                   string "STREAM " delimited by size
                           ws-stream-num delimited by size
                           " OF " delimited by size
                           ws-stream-count delimited by size
                           " " delimited by size
                           function trim(ws-manifest-path) delimited by size
                       into ws-joblog-parms
                   end-string
               else
                   move ws-manifest-path(1:160) to ws-joblog-parms
               end-if
               perform log-job-start

               perform load-solver-registry
               end-if
               .

      *>     stream mode: every file this copy or its solvers append
      *>     to or rewrite gets the stream's .sNN suffix. the shared
      *>     hold queue is still read (see load-hold-queue) - it is
      *>     only written by day1merge and day1rel.
           resolve-stream-paths.
               move "DAY1_STREAMS" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stream-text
               if function trim(ws-stream-text) = spaces
                   exit paragraph
               end-if
               if function test-numval(ws-stream-text) not = 0
                   display "DAY1_STREAMS is not numeric: "
                       function trim(ws-stream-text)
                   stop run returning 1
               end-if
      *>         taken through a wide field first - straight into the
      *>         two-digit count, 100 would read as 0 and run as one
      *>         stream.
               move function numval(ws-stream-text) to ws-stream-value
               if ws-stream-value = 1
                   exit paragraph
               end-if
               if ws-stream-value not = function integer(ws-stream-value)
               or ws-stream-value < 2 or ws-stream-value > ws-streams-max
                   display "DAY1_STREAMS " function trim(ws-stream-text)
                       " must be a whole number from 2 to " ws-streams-max
                       " (1 or unset runs a single batch)"
                   stop run returning 1
               end-if
               move ws-stream-value to ws-stream-count

               accept ws-stream-text from environment "DAY1_STREAM"
                   on exception
                       move spaces to ws-stream-text
               end-accept
               if function trim(ws-stream-text) = spaces
               or function test-numval(ws-stream-text) not = 0
                   display "DAY1_STREAM must name this stream's number "
                       "(1 to " ws-stream-count ")"
                   stop run returning 1
               end-if
               move function numval(ws-stream-text) to ws-stream-value
               if ws-stream-value not = function integer(ws-stream-value)
               or ws-stream-value < 1 or ws-stream-value > ws-stream-count
                   display "DAY1_STREAM " function trim(ws-stream-text)
                       " is outside 1 to " ws-stream-count
                   stop run returning 1
               end-if
               move ws-stream-value to ws-stream-num

               move "Y" to ws-stream-mode
               move spaces to ws-stream-suffix
               string ".s" delimited by size
                       ws-stream-num delimited by size
                   into ws-stream-suffix
               end-string

               move ws-summary-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-summary-path

               move ws-driver-restart-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-driver-restart-path

               move ws-checkpoint-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-checkpoint-path

               move ws-master-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-master-path

               move ws-results-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-results-path

               move ws-stats-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-stats-path

               move ws-listing-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-listing-path

               move ws-exceptions-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-exceptions-path

               move ws-day2-listing-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-day2-listing-path

               move ws-audit-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-audit-path

               move ws-catalog-path to ws-stream-base
               perform append-stream-suffix
               move ws-stream-path to ws-stream-catalog-path

               display "stream " ws-stream-num " of " ws-stream-count
                   " - summary " function trim(ws-summary-path)
               .

           append-stream-suffix.
               move spaces to ws-stream-path
               string function trim(ws-stream-base) delimited by size
                       ws-stream-suffix delimited by size
                   into ws-stream-path
               end-string
               .

      *>     a missing registry file is the original single-day setup -
      *>     nothing to load, day 1 runs off DAY1_EXE as it always has.
      *>     a registry that exists but cannot be read is a different
                   stop run returning 1
               end-if
               add 1 to ws-registry-used
               if registry-record(4:1) = space
                   move 2016         to ws-reg-year(ws-registry-used)
                   move rgl-day-num  to ws-reg-day(ws-registry-used)
                   move rgl-exe-path to ws-reg-exe(ws-registry-used)
               else
                   move reg-event-year to ws-reg-year(ws-registry-used)
                   move reg-day-num  to ws-reg-day(ws-registry-used)
                   move reg-exe-path to ws-reg-exe(ws-registry-used)
               end-if
               .

      *>     a missing hold file just means nothing is quarantined.
           load-hold-queue.
               open input day1-hold
               if hold-status not = "00" and hold-status not = "35"
                   display "error opening hold queue "
                       function trim(ws-hold-path)
                       ". status=" hold-status
                   stop run returning 1
               end-if

               if hold-status = "00"
                   perform until ws-hold-eof = "Y"
                       read day1-hold
                           at end
                               move "Y" to ws-hold-eof
                           not at end
                               if function trim(hd-input-path) not = spaces
                                   perform store-hold-entry
                               end-if
                       end-read
                   end-perform
                   close day1-hold
               end-if

      *>         a stream rerun after a failure picks its own filed
      *>         holds back up on top of the shared queue, and from here
      *>         on every hold write goes to the stream's own file.
               if ws-stream-mode = "Y"
                   move ws-hold-path to ws-stream-base
                   perform append-stream-suffix
                   move ws-stream-path to ws-hold-path
                   perform load-stream-holds
               end-if

               if ws-holds-used > 0
                   display "hold queue loaded - " ws-holds-used
                       " held input(s)"
               end-if
               .

           load-stream-holds.
               move "N" to ws-hold-eof
               open input day1-hold
               if hold-status not = "00"
                   exit paragraph
               end-if
               perform until ws-hold-eof = "Y"
                   read day1-hold
                       at end
                           move "Y" to ws-hold-eof
                       not at end
                           if function trim(hd-input-path) not = spaces
                               perform merge-stream-hold-entry
                           end-if
                   end-read
               end-perform
               close day1-hold
               .

           merge-stream-hold-entry.
               perform varying ws-hold-index from 1 by 1
                       until ws-hold-index > ws-holds-used
                   if function trim(ws-hld-path(ws-hold-index))
                           = function trim(hd-input-path)
                       exit perform
                   end-if
               end-perform
               if ws-hold-index > ws-holds-used
                   perform store-hold-entry
                   move ws-holds-used to ws-hold-index
               end-if
               move hd-returncode to ws-hld-rc(ws-hold-index)
               move hd-first-ts   to ws-hld-first(ws-hold-index)
               move hd-last-ts    to ws-hld-last(ws-hold-index)
               move hd-fail-count to ws-hld-count(ws-hold-index)
               move "Y"           to ws-hld-touched(ws-hold-index)
               .

           store-hold-entry.
               move hd-first-ts   to ws-hld-first(ws-holds-used)
               move hd-last-ts    to ws-hld-last(ws-holds-used)
               move hd-fail-count to ws-hld-count(ws-holds-used)
               move "N"           to ws-hld-touched(ws-holds-used)
               .

      *>     the operator named an expected-answers file, so failing to
                           move "Y" to ws-manifest-eof
                       not at end
                           if function trim(manifest-line) not = spaces
                               add 1 to ws-manifest-num
                               if function mod(ws-manifest-num - 1,
                                       ws-stream-count) + 1 = ws-stream-num
                                   perform run-manifest-entry
                               end-if
                           end-if
                   end-read
               perform clear-driver-restart
               .

      *>     ws-entry-num counts this stream's own entries (every entry
      *>     in a one-stream batch), which is what the stream's restart
      *>     record lines up against.
           run-manifest-entry.
               add 1 to ws-entry-num
               perform parse-manifest-entry
               perform check-restart-skip
               if ws-skip-this = "N"
                   perform check-hold-queue
                   if ws-entry-held = "Y"
                       perform report-held-entry
                   else
                       perform run-one-input
                   end-if
                   perform record-completed-entry
               end-if
               .

      *>     split the manifest entry into its input path and optional
      *>     day number and event year. both fields are forgiving on
      *>     purpose: an absent or non-numeric day means day 1 and an
      *>     absent or non-numeric year means 2016, so every manifest
      *>     written before days or years existed still runs exactly as
      *>     it used to.
           parse-manifest-entry.
               move spaces to ws-entry-path
               move spaces to ws-entry-day-text
               move spaces to ws-entry-year-text
               unstring function trim(manifest-line)
                   delimited by all spaces
                   into ws-entry-path ws-entry-day-text ws-entry-year-text
               end-unstring
               if function trim(ws-entry-day-text) = spaces
               or function test-numval(ws-entry-day-text) not = 0
                   move function numval(ws-entry-day-text)
                       to ws-entry-day
               end-if
               if function trim(ws-entry-year-text) = spaces
               or function test-numval(ws-entry-year-text) not = 0
                   move 2016 to ws-entry-year
               else
                   move function numval(ws-entry-year-text)
                       to ws-entry-year
               end-if
               .

      *>     which executable solves this entry's year and day. 2016
      *>     day 1 keeps its pre-registry DAY1_EXE fallback; any other
      *>     year/day has to be registered or the entry fails rather
      *>     than running the wrong solver against the input.
           resolve-solver-path.
               move "N" to ws-solver-found
               move spaces to ws-solver-path
               perform varying ws-reg-index from 1 by 1
                       until ws-reg-index > ws-registry-used
                   if ws-reg-year(ws-reg-index) = ws-entry-year
                   and ws-reg-day(ws-reg-index) = ws-entry-day
                       move ws-reg-exe(ws-reg-index) to ws-solver-path
                       move "Y" to ws-solver-found
                   end-if
               end-perform
               if ws-solver-found = "N" and ws-entry-day = 1
               and ws-entry-year = 2016
                   move ws-exe-path to ws-solver-path
                   move "Y" to ws-solver-found
               end-if
      *>     and the next batch's skip must not depend on this one
      *>     reaching a clean end.
           file-hold-record.
               move "N" to ws-hold-filed
               move function current-date to ws-hold-now
               move "N" to ws-entry-held
               perform varying ws-hold-index from 1 by 1
                   move ws-hold-now(1:14)
                       to ws-hld-last(ws-hold-index)
                   add 1 to ws-hld-count(ws-hold-index)
                   move "Y" to ws-hld-touched(ws-hold-index)
               else
                   if ws-holds-used >= ws-holds-max
                       display "hold queue full - "
                   move ws-hold-now(1:14)
                       to ws-hld-last(ws-holds-used)
                   move 1 to ws-hld-count(ws-holds-used)
                   move "Y" to ws-hld-touched(ws-holds-used)
               end-if
               move "Y" to ws-hold-filed

               perform rewrite-hold-queue
               .

      *>     the entry's outcome in the input catalog. an entry the
      *>     catalog has never seen (prepared before the catalog
      *>     existed, or added to the manifest by hand) gets a row
      *>     here, with the manifest's day and no prep details. a
      *>     stream writes the outcome to its own file instead, and
      *>     day1merge posts it. the summary line is already written,
      *>     so a catalog that cannot be opened or updated costs the
      *>     catalog entry and fails the job's return code, not the
      *>     rest of the batch.
           catalog-run-outcome.
               move function current-date to ws-catalog-now
               move "N" to ws-catalog-held
               if ws-entry-status = "ERR"
                   move "FAILED" to ws-catalog-outcome
                   if ws-hold-filed = "Y"
                       move "HELD" to ws-catalog-outcome
                       move "Y" to ws-catalog-held
                   end-if
               else
                   move "RUN-OK" to ws-catalog-outcome
               end-if

               if ws-stream-mode = "Y"
                   perform write-stream-catalog-row
                   exit paragraph
               end-if

               open i-o aoc-catalog
               if catalog-status = "35"
                   open output aoc-catalog
                   close aoc-catalog
                   open i-o aoc-catalog
               end-if
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - " function trim(ws-entry-path)
                       " outcome not catalogued"
                   add 1 to ws-catalog-errors
                   exit paragraph
               end-if

               move ws-entry-path to cat-input-path
               read aoc-catalog
                   invalid key
                       move "N" to ws-catalog-found
                       move spaces to catalog-record
                       move ws-entry-path to cat-input-path
                       move ws-entry-day to cat-day-num
                       move 0 to cat-checksum
                       move "N" to cat-held
                   not invalid key
                       move "Y" to ws-catalog-found
               end-read

               move ws-catalog-outcome to cat-status
               move ws-catalog-now(1:14) to cat-status-ts
               if ws-entry-status = "ERR"
                   move ws-catalog-now(1:14) to cat-failed-ts
                   if ws-catalog-held = "Y"
                       move ws-catalog-now(1:14) to cat-held-ts
                       move "Y" to cat-held
                   end-if
               else
                   move ws-catalog-now(1:14) to cat-run-ok-ts
               end-if

               if ws-catalog-found = "Y"
                   rewrite catalog-record
               else
                   write catalog-record
               end-if
               if catalog-status not = "00"
                   display "error updating input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - " function trim(ws-entry-path)
                       " outcome not catalogued"
                   add 1 to ws-catalog-errors
               end-if
               close aoc-catalog
               .

      *>     one outcome row on the end of the stream's catalog file.
           write-stream-catalog-row.
               open extend stream-catalog
               if stream-catalog-status = "35"
                   open output stream-catalog
               end-if
               if stream-catalog-status not = "00"
                   display "error opening stream catalog file "
                       function trim(ws-stream-catalog-path)
                       ". status=" stream-catalog-status
                       " - " function trim(ws-entry-path)
                       " outcome not catalogued"
                   add 1 to ws-catalog-errors
                   exit paragraph
               end-if

               move spaces to catalog-outcome-record
               move ws-entry-path        to co-input-path
               move ws-entry-day         to co-day-num
               move ws-catalog-outcome   to co-status
               move ws-catalog-now(1:14) to co-status-ts
               move ws-catalog-held      to co-held
               write catalog-outcome-record
               if stream-catalog-status not = "00"
                   display "error writing stream catalog file "
                       function trim(ws-stream-catalog-path)
                       ". status=" stream-catalog-status
                       " - " function trim(ws-entry-path)
                       " outcome not catalogued"
                   add 1 to ws-catalog-errors
               end-if
               close stream-catalog
               .

      *>     a stream writes only the holds it filed or refreshed -
      *>     day1merge folds them into the shared queue.
           rewrite-hold-queue.
               open output day1-hold
               if hold-status not = "00"
               end-if
               perform varying ws-hold-index from 1 by 1
                       until ws-hold-index > ws-holds-used
                   if ws-stream-mode = "N"
                   or ws-hld-touched(ws-hold-index) = "Y"
                       move spaces to hold-record
                       move ws-hld-path(ws-hold-index)  to hd-input-path
                       move ws-hld-rc(ws-hold-index)    to hd-returncode
                       move ws-hld-first(ws-hold-index) to hd-first-ts
                       move ws-hld-last(ws-hold-index)  to hd-last-ts
                       move ws-hld-count(ws-hold-index) to hd-fail-count
                       write hold-record
                   end-if
               end-perform
               close day1-hold
               .

           run-one-input.
               add 1 to ws-run-num
               move "N" to ws-hold-filed
               perform resolve-solver-path
               if ws-solver-found = "N"
                   display "no solver registered for year " ws-entry-year
                       " day " ws-entry-day
                       " - entry " function trim(ws-entry-path)
                       " not run"
                   move "ERR" to ws-entry-status
                       add 1 to ws-verify-fail-count
                   end-if
                   perform write-no-solver-summary-line
                   perform catalog-run-outcome
                   exit paragraph
               end-if

               display "running year " ws-entry-year " day " ws-entry-day
                   " solver against " function trim(ws-entry-path)

               move ws-entry-path to ws-input-file
               display "DAY1_INPUT_FILE" upon environment-name
               display ws-input-file upon environment-value
               display "AOC_EVENT_YEAR" upon environment-name
               display ws-entry-year upon environment-value
      *>         a stream's solvers write their master rows, take
      *>         their checkpoints and append every history, statistics,
      *>         listing, exception and audit row in the stream's own
      *>         files, so the read-back below can't pick up another
      *>         stream's answers and no two streams share a file.
               if ws-stream-mode = "Y"
                   display "DAY1_MASTER" upon environment-name
                   display ws-master-path upon environment-value
                   display "DAY1_RESTART" upon environment-name
                   display ws-checkpoint-path upon environment-value
                   display "DAY1_RESULTS" upon environment-name
                   display ws-results-path upon environment-value
                   display "DAY1_STATS" upon environment-name
                   display ws-stats-path upon environment-value
                   display "DAY1_LISTING" upon environment-name
                   display ws-listing-path upon environment-value
                   display "DAY1_EXCEPTIONS" upon environment-name
                   display ws-exceptions-path upon environment-value
                   display "DAY2_LISTING" upon environment-name
                   display ws-day2-listing-path upon environment-value
                   display "DAY1_AUDIT" upon environment-name
                   display ws-audit-path upon environment-value
               end-if

               call "SYSTEM" using ws-solver-path
      *>         return-code here is the raw wait() status this runtime
      *>             HELD instead of walking into the same failure.
                   perform file-hold-record
               end-if
               perform catalog-run-outcome
               .

           verify-run-answers.
               .

      *>     the run that just finished rewrote the master's rows for
      *>     this entry's year and day in place, so the latest pair is a
      *>     keyed read - no counting past whatever other jobs (or other
      *>     days' solvers) may have written mid-batch.
           read-master-pair.
               open input aoc-master
                   move 0 to ws-part1-answer
                   move 0 to ws-part2-answer
               else
                   move ws-entry-year to ar-event-year
                   move ws-entry-day to ar-day-num
                   move 1 to ar-part-num
                   read aoc-master
           write-no-solver-summary-line.
               move spaces to summary-line
               string function trim(manifest-line) delimited by size
                       "  FAILED no solver registered for year "
                           delimited by size
                       ws-entry-year delimited by size
                       " day " delimited by size
                       ws-entry-day delimited by size
                   into summary-line
               end-string
               end-if
               .

      *>     run-control parameters. the caller puts the name in
      *>     ws-parm-name and its own default in ws-parm-value; the row
      *>     for this job's profile (AOC_PROFILE, default PROD) in the
      *>     keyed parameter file (AOC_PARMS) overrides the default,
      *>     and an environment variable of the same name overrides
      *>     both for this one run. a parameter file that cannot be
      *>     opened leaves the defaults in play. every name resolved
      *>     before the START event is logged with its value and where
      *>     that came from.
           resolve-parameter.
               if ws-parms-profile = spaces
                   accept ws-parms-path from environment "AOC_PARMS"
                       on exception
                           move "../aoc-parms.dat" to ws-parms-path
                   end-accept
                   accept ws-parms-profile from environment "AOC_PROFILE"
                       on exception
                           move spaces to ws-parms-profile
                   end-accept
                   if ws-parms-profile = spaces
                       move "PROD" to ws-parms-profile
                   end-if
                   move function upper-case(ws-parms-profile)
                       to ws-parms-profile
                   string "AOC_PROFILE=" delimited by size
                           function trim(ws-parms-profile) delimited by size
                           " AOC_PARMS=" delimited by size
                           function trim(ws-parms-path) delimited by size
                           " " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if

               move "DEFAULT" to ws-parm-source
               open input aoc-parms
               if parms-status = "00"
                   move ws-parms-profile to prm-profile
                   move ws-parm-name     to prm-name
                   read aoc-parms
                       invalid key
                           continue
                       not invalid key
                           move prm-value to ws-parm-value
                           move "PROFILE" to ws-parm-source
                   end-read
                   close aoc-parms
               end-if

               accept ws-parm-env from environment ws-parm-name
                   on exception
                       continue
                   not on exception
                       move ws-parm-env to ws-parm-value
                       move "ENV" to ws-parm-source
               end-accept

               if ws-parm-logged = "N"
                   string function trim(ws-parm-name) delimited by size
                           "=" delimited by size
                           function trim(ws-parm-value) delimited by size
                           "(" delimited by size
                           function trim(ws-parm-source) delimited by size
                           ") " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if
               .

      *>     start/end events for the shared operations log - aocjflow
      *>     pairs them up, and a START with no END reads as ABENDED.
      *>     a log that cannot be written must not fail the job it
      *>     describes, so an open error only costs the event.
           log-job-start.
               move "AOC_JOBLOG" to ws-parm-name
               move "../aoc-joblog.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-joblog-path
               move "START" to ws-joblog-event
               move 0 to ws-joblog-rc
               perform write-joblog-event
               move "Y" to ws-parm-logged
               .

           log-job-end.
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
