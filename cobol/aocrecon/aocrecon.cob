      *>     report, and ends with a nonzero return code when anything
      *>     is out of balance so the scheduler can hold downstream
      *>     jobs on it.
      *>     an entry's master pair is read under its event year (the
      *>     manifest's optional third field, 2016 when absent) and the
      *>     history pairs are balanced per year/day, so two years' day
      *>     1 never net off against each other.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
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
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 manifest-status pic xx.
           01 summary-status  pic xx.
           01 ws-results-eof  pic x value "N".

      *>     the manifest, parsed the same way the batch driver parses
      *>     it (path, optional day number, optional event year - a bare
      *>     path is 2016 day 1),
      *>     with the join results tallied per entry. same cap as the
      *>     driver's restart table.
           78 ws-entries-max value 2000.
               05 ws-entry occurs ws-entries-max times.
                   10 ws-ent-text     pic x(200).
                   10 ws-ent-path     pic x(200).
                   10 ws-ent-year     pic 9(4).
                   10 ws-ent-day      pic 9(3).
                   10 ws-ent-sum-cnt  pic 9(4).
                   10 ws-ent-stat-cnt pic 9(4).
                   10 ws-ent-held     pic x.
           01 ws-ent-index pic 9(4) value 0.
           01 ws-entry-day-text pic x(10) value spaces.
           01 ws-entry-year-text pic x(10) value spaces.
           01 ws-ent-len   pic 9(4) value 0.
           01 ws-match-index pic 9(4) value 0.

      *>     per-year/day rollup of the results history and master - one
      *>     row per year/day named in the manifest plus any the history
      *>     mentions, so a day nobody ran any more still balances its
      *>     own pairs.
           78 ws-days-max value 500.
           01 ws-days-used pic 9(3) value 0.
           01 ws-day-table.
               05 ws-day-entry occurs ws-days-max times.
                   10 ws-day-year     pic 9(4).
                   10 ws-day-num      pic 9(3).
                   10 ws-day-p1-cnt   pic 9(5).
                   10 ws-day-p2-cnt   pic 9(5).
           01 ws-day-index pic 9(3) value 0.
           01 ws-day-found pic x value "N".
           01 ws-work-day  pic 9(3) value 0.
           01 ws-work-year pic 9(4) value 0.

           01 ws-problem-count pic 9(5) value 0.
           01 ws-orphan-count  pic 9(5) value 0.
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
           main-recon.
               perform init-recon
               stop run.

           init-recon.
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "DAY1_SUMMARY" to ws-parm-name
               move "../day1-batch-summary.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-summary-path
               move "DAY1_STATS" to ws-parm-name
               move "../day1-stats.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stats-path
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "AOC_RECON_REPORT" to ws-parm-name
               move "../aoc-recon.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path

               open output recon-report
               if report-status not = "00"
               move function trim(manifest-line)
                   to ws-ent-text(ws-entries-used)
               move spaces to ws-entry-day-text
               move spaces to ws-entry-year-text
               unstring function trim(manifest-line)
                   delimited by all spaces
                   into ws-ent-path(ws-entries-used) ws-entry-day-text
                        ws-entry-year-text
               end-unstring
               if function trim(ws-entry-day-text) = spaces
               or function test-numval(ws-entry-day-text) not = 0
                   move function numval(ws-entry-day-text)
                       to ws-ent-day(ws-entries-used)
               end-if
               if function trim(ws-entry-year-text) = spaces
               or function test-numval(ws-entry-year-text) not = 0
                   move 2016 to ws-ent-year(ws-entries-used)
               else
                   move function numval(ws-entry-year-text)
                       to ws-ent-year(ws-entries-used)
               end-if
               move 0 to ws-ent-sum-cnt(ws-entries-used)
               move 0 to ws-ent-stat-cnt(ws-entries-used)
               move "N" to ws-ent-mast1(ws-entries-used)
               .

           register-manifest-day.
               move ws-ent-year(ws-entries-used) to ws-work-year
               move ws-ent-day(ws-entries-used) to ws-work-day
               perform find-day-entry
               move "Y" to ws-day-manifest(ws-day-index)
               .

      *>     finds (or adds) the ws-work-year/ws-work-day rollup row,
      *>     leaving ws-day-index on it.
           find-day-entry.
               move "N" to ws-day-found
               perform varying ws-day-index from 1 by 1
                       until ws-day-index > ws-days-used
                   if ws-day-year(ws-day-index) = ws-work-year
                   and ws-day-num(ws-day-index) = ws-work-day
                       move "Y" to ws-day-found
                       exit perform
                   end-if
                   end-if
                   add 1 to ws-days-used
                   move ws-days-used to ws-day-index
                   move ws-work-year to ws-day-year(ws-day-index)
                   move ws-work-day to ws-day-num(ws-day-index)
                   move 0 to ws-day-p1-cnt(ws-day-index)
                   move 0 to ws-day-p2-cnt(ws-day-index)
                       at end
                           move "Y" to ws-results-eof
                       not at end
                           move ar-event-year to ws-work-year
                           move ar-day-num to ws-work-day
                           perform find-day-entry
                           if ar-part-num = 1

               perform varying ws-ent-index from 1 by 1
                       until ws-ent-index > ws-entries-used
                   move ws-ent-year(ws-ent-index) to am-event-year
                   move ws-ent-day(ws-ent-index) to am-day-num
                   move 1 to am-part-num
                   read aoc-master
               perform varying ws-ent-index from 1 by 1
                       until ws-ent-index > ws-entries-used
                   if ws-ent-held(ws-ent-index) = "N"
                       move ws-ent-year(ws-ent-index) to ws-work-year
                       move ws-ent-day(ws-ent-index) to ws-work-day
                       perform find-day-entry
                       move "Y" to ws-day-unheld(ws-day-index)

               move spaces to report-line
               write report-line
               move "RESULTS HISTORY PAIRS PER YEAR/DAY" to report-line
               write report-line
               move "----------------------------------" to report-line
               write report-line

               perform varying ws-day-index from 1 by 1

           report-one-day.
               move spaces to report-line
               string "YEAR " delimited by size
                       ws-day-year(ws-day-index) delimited by size
                       " DAY " delimited by size
                       ws-day-num(ws-day-index) delimited by size
                       "  PART1 ROWS " delimited by size
                       ws-day-p1-cnt(ws-day-index) delimited by size
                   " - " ws-problem-count " problem(s)"
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
