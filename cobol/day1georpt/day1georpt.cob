      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. day1georpt.
      *>     walk geometry ranking over the day1-geometry.dat summary rows
      *>     day1geo writes (DAY1_GEOMETRY - see copybooks/day1geom.cpy),
      *>     taking the latest row for each run. the inputs are siblings
      *>     - the same puzzle, the same kind of walk - so a run whose
      *>     geometry sits far from the others is the one to look at
      *>     before its answer is promoted. each run is measured on
      *>     five things: unit steps, final distance, the ratio of path
      *>     walked to distance covered, self-crossings and the area of
      *>     its bounding box. on each, how many standard deviations it
      *>     sits from the mean of all the runs; its score is the
      *>     largest of the five, and the report names which one that
      *>     was. runs are listed highest score first, and a score at or
      *>     over DAY1_GEO_THRESHOLD (default 2.00) is marked REVIEW.
      *>     with fewer than three runs there is nothing to measure
      *>     against, so the runs are listed unranked. the report goes
      *>     to DAY1_GEO_REPORT; a flagged run is for a person to look
      *>     at and does not fail the job, the same as day1excp's
      *>     untrustworthy runs.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select day1-geometry
                   assign dynamic ws-geometry-path,
                   organization is line sequential,
                   file status is geometry-status.

               select geo-report
                   assign dynamic ws-report-path,
                   organization is line sequential,
                   file status is report-status.

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
           FD day1-geometry.
      *>     walk geometry summary - see copybooks/day1geom.cpy.
               COPY day1geom.

           FD geo-report.
           01 report-line pic x(132).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 geometry-status pic xx.
           01 report-status   pic xx.

           01 ws-geometry-path pic x(200) value "../day1-geometry.dat".
           01 ws-report-path   pic x(200)
               value "../day1-geometry-report.lst".
           01 ws-threshold-text pic x(200) value spaces.
           01 ws-threshold      pic 9(3)v99 value 2.00.

           01 ws-geometry-eof pic x value "N".
           01 ws-rows-read    pic 9(7) value 0.
           01 ws-review-count pic 9(4) value 0.

      *>     the five measures, in the order they are held per run.
           78 ws-metrics-max value 5.
           01 ws-metric-labels-data.
               05 filler pic x(10) value "UNIT STEPS".
               05 filler pic x(10) value "DISTANCE".
               05 filler pic x(10) value "PATH RATIO".
               05 filler pic x(10) value "CROSSINGS".
               05 filler pic x(10) value "BOX AREA".
           01 ws-metric-labels redefines ws-metric-labels-data.
               05 ws-metric-label pic x(10) occurs 5 times.
           01 ws-metric-index pic 9(1) value 0.

      *>     the latest summary row per run, with its score.
           78 ws-runs-max value 5000.
           01 ws-runs-used pic 9(4) value 0.
           01 ws-run-table.
               05 ws-run-group
                       occurs 1 to ws-runs-max times
                       depending on ws-runs-used
                       descending key is ws-rn-score.
                   10 ws-rn-run-id    pic x(40).
                   10 ws-rn-built-ts  pic x(14).
                   10 ws-rn-source    pic x(7).
                   10 ws-rn-metric    pic 9(11)v99 occurs 5 times.
                   10 ws-rn-score     pic 9(3)v99.
                   10 ws-rn-worst     pic 9(1).
           01 ws-run-index   pic 9(4) value 0.
           01 ws-run-found   pic x value "N".
           01 ws-box-width   pic 9(6) value 0.
           01 ws-box-height  pic 9(6) value 0.

      *>     mean and standard deviation of each measure over the runs.
           01 ws-metric-stats.
               05 ws-metric-stat occurs 5 times.
                   10 ws-ms-sum    comp-2.
                   10 ws-ms-sumsq  comp-2.
                   10 ws-ms-mean   comp-2.
                   10 ws-ms-sd     comp-2.
           01 ws-variance  comp-2.
           01 ws-deviation comp-2.

           01 ws-report-detail.
               05 rd-rank       pic zzz9.
               05 filler        pic x(2) value spaces.
               05 rd-score      pic zz9.99.
               05 filler        pic x(2) value spaces.
               05 rd-worst      pic x(10).
               05 filler        pic x(2) value spaces.
               05 rd-steps      pic z(6)9.
               05 filler        pic x(2) value spaces.
               05 rd-dist       pic z(5)9.
               05 filler        pic x(2) value spaces.
               05 rd-ratio      pic z(4)9.99.
               05 filler        pic x(2) value spaces.
               05 rd-crossings  pic z(6)9.
               05 filler        pic x(2) value spaces.
               05 rd-area       pic z(10)9.
               05 filler        pic x(2) value spaces.
               05 rd-review     pic x(6).
               05 filler        pic x(2) value spaces.
               05 rd-run-id     pic x(40).

           01 ws-stat-detail.
               05 filler        pic x(2) value spaces.
               05 sd-label      pic x(10).
               05 filler        pic x(2) value spaces.
               05 sd-mean       pic z(10)9.99.
               05 filler        pic x(2) value spaces.
               05 sd-sd         pic z(10)9.99.

           01 ws-threshold-edited pic zz9.99.

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
      *>     can lay out the night's job flow.
           01 joblog-status   pic xx.
           01 ws-joblog-path  pic x(200) value "../aoc-joblog.lst".
           01 ws-joblog-parms pic x(160) value spaces.
           01 ws-joblog-event pic x(5)   value spaces.
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
           main-georpt.
               perform init-georpt

               move ws-geometry-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform load-geometry-rows

               if ws-runs-used >= 3
                   perform compute-metric-stats
                   perform score-runs
                   sort ws-run-group descending key ws-rn-score
               end-if

               perform write-ranking

               close geo-report

               display "geometry ranking - " ws-runs-used " run(s), "
                   ws-review-count " marked for review - report in "
                   function trim(ws-report-path)

               perform log-job-end

               stop run.

           init-georpt.
               move "DAY1_GEOMETRY" to ws-parm-name
               move "../day1-geometry.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-geometry-path
               move "DAY1_GEO_REPORT" to ws-parm-name
               move "../day1-geometry-report.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path
               move "DAY1_GEO_THRESHOLD" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-threshold-text
               if ws-threshold-text not = spaces
                   if function test-numval(ws-threshold-text) not = 0
                       display "DAY1_GEO_THRESHOLD is not numeric: "
                           function trim(ws-threshold-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-threshold-text)
                       to ws-threshold
               end-if

               open input day1-geometry
               if geometry-status not = "00"
                   display "error opening geometry summary "
                       function trim(ws-geometry-path)
                       ". status=" geometry-status
                   stop run returning 1
               end-if

               open output geo-report
               if report-status not = "00"
                   display "error opening report file "
                       function trim(ws-report-path)
                       ". status=" report-status
                   close day1-geometry
                   stop run returning 1
               end-if
               .

      *>     the file is appended to, so a run's latest row is its last
      *>     one - a later row replaces the run's entry.
           load-geometry-rows.
               perform until ws-geometry-eof = "Y"
                   read day1-geometry
                       at end
                           move "Y" to ws-geometry-eof
                       not at end
                           add 1 to ws-rows-read
                           perform store-geometry-row
                   end-read
               end-perform
               close day1-geometry
               .

           store-geometry-row.
               move "N" to ws-run-found
               perform varying ws-run-index from 1 by 1
                       until ws-run-index > ws-runs-used
                          or ws-run-found = "Y"
                   if ws-rn-run-id(ws-run-index) = gm-run-id
                       move "Y" to ws-run-found
                   end-if
               end-perform
               if ws-run-found = "Y"
                   subtract 1 from ws-run-index
               else
                   if ws-runs-used >= ws-runs-max
                       display "table capacity exceeded: ws-runs-used="
                           ws-runs-used " max=" ws-runs-max
                       close geo-report
                       move 1 to ws-joblog-rc
                       perform log-job-end
                       stop run returning 1
                   end-if
                   add 1 to ws-runs-used
                   move ws-runs-used to ws-run-index
               end-if

               move gm-run-id   to ws-rn-run-id(ws-run-index)
               move gm-built-ts to ws-rn-built-ts(ws-run-index)
               move gm-source   to ws-rn-source(ws-run-index)
               move gm-unit-steps to ws-rn-metric(ws-run-index, 1)
               move gm-final-dist to ws-rn-metric(ws-run-index, 2)
               move function numval(gm-path-ratio)
                   to ws-rn-metric(ws-run-index, 3)
               move gm-self-crossings to ws-rn-metric(ws-run-index, 4)
               compute ws-box-width  = gm-max-x - gm-min-x + 1
               compute ws-box-height = gm-max-y - gm-min-y + 1
               compute ws-rn-metric(ws-run-index, 5) =
                   ws-box-width * ws-box-height
               move 0 to ws-rn-score(ws-run-index)
               move 0 to ws-rn-worst(ws-run-index)
               .

           compute-metric-stats.
               perform varying ws-metric-index from 1 by 1
                       until ws-metric-index > ws-metrics-max
                   move 0 to ws-ms-sum(ws-metric-index)
                   move 0 to ws-ms-sumsq(ws-metric-index)
                   perform varying ws-run-index from 1 by 1
                           until ws-run-index > ws-runs-used
                       add ws-rn-metric(ws-run-index, ws-metric-index)
                           to ws-ms-sum(ws-metric-index)
                       compute ws-ms-sumsq(ws-metric-index) =
                           ws-ms-sumsq(ws-metric-index)
                           + ws-rn-metric(ws-run-index, ws-metric-index)
                           * ws-rn-metric(ws-run-index, ws-metric-index)
                   end-perform
                   compute ws-ms-mean(ws-metric-index) =
                       ws-ms-sum(ws-metric-index) / ws-runs-used
                   compute ws-variance =
                       ws-ms-sumsq(ws-metric-index) / ws-runs-used
                       - ws-ms-mean(ws-metric-index)
                       * ws-ms-mean(ws-metric-index)
                   if ws-variance > 0
                       compute ws-ms-sd(ws-metric-index) =
                           function sqrt(ws-variance)
                   else
                       move 0 to ws-ms-sd(ws-metric-index)
                   end-if
               end-perform
               .

      *>     a measure every run shares (no spread) puts nobody off.
           score-runs.
               perform varying ws-run-index from 1 by 1
                       until ws-run-index > ws-runs-used
                   perform varying ws-metric-index from 1 by 1
                           until ws-metric-index > ws-metrics-max
                       if ws-ms-sd(ws-metric-index) > 0
                           compute ws-deviation = function abs(
                               ws-rn-metric(ws-run-index, ws-metric-index)
                               - ws-ms-mean(ws-metric-index))
                               / ws-ms-sd(ws-metric-index)
                           if ws-deviation > ws-rn-score(ws-run-index)
                               compute ws-rn-score(ws-run-index) rounded
                                   = ws-deviation
                               move ws-metric-index
                                   to ws-rn-worst(ws-run-index)
                           end-if
                       end-if
                   end-perform
                   if ws-rn-score(ws-run-index) >= ws-threshold
                       add 1 to ws-review-count
                   end-if
               end-perform
               .

           write-ranking.
               move ws-threshold to ws-threshold-edited
               move spaces to report-line
               string "WALK GEOMETRY RANKING - " delimited by size
                       ws-runs-used delimited by size
                       " RUN(S), REVIEW AT " delimited by size
                       function trim(ws-threshold-edited)
                           delimited by size
                       " STANDARD DEVIATIONS OFF" delimited by size
                   into report-line
               end-string
               write report-line
               if ws-runs-used < 3
                   move "FEWER THAN 3 RUNS - NOTHING TO RANK AGAINST,"
                       to report-line
                   move " LISTED UNSCORED" to report-line(45:)
                   write report-line
               end-if
               move spaces to report-line
               write report-line
               move "RANK   SCORE  FURTHEST OFF    STEPS    DIST"
                   to report-line
               move "RATIO    CROSS     BOX AREA  REVIEW  RUN ID"
                   to report-line(47:)
               write report-line

               perform varying ws-run-index from 1 by 1
                       until ws-run-index > ws-runs-used
                   perform write-ranked-run
               end-perform

               if ws-runs-used >= 3
                   perform write-metric-stats
               end-if
               .

           write-ranked-run.
               move ws-run-index to rd-rank
               move ws-rn-score(ws-run-index) to rd-score
               move spaces to rd-worst
               if ws-rn-worst(ws-run-index) > 0
                   move ws-metric-label(ws-rn-worst(ws-run-index))
                       to rd-worst
               end-if
               move ws-rn-metric(ws-run-index, 1) to rd-steps
               move ws-rn-metric(ws-run-index, 2) to rd-dist
               move ws-rn-metric(ws-run-index, 3) to rd-ratio
               move ws-rn-metric(ws-run-index, 4) to rd-crossings
               move ws-rn-metric(ws-run-index, 5) to rd-area
               move spaces to rd-review
               if ws-runs-used >= 3
               and ws-rn-score(ws-run-index) >= ws-threshold
                   move "REVIEW" to rd-review
               end-if
               move ws-rn-run-id(ws-run-index) to rd-run-id
               move ws-report-detail to report-line
               write report-line
               .

           write-metric-stats.
               move spaces to report-line
               write report-line
               move "  MEASURE               MEAN      STD DEVIATION"
                   to report-line
               write report-line
               perform varying ws-metric-index from 1 by 1
                       until ws-metric-index > ws-metrics-max
                   move ws-metric-label(ws-metric-index) to sd-label
                   compute sd-mean rounded = ws-ms-mean(ws-metric-index)
                   compute sd-sd rounded = ws-ms-sd(ws-metric-index)
                   move ws-stat-detail to report-line
                   write report-line
               end-perform
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
               move "END" to ws-joblog-event
               perform write-joblog-event
               .

           write-joblog-event.
               open extend aoc-joblog
               if joblog-status = "35"
                   open output aoc-joblog
               end-if
               if joblog-status not = "00"
                   exit paragraph
               end-if
               move spaces to job-log-record
               move function current-date to ws-joblog-now
               move ws-joblog-now(1:14) to jl-timestamp
               move "day1georpt" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
