      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aoccatq.
      *>     inquiry and listing over the keyed input catalog
      *>     (AOC_CATALOG - see copybooks/aoccat.cpy). with
      *>     AOC_CATALOG_INPUT naming an input path it is a single keyed
      *>     lookup: the input's day, prep time and header checksum,
      *>     its current status and when it got there, whether it is
      *>     held right now, and the last time it entered each state -
      *>     so "has 2016-12-01 ever been baselined, and is it held
      *>     right now" is one run, answered on the last line. left
      *>     unset (or ALL) it lists the whole catalog in input path
      *>     order with a count per status; AOC_CATALOG_STATUS narrows
      *>     the listing to one status (HELD lists every input whose
      *>     held flag is set, whatever its status says).
      *>     the report goes to AOC_CATALOG_REPORT and the lookup
      *>     answer to the console as well. a lookup for an input the
      *>     catalog has never seen ends with return code 1.
      *>     the operator signs on first (AOC_OPERATOR, checked against
      *>     the AOC_OPERATORS profile file - see copybooks/aocoper.cpy)
      *>     and needs the INQUIRE function; a refusal goes to the
      *>     security violations log.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is dynamic,
                   record key is cat-input-path,
                   file status is catalog-status.

               select catalog-report
                   assign dynamic ws-report-path,
                   organization is line sequential,
                   file status is report-status.

               select aoc-operators
                   assign dynamic ws-operator-path,
                   organization is line sequential,
                   file status is operator-status.

               select aoc-seclog
                   assign dynamic ws-seclog-path,
                   organization is line sequential,
                   file status is seclog-status.

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
           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD catalog-report.
           01 report-line pic x(200).

           FD aoc-operators.
      *>     operator profiles - see copybooks/aocoper.cpy.
               COPY aocoper.

           FD aoc-seclog.
      *>     security violations log - see copybooks/aocsecv.cpy.
               COPY aocsecv.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 catalog-status pic xx.
           01 report-status  pic xx.

           01 ws-catalog-path pic x(200) value "../aoc-catalog.dat".
           01 ws-report-path  pic x(200) value "../aoc-catalog.lst".

      *>     the input to look up - spaces or ALL lists the catalog.
           01 ws-query-input  pic x(200) value spaces.
           01 ws-query-all    pic x value "N".
      *>     optional listing filter - one of the catalog statuses, or
      *>     HELD for the held flag.
           01 ws-query-status pic x(10) value spaces.

           01 ws-catalog-eof  pic x value "N".
           01 ws-entry-found  pic x value "N".
           01 ws-listed-count pic 9(5) value 0.
           01 ws-read-count   pic 9(5) value 0.
           01 ws-held-count   pic 9(5) value 0.
           01 ws-held-text    pic x(3) value spaces.
           01 ws-ever-text    pic x(30) value spaces.

      *>     the transition timestamps in copybook order, labelled for
      *>     the lookup report.
           01 ws-transition-labels-data.
               05 filler pic x(10) value "PREPPED".
               05 filler pic x(10) value "RUN-OK".
               05 filler pic x(10) value "FAILED".
               05 filler pic x(10) value "HELD".
               05 filler pic x(10) value "CORRECTED".
               05 filler pic x(10) value "BASELINED".
               05 filler pic x(10) value "ARCHIVED".
               05 filler pic x(10) value "RELEASED".
           01 ws-transition-labels redefines ws-transition-labels-data.
               05 ws-transition-label pic x(10) occurs 8 times.
           01 ws-transition-index pic 9(1) value 0.

      *>     per-status totals for the listing, in the same order.
           01 ws-status-counts.
               05 ws-status-count pic 9(5) occurs 8 times.
           01 ws-status-index pic 9(1) value 0.

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the INQUIRE function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 4.
           01 ws-function-name   pic x(8) value "INQUIRE".
           01 ws-violation-reason pic x(40)  value spaces.
           01 ws-violation-target pic x(200) value spaces.
           01 ws-violation-now    pic x(26)  value spaces.

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
           main-catq.
               perform init-catq
               perform resolve-security-paths

               move ws-query-input(1:160) to ws-joblog-parms
               perform log-job-start

               move ws-query-input to ws-violation-target
               perform sign-on-operator

               perform open-catalog

               if ws-query-all = "Y"
                   perform list-catalog
               else
                   perform lookup-one-input
               end-if

               close aoc-catalog
               close catalog-report

               if ws-query-all = "N" and ws-entry-found = "N"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-catq.
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               move "AOC_CATALOG_REPORT" to ws-parm-name
               move "../aoc-catalog.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path
               accept ws-query-input from environment "AOC_CATALOG_INPUT"
                   on exception
                       move spaces to ws-query-input
               end-accept
               accept ws-query-status
                   from environment "AOC_CATALOG_STATUS"
                   on exception
                       move spaces to ws-query-status
               end-accept
               move function upper-case(ws-query-status)
                   to ws-query-status

               if function trim(ws-query-input) = spaces
               or function trim(ws-query-input) = "ALL"
                   move "Y" to ws-query-all
                   move "ALL" to ws-query-input
               end-if
               .

           open-catalog.
               open input aoc-catalog
               if catalog-status = "35"
                   display "no input catalog at "
                       function trim(ws-catalog-path)
                       " - nothing has been prepared since it was "
                       "introduced"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open output catalog-report
               if report-status not = "00"
                   display "error opening catalog report "
                       function trim(ws-report-path)
                       ". status=" report-status
                   close aoc-catalog
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               .

      *>     one keyed read - the input's whole catalog row, one state
      *>     per line, and the baselined/held answer last.
           lookup-one-input.
               move ws-query-input to cat-input-path
               read aoc-catalog
                   invalid key
                       move "N" to ws-entry-found
                   not invalid key
                       move "Y" to ws-entry-found
               end-read

               if ws-entry-found = "N"
                   move spaces to report-line
                   string function trim(ws-query-input) delimited by size
                           "  NOT IN CATALOG" delimited by size
                       into report-line
                   end-string
                   write report-line
                   display function trim(report-line)
                   exit paragraph
               end-if

               move spaces to report-line
               string "INPUT      " delimited by size
                       function trim(cat-input-path) delimited by size
                   into report-line
               end-string
               write report-line

               move spaces to report-line
               string "DAY        " delimited by size
                       cat-day-num delimited by size
                       "  PREPPED " delimited by size
                       cat-prep-ts delimited by size
                       "  CHECKSUM " delimited by size
                       cat-checksum delimited by size
                   into report-line
               end-string
               write report-line

               perform set-held-text
               move spaces to report-line
               string "STATUS     " delimited by size
                       cat-status delimited by size
                       " SINCE " delimited by size
                       cat-status-ts delimited by size
                       "  HELD NOW " delimited by size
                       ws-held-text delimited by size
                   into report-line
               end-string
               write report-line

               perform varying ws-transition-index from 1 by 1
                       until ws-transition-index > 8
                   perform write-transition-line
               end-perform

               if cat-baselined-ts = spaces
                   move "NEVER" to ws-ever-text
               else
                   move spaces to ws-ever-text
                   string "YES (" delimited by size
                           cat-baselined-ts delimited by size
                           ")" delimited by size
                       into ws-ever-text
                   end-string
               end-if
               move spaces to report-line
               string "BASELINED  " delimited by size
                       function trim(ws-ever-text) delimited by size
                       "  HELD NOW " delimited by size
                       ws-held-text delimited by size
                   into report-line
               end-string
               write report-line

               display function trim(cat-input-path)
                   " - status " function trim(cat-status)
                   " since " cat-status-ts
               display "baselined: " function trim(ws-ever-text)
                   "  held now: " ws-held-text
               .

           write-transition-line.
               move spaces to report-line
               if cat-transition-ts(ws-transition-index) = spaces
                   string "  " delimited by size
                           ws-transition-label(ws-transition-index)
                               delimited by size
                           " never" delimited by size
                       into report-line
                   end-string
               else
                   string "  " delimited by size
                           ws-transition-label(ws-transition-index)
                               delimited by size
                           " " delimited by size
                           cat-transition-ts(ws-transition-index)
                               delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               .

           set-held-text.
               if cat-held = "Y"
                   move "YES" to ws-held-text
               else
                   move "NO" to ws-held-text
               end-if
               .

      *>     the whole catalog in key (input path) order, with a total
      *>     per current status at the foot.
           list-catalog.
               move zeros to ws-status-counts
               move "N" to ws-catalog-eof

               move spaces to report-line
               if ws-query-status = spaces
                   move "INPUT CATALOG - ALL INPUTS" to report-line
               else
                   string "INPUT CATALOG - STATUS " delimited by size
                           function trim(ws-query-status)
                               delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move
                 "DAY STATUS     SINCE          HELD BASELINED      INPUT"
                   to report-line
               write report-line
               move
                 "--- ---------- -------------- ---- -------------- -----"
                   to report-line
               write report-line

               move low-values to cat-input-path
               start aoc-catalog key is not less than cat-input-path
                   invalid key
                       move "Y" to ws-catalog-eof
               end-start

               perform until ws-catalog-eof = "Y"
                   read aoc-catalog next record
                       at end
                           move "Y" to ws-catalog-eof
                       not at end
                           perform list-catalog-entry
                   end-read
               end-perform

               perform write-listing-totals

               display "input catalog: " ws-read-count " input(s), "
                   ws-listed-count " listed, " ws-held-count
                   " held - report in " function trim(ws-report-path)
               .

           list-catalog-entry.
               add 1 to ws-read-count
               if cat-held = "Y"
                   add 1 to ws-held-count
               end-if
               perform varying ws-status-index from 1 by 1
                       until ws-status-index > 7
                   if cat-status = ws-transition-label(ws-status-index)
                       add 1 to ws-status-count(ws-status-index)
                   end-if
               end-perform

               if ws-query-status = "HELD"
                   if cat-held not = "Y"
                       exit paragraph
                   end-if
               else
                   if ws-query-status not = spaces
                   and cat-status not = ws-query-status
                       exit paragraph
                   end-if
               end-if

               add 1 to ws-listed-count
               perform set-held-text
               move spaces to report-line
               string cat-day-num delimited by size
                       " " delimited by size
                       cat-status delimited by size
                       " " delimited by size
                       cat-status-ts delimited by size
                       " " delimited by size
                       ws-held-text delimited by size
                       "  " delimited by size
                       cat-baselined-ts delimited by size
                       " " delimited by size
                       function trim(cat-input-path) delimited by size
                   into report-line
               end-string
               write report-line
               .

           write-listing-totals.
               move spaces to report-line
               write report-line
               move "INPUTS BY CURRENT STATUS" to report-line
               write report-line
               perform varying ws-status-index from 1 by 1
                       until ws-status-index > 7
                   move spaces to report-line
                   string "  " delimited by size
                           ws-transition-label(ws-status-index)
                               delimited by size
                           " " delimited by size
                           ws-status-count(ws-status-index)
                               delimited by size
                       into report-line
                   end-string
                   write report-line
               end-perform
               move spaces to report-line
               string "  HELD NOW   " delimited by size
                       ws-held-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string "  TOTAL      " delimited by size
                       ws-read-count delimited by size
                   into report-line
               end-string
               write report-line
               .

      *>     the operator profile file and the security log. jobs that
      *>     log a START event resolve these before it, so the event
      *>     shows them; sign-on resolves them again, harmlessly.
           resolve-security-paths.
               move "AOC_OPERATORS" to ws-parm-name
               move "../aoc-operators.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-operator-path
               move "AOC_SECLOG" to ws-parm-name
               move "../aoc-security.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-seclog-path
               .

      *>     sign-on: the operator id has to name a profile holding
      *>     this program's function. a refusal is logged and ends the
      *>     job before anything has been read or changed.
           sign-on-operator.
               perform resolve-security-paths
               accept ws-operator-id from environment "AOC_OPERATOR"
                   on exception
                       move spaces to ws-operator-id
               end-accept
               if function trim(ws-operator-id) = spaces
                   display "operator id: " with no advancing
                   accept ws-operator-id
               end-if

               if function trim(ws-operator-id) = spaces
                   move "NO OPERATOR ID" to ws-violation-reason
                   perform refuse-sign-on
               end-if

               perform find-operator-profile
               if ws-operator-found = "N"
                   perform refuse-sign-on
               end-if

               if ws-operator-rights(ws-function-num:1) not = "Y"
                   move spaces to ws-violation-reason
                   string "NOT AUTHORIZED FOR " delimited by size
                           ws-function-name delimited by size
                       into ws-violation-reason
                   end-string
                   perform refuse-sign-on
               end-if
               .

           find-operator-profile.
               move "N" to ws-operator-found
               move "N" to ws-operator-eof
               open input aoc-operators
               if operator-status not = "00"
                   move "OPERATOR PROFILE FILE UNAVAILABLE"
                       to ws-violation-reason
                   exit paragraph
               end-if
               perform until ws-operator-eof = "Y"
                         or ws-operator-found = "Y"
                   read aoc-operators
                       at end
                           move "Y" to ws-operator-eof
                       not at end
                           if op-operator-id = ws-operator-id
                               move "Y" to ws-operator-found
                               move op-name to ws-operator-name
                               move op-functions to ws-operator-rights
                           end-if
                   end-read
               end-perform
               close aoc-operators
               if ws-operator-found = "N"
                   move "UNKNOWN OPERATOR" to ws-violation-reason
               end-if
               .

           refuse-sign-on.
               perform log-security-violation
               display "sign-on refused for operator "
                   function trim(ws-operator-id) " - "
                   function trim(ws-violation-reason)
               move 1 to ws-joblog-rc
               perform log-job-end
               stop run returning 1
               .

      *>     one row per refused attempt. the refusal stands whether
      *>     or not the row can be written - an unwritable log is
      *>     reported, never a reason to let the attempt through.
           log-security-violation.
               open extend aoc-seclog
               if seclog-status = "35"
                   open output aoc-seclog
               end-if
               if seclog-status not = "00"
                   display "error opening security log "
                       function trim(ws-seclog-path)
                       ". status=" seclog-status
                   exit paragraph
               end-if
               move spaces to security-log-record
               move function current-date to ws-violation-now
               move ws-violation-now(1:14) to sv-timestamp
               move ws-operator-id         to sv-operator
               move "aoccatq"              to sv-program
               move ws-function-name       to sv-function
               move ws-violation-reason    to sv-reason
               move ws-violation-target    to sv-target
               write security-log-record
               close aoc-seclog
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
               move "aoccatq" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
