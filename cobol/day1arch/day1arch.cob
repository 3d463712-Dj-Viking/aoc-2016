      *>     the archive and the run id range it received, so day1inq,
      *>     day1map and day1rest can reach archived runs without
      *>     grepping the dated files by hand.
      *>     every input whose rows actually landed in an archive this
      *>     pass is marked ARCHIVED in the keyed input catalog
      *>     (AOC_CATALOG - see copybooks/aoccat.cpy). the catalog is
      *>     keyed on the full input path and the archived rows only
      *>     carry the 40-char run id, so the catalog is walked in key
      *>     order and matched on the run id.
      *>     the operator running it signs on first (AOC_OPERATOR,
      *>     checked against the AOC_OPERATORS profile file - see
      *>     copybooks/aocoper.cpy) and needs the ARCHIVE function; a
      *>     refusal goes to the security violations log.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is archdir-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is dynamic,
                   record key is cat-input-path,
                   file status is catalog-status.

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
           FD live-file.
      *>     copybooks/day1achd.cpy.
               COPY day1achd.

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

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
           01 live-status    pic xx.
           01 archive-status pic xx.
           01 summary-status pic xx.
           01 audit-dir-status pic xx.
           01 archdir-status pic xx.
           01 catalog-status pic xx.

           01 ws-live-path    pic x(200) value spaces.
           01 ws-archive-path pic x(200) value spaces.
           01 ws-moved-any    pic x value "N".
           01 ws-work-run     pic x(40) value spaces.

      *>     catalog state - every run id moved this pass, P while its
      *>     rows are only staged, Y once they are in the archive, N if
      *>     the append they were staged for failed. only Y runs are
      *>     marked ARCHIVED in the catalog.
           78 ws-arch-runs-max value 2000.
           01 ws-catalog-path  pic x(200) value "../aoc-catalog.dat".
           01 ws-arch-runs-used pic 9(4) value 0.
           01 ws-arch-run-table.
               05 ws-arch-run-entry occurs ws-arch-runs-max times.
                   10 ws-arch-run-id    pic x(40).
                   10 ws-arch-run-state pic x.
           01 ws-arch-run-index pic 9(4) value 0.
           01 ws-arch-run-found pic x value "N".
           01 ws-arch-runs-lost pic 9(4) value 0.
           01 ws-catalog-eof    pic x value "N".
           01 ws-catalog-marked pic 9(4) value 0.

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the ARCHIVE function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 5.
           01 ws-function-name   pic x(8) value "ARCHIVE".
           01 ws-violation-reason pic x(40)  value spaces.
           01 ws-violation-target pic x(200) value spaces.
           01 ws-violation-now    pic x(26)  value spaces.

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
      *>     can lay out the night's job flow.
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
           main-arch.
               perform init-arch
               perform resolve-security-paths

               move spaces to ws-joblog-parms
               string "cutoff " delimited by size
               end-string
               perform log-job-start

               move ws-cutoff to ws-violation-target
               perform sign-on-operator

               move ws-listing-path to ws-live-path
               move "day1-listing"  to ws-file-label
               perform archive-one-file
               move "day1-audit"  to ws-file-label
               perform archive-audit-segments

               perform catalog-archived-runs

               display "archival complete - " ws-files-done
                   " file(s) processed, " ws-error-count " error(s), "
                   "summary in " function trim(ws-summary-path)
                   stop run returning 1
               end-if

               move "DAY1_LISTING" to ws-parm-name
               move "../day1-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_AUDIT" to ws-parm-name
               move "../day1-audit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-audit-path
               move "DAY1_ARCH_SUMMARY" to ws-parm-name
               move "../day1-archive-summary.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-summary-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path

               move function current-date to ws-run-timestamp
               move ws-run-timestamp(1:8) to ws-run-date
               move 0 to ws-write-errors
               move "N" to ws-live-eof
               move "N" to ws-moved-any
               perform drop-pending-runs

      *>         a non-empty staging file means an earlier run appended
      *>         part of it to the archive and then failed - rerunning
      *>             the rows are in the archive - record where this
      *>             run id range went so retrieval can find it.
                   perform record-archive-range
                   perform confirm-pending-runs
      *>             staging file has served its purpose
                   open output move-file
                   close move-file
                       move ws-work-run to ws-moved-hi-run
                   end-if
               end-if
               perform note-archived-run
               .

      *>     the run joins the catalog table as pending - a run already
      *>     confirmed by an earlier file this pass stays confirmed. a
      *>     full table only costs the catalog marks, never archival.
           note-archived-run.
               move "N" to ws-arch-run-found
               perform varying ws-arch-run-index from 1 by 1
                       until ws-arch-run-index > ws-arch-runs-used
                   if ws-arch-run-id(ws-arch-run-index) = ws-work-run
                       move "Y" to ws-arch-run-found
                       if ws-arch-run-state(ws-arch-run-index) = "N"
                           move "P" to ws-arch-run-state(ws-arch-run-index)
                       end-if
                       exit perform
                   end-if
               end-perform
               if ws-arch-run-found = "N"
                   if ws-arch-runs-used >= ws-arch-runs-max
                       add 1 to ws-arch-runs-lost
                   else
                       add 1 to ws-arch-runs-used
                       move ws-work-run
                           to ws-arch-run-id(ws-arch-runs-used)
                       move "P" to ws-arch-run-state(ws-arch-runs-used)
                   end-if
               end-if
               .

           confirm-pending-runs.
               perform varying ws-arch-run-index from 1 by 1
                       until ws-arch-run-index > ws-arch-runs-used
                   if ws-arch-run-state(ws-arch-run-index) = "P"
                       move "Y" to ws-arch-run-state(ws-arch-run-index)
                   end-if
               end-perform
               .

           drop-pending-runs.
               perform varying ws-arch-run-index from 1 by 1
                       until ws-arch-run-index > ws-arch-runs-used
                   if ws-arch-run-state(ws-arch-run-index) = "P"
                       move "N" to ws-arch-run-state(ws-arch-run-index)
                   end-if
               end-perform
               .

      *>     one pass over the catalog in key order, marking every input
      *>     whose run id had rows confirmed into an archive. archival
      *>     is already done by now, so a catalog that cannot be opened
      *>     only costs the marks - it is reported, not counted as an
      *>     archival error.
           catalog-archived-runs.
               perform drop-pending-runs
               if ws-arch-runs-lost > 0
                   display ws-arch-runs-lost
                       " archived run id(s) over the catalog table cap of "
                       ws-arch-runs-max " - not marked in the catalog"
               end-if
               if ws-arch-runs-used = 0
                   exit paragraph
               end-if

               open i-o aoc-catalog
               if catalog-status = "35"
                   display "no input catalog at "
                       function trim(ws-catalog-path)
                       " - archived runs not catalogued"
                   exit paragraph
               end-if
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - archived runs not catalogued"
                   exit paragraph
               end-if

               move 0 to ws-catalog-marked
               move "N" to ws-catalog-eof
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
                           perform mark-catalog-entry
                   end-read
               end-perform
               close aoc-catalog

               display "input catalog: " ws-catalog-marked
                   " input(s) marked ARCHIVED"
               .

           mark-catalog-entry.
               perform varying ws-arch-run-index from 1 by 1
                       until ws-arch-run-index > ws-arch-runs-used
                   if ws-arch-run-state(ws-arch-run-index) = "Y"
                   and ws-arch-run-id(ws-arch-run-index)
                           = cat-input-path(1:40)
                       move "ARCHIVED" to cat-status
                       move ws-run-timestamp(1:14) to cat-status-ts
                       move ws-run-timestamp(1:14) to cat-archived-ts
                       rewrite catalog-record
                       if catalog-status not = "00"
                           display "error updating input catalog "
                               function trim(ws-catalog-path)
                               ". status=" catalog-status
                       else
                           add 1 to ws-catalog-marked
                       end-if
                       exit perform
                   end-if
               end-perform
               .

      *>     one archive-directory row per pass that landed rows in a
               move 0 to ws-rows-moved
               move 0 to ws-segs-archived
               move "N" to ws-moved-any
               perform drop-pending-runs

               open extend archive-file
               if archive-status = "35"
                   end-if
               end-perform
               close archive-file
      *>         only segments whose append reconciled noted their run.
               perform confirm-pending-runs

               if ws-segs-archived > 0
                   perform rewrite-audit-directory
               close arch-summary
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
               move "day1arch"             to sv-program
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
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
