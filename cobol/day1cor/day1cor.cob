      *>     browsed, amended and cancelled here, and the file on disk
      *>     is rewritten after every change, so a bad entry never
      *>     reaches day1fix.
      *>     the operator signs on first (AOC_OPERATOR, checked against
      *>     the AOC_OPERATORS profile file - see copybooks/aocoper.cpy)
      *>     and needs the CORRECT function; a refusal goes to the
      *>     security violations log. every correction filed or
      *>     amended carries the operator's id, so day1rel and aocprom
      *>     can refuse to let the same operator approve it.
      *>
      *>     commands on the browse screen:
      *>       E enter a new correction    M amend entry # (SEL field)
                   organization is line sequential,
                   file status is listing-status.

               select aoc-operators
                   assign dynamic ws-operator-path,
                   organization is line sequential,
                   file status is operator-status.

               select aoc-seclog
                   assign dynamic ws-seclog-path,
                   organization is line sequential,
                   file status is seclog-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD day1-corrections.
      *>     same layout day1fix reads - run id, exception seq, and the
      *>     replacement token exactly as it should read in the line
      *>     (mid-line tokens keep their leading space) - and the
      *>     operator who filed it (spaces on rows filed before
      *>     operators signed on).
           01 correction-record.
               05 cor-run-id pic x(40).
               05 cor-sep0   pic x.
               05 cor-seq    pic 9(4).
               05 cor-sep1   pic x.
               05 cor-token  pic x(13).
               05 cor-sep2   pic x.
               05 cor-operator pic x(8).

           FD day1-exceptions.
      *>     same layout day1 writes - see day1.cob's exception-record.
               05 lr-sep6          pic x.
               05 lr-visited-cnt   pic x(6).

           FD aoc-operators.
      *>     operator profiles - see copybooks/aocoper.cpy.
               COPY aocoper.

           FD aoc-seclog.
      *>     security violations log - see copybooks/aocsecv.cpy.
               COPY aocsecv.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 corrections-status pic xx.
           01 exceptions-status  pic xx.
                   10 ws-cor-run-id pic x(40).
                   10 ws-cor-seq    pic 9(4).
                   10 ws-cor-token  pic x(13).
                   10 ws-cor-operator pic x(8).
           01 ws-cor-index  pic 9(4) value 0.
           01 ws-cor-found  pic x value "N".
           01 ws-shift-index pic 9(4) value 0.
               05 ws-browse-line occurs 10 times pic x(78).
           01 ws-browse-page-note pic x(40) value spaces.

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the CORRECT function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 1.
           01 ws-function-name   pic x(8) value "CORRECT".
           01 ws-violation-reason pic x(40)  value spaces.
           01 ws-violation-target pic x(200) value spaces.
           01 ws-violation-now    pic x(26)  value spaces.

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

           SCREEN SECTION.
      *>     home screen - the pending corrections, paged, plus the
      *>     command and entry-selection fields.
           main-cor.
               perform init-cor

               perform sign-on-operator

               perform load-corrections

               perform until ws-done = "Y"
               stop run.

           init-cor.
               move "DAY1_CORRECTIONS" to ws-parm-name
               move "../day1-corrections.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-corrections-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_LISTING" to ws-parm-name
               move "../day1-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               .

      *>     the pending file, whole - a missing file just means no
               move cor-run-id to ws-cor-run-id(ws-corrections-used)
               move cor-seq    to ws-cor-seq(ws-corrections-used)
               move cor-token  to ws-cor-token(ws-corrections-used)
               move cor-operator to ws-cor-operator(ws-corrections-used)
               .

      *>     every add, amend or cancel lands on disk immediately - the
                   move ws-cor-run-id(ws-cor-index) to cor-run-id
                   move ws-cor-seq(ws-cor-index)    to cor-seq
                   move ws-cor-token(ws-cor-index)  to cor-token
                   move ws-cor-operator(ws-cor-index) to cor-operator
                   write correction-record
               end-perform
               close day1-corrections
               move spaces to ws-browse-line(ws-fill-index)
               string ws-row-index delimited by size
                       "  " delimited by size
                       function trim(ws-cor-run-id(ws-row-index))
                           delimited by size
                       " SEQ " delimited by size
                       ws-cor-seq(ws-row-index) delimited by size
                       " TOKEN [" delimited by size
                       ws-cor-token(ws-row-index) delimited by size
                       "] BY " delimited by size
                       ws-cor-operator(ws-row-index) delimited by size
                   into ws-browse-line(ws-fill-index)
               end-string
               .
                       move "Y" to ws-cor-found
                       move ws-new-token
                           to ws-cor-token(ws-cor-index)
                       move ws-operator-id
                           to ws-cor-operator(ws-cor-index)
                       move "pending correction for that key amended"
                           to ws-message
                   end-if
                           to ws-cor-seq(ws-corrections-used)
                       move ws-new-token
                           to ws-cor-token(ws-corrections-used)
                       move ws-operator-id
                           to ws-cor-operator(ws-corrections-used)
                       move "correction filed" to ws-message
                   end-if
               end-if
               end-if

               move ws-new-token to ws-cor-token(ws-sel-num)
      *>         the amended token is this operator's work now.
               move ws-operator-id to ws-cor-operator(ws-sel-num)
               perform save-corrections
               move "correction amended" to ws-message
               .
               perform save-corrections
               move "correction cancelled" to ws-message
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
               move "day1cor"              to sv-program
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
