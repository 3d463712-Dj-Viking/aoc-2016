      *>     walked a partial path) is refused outright: a quietly
      *>     wrong answer must not become the baseline the walker is
      *>     regression-tested against.
      *>     every promoted input is marked BASELINED in the keyed input
      *>     catalog (AOC_CATALOG - see copybooks/aoccat.cpy).
      *>     the approver is the signed-on operator (AOC_OPERATOR,
      *>     checked against the AOC_OPERATORS profile file - see
      *>     copybooks/aocoper.cpy), who needs the PROMOTE function. an
      *>     input the approver filed a correction for is refused - a
      *>     corrected answer needs a second pair of eyes before it
      *>     becomes the baseline - and that refusal, like a refused
      *>     sign-on, goes to the security violations log.
      *>     each candidate carries its manifest event year (the
      *>     optional third field, 2016 when absent) into the prompt
      *>     and the promotion log, and AOC_EVENT_YEAR (blank or ALL =
      *>     every year) limits a session to one year's inputs.
      *>     a candidate is also refused when either part's answer
      *>     breaks what the puzzle site has said about that year/day/
      *>     part (AOC_ANSWERS - see copybooks/aocanst.cpy): it differs
      *>     from the accepted answer, sits at or outside a known
      *>     TOO-LOW/TOO-HIGH bound, or repeats a WRONG one.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is promote-log-status.

               select day1-corrections
                   assign dynamic ws-corrections-path,
                   organization is line sequential,
                   file status is corrections-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

               select aoc-answers
                   assign dynamic ws-answers-path,
                   organization is indexed,
                   access is random,
                   record key is ans-result-key,
                   file status is answers-status.

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
           FD day1-manifest.
           FD promote-log.
           01 promote-log-line pic x(200).

           FD day1-corrections.
      *>     same layout day1cor writes - read here only for who filed
      *>     each pending correction.
           01 correction-record.
               05 cor-run-id pic x(40).
               05 cor-sep0   pic x.
               05 cor-seq    pic 9(4).
               05 cor-sep1   pic x.
               05 cor-token  pic x(13).
               05 cor-sep2   pic x.
               05 cor-operator pic x(8).

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD aoc-answers.
      *>     keyed answer standing file - see copybooks/aocanst.cpy.
               COPY aocanst.

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
           01 manifest-status    pic xx.
           01 expected-status    pic xx.
           01 exceptions-status  pic xx.
           01 summary-status     pic xx.
           01 promote-log-status pic xx.
           01 catalog-status     pic xx.

           01 ws-manifest-path pic x(200) value "../day1-inputs.lst".
           01 ws-expected-path pic x(200) value "../day1-expected.lst".
               value "../day1-batch-summary.lst".
           01 ws-promote-log-path pic x(200)
               value "../day1-promotions.lst".
           01 ws-catalog-path pic x(200) value "../aoc-catalog.dat".

      *>     answer standing state - no standing file yet means the site
      *>     has said nothing, so nothing stands against a candidate.
           01 answers-status  pic xx.
           01 ws-answers-path pic x(200) value "../aoc-answers.dat".
           01 ws-answers-open pic x value "N".
           01 ws-check-part   pic 9(1)  value 0.
           01 ws-check-answer pic s9(9) value 0.
           01 ws-flag-reason  pic x(48) value spaces.
           01 ws-bound-edited pic -9(9).

           01 ws-manifest-eof   pic x value "N".
           01 ws-expected-eof   pic x value "N".
           01 ws-entry-path     pic x(200) value spaces.
           01 ws-entry-day-text pic x(10)  value spaces.
           01 ws-entry-day      pic 9(3)   value 1.
           01 ws-entry-year-text pic x(10) value spaces.
           01 ws-entry-year     pic 9(4)   value 2016.

      *>     the one event year to promote - 0 means every year.
           01 ws-year-text   pic x(10) value spaces.
           01 ws-select-year pic 9(4)  value 0.

      *>     the candidate's answers, lifted from its latest summary
      *>     line. FAILED and HELD lines carry no part1=/part2=, so a
           01 ws-reply    pic x     value space.
           01 ws-run-timestamp pic x(26) value spaces.

      *>     catalog update state
           01 ws-catalog-found pic x     value "N".
           01 ws-catalog-now   pic x(26) value spaces.

           01 ws-candidate-count pic 9(4) value 0.
           01 ws-promoted-count  pic 9(4) value 0.
           01 ws-refused-count   pic 9(4) value 0.
           01 ws-skipped-count   pic 9(4) value 0.

      *>     separation-of-duties state - the input being approved and
      *>     whether the signed-on operator filed a correction for it.
           01 corrections-status pic xx.
           01 ws-corrections-path pic x(200)
               value "../day1-corrections.dat".
           01 ws-corrections-eof pic x value "N".
           01 ws-check-path      pic x(200) value spaces.
           01 ws-self-approval   pic x value "N".

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the PROMOTE function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 3.
           01 ws-function-name   pic x(8) value "PROMOTE".
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
           main-prom.
               perform init-prom
               perform resolve-security-paths

               move ws-expected-path(1:160) to ws-joblog-parms
               perform log-job-start

      *>         promotions are signed - no authorized operator, no
      *>         baseline.
               perform sign-on-operator
               move ws-operator-id to ws-approver

               perform load-expected-paths
               perform load-exception-counts
               perform open-answer-standing

               perform review-manifest-entries
               if ws-answers-open = "Y"
                   close aoc-answers
               end-if

               display "promotion complete - " ws-candidate-count
                   " candidate(s): " ws-promoted-count " promoted, "
                   ws-refused-count " refused (untrustworthy, "
                   "self-approved or flagged), "
                   ws-skipped-count " skipped"

               perform log-job-end
               stop run.

           init-prom.
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "DAY1_EXPECTED" to ws-parm-name
               move "../day1-expected.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-expected-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_SUMMARY" to ws-parm-name
               move "../day1-batch-summary.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-summary-path
               move "AOC_PROMOTE_LOG" to ws-parm-name
               move "../day1-promotions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-promote-log-path
               move "DAY1_CORRECTIONS" to ws-parm-name
               move "../day1-corrections.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-corrections-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               move "AOC_ANSWERS" to ws-parm-name
               move "../aoc-answers.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-answers-path
               move "DAY1_EXCP_THRESHOLD" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-threshold-text
               if ws-threshold-text not = spaces
                   move function numval(ws-threshold-text) to ws-threshold
               end-if
               accept ws-year-text from environment "AOC_EVENT_YEAR"
                   on exception
                       move spaces to ws-year-text
               end-accept
               move function upper-case(ws-year-text) to ws-year-text
               if ws-year-text not = spaces and ws-year-text not = "ALL"
                   if function test-numval(ws-year-text) not = 0
                       display "AOC_EVENT_YEAR is not a year: "
                           function trim(ws-year-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-year-text) to ws-select-year
               end-if
               .

               move function trim(manifest-line) to ws-entry-text
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

      *>         another year's input - not this session's business.
               if ws-select-year not = 0
               and ws-entry-year not = ws-select-year
                   exit paragraph
               end-if

      *>         already baselined - not a candidate.
               move "N" to ws-exp-found
                   exit paragraph
               end-if

      *>         separation of duties - see check-correction-filer.
               move ws-entry-path to ws-check-path
               perform check-correction-filer
               if ws-self-approval = "Y"
                   move "FILED A CORRECTION FOR THIS INPUT"
                       to ws-violation-reason
                   move ws-entry-path to ws-violation-target
                   perform log-security-violation
                   display "refused " function trim(ws-entry-path)
                       " - " function trim(ws-operator-id)
                       " filed a correction for it; another operator "
                       "has to approve its baseline"
                   add 1 to ws-refused-count
                   exit paragraph
               end-if

               perform read-summary-pair
               if ws-pair-found = "N"
                   display "skipped " function trim(ws-entry-path)
                   exit paragraph
               end-if

      *>         an answer the puzzle site has already spoken against
      *>         must not become the baseline.
               move 1 to ws-check-part
               move ws-part1-answer to ws-check-answer
               perform check-answer-standing
               if ws-flag-reason = spaces
                   move 2 to ws-check-part
                   move ws-part2-answer to ws-check-answer
                   perform check-answer-standing
               end-if
               if ws-flag-reason not = spaces
                   display "refused " function trim(ws-entry-path)
                       " - part " ws-check-part " answer "
                       function trim(ws-flag-reason)
                   add 1 to ws-refused-count
                   exit paragraph
               end-if

               move ws-part1-answer to ws-part1-edited
               move ws-part2-answer to ws-part2-edited
               display "candidate baseline: "
                   function trim(ws-entry-path)
                   " (year " ws-entry-year " day " ws-entry-day
                   ") part1=" ws-part1-edited
                   " part2=" ws-part2-edited
               display "promote? (Y/N): " with no advancing
               move space to ws-reply
               if function upper-case(ws-reply) = "Y"
                   perform append-expected-row
                   perform log-promotion
                   perform catalog-baselined-input
                   add 1 to ws-promoted-count
                   display "promoted " function trim(ws-entry-path)
               else
               end-if
               .

      *>     a standing file that exists but cannot be read stops the
      *>     session - promoting blind past it is what it is there to
      *>     prevent.
           open-answer-standing.
               open input aoc-answers
               if answers-status = "35"
                   exit paragraph
               end-if
               if answers-status not = "00"
                   display "error opening answer standing file "
                       function trim(ws-answers-path)
                       ". status=" answers-status
                   stop run returning 1
               end-if
               move "Y" to ws-answers-open
               .

      *>     the same rules aocsubmit flags an answer by - spaces in
      *>     ws-flag-reason when nothing speaks against it.
           check-answer-standing.
               move spaces to ws-flag-reason
               if ws-answers-open not = "Y"
                   exit paragraph
               end-if
               move ws-entry-year to ans-event-year
               move ws-entry-day  to ans-day-num
               move ws-check-part to ans-part-num
               read aoc-answers
                   invalid key
                       exit paragraph
               end-read
               if ans-is-accepted
                   if ws-check-answer not = ans-accepted-val
                       move ans-accepted-val to ws-bound-edited
                       string "differs from accepted answer "
                               delimited by size
                               function trim(ws-bound-edited)
                               delimited by size
                           into ws-flag-reason
                       end-string
                   end-if
                   exit paragraph
               end-if
               if ans-low-known and ws-check-answer <= ans-low-bound
                   move ans-low-bound to ws-bound-edited
                   string "at or below lower bound " delimited by size
                           function trim(ws-bound-edited)
                           delimited by size
                           " (TOO-LOW)" delimited by size
                       into ws-flag-reason
                   end-string
                   exit paragraph
               end-if
               if ans-high-known and ws-check-answer >= ans-high-bound
                   move ans-high-bound to ws-bound-edited
                   string "at or above upper bound " delimited by size
                           function trim(ws-bound-edited)
                           delimited by size
                           " (TOO-HIGH)" delimited by size
                       into ws-flag-reason
                   end-string
                   exit paragraph
               end-if
               if ans-wrong-known and ws-check-answer = ans-wrong-val
                   move "already answered WRONG" to ws-flag-reason
               end-if
               .

           lookup-exception-count.
               move 0 to ws-run-exc-count
               perform varying ws-excrun-index from 1 by 1
                       function trim(ws-approver) delimited by size
                       "  PROMOTED " delimited by size
                       function trim(ws-entry-path) delimited by size
                       "  YEAR " delimited by size
                       ws-entry-year delimited by size
                       "  DAY " delimited by size
                       ws-entry-day delimited by size
                       "  PART1=" delimited by size
               close promote-log
               .

      *>     the promoted input's catalog row - BASELINED. the expected
      *>     row and the promotion log are already written, so a
      *>     catalog that cannot be opened only costs the entry.
           catalog-baselined-input.
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
                       " baseline not catalogued"
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

               move function current-date to ws-catalog-now
               move "BASELINED"          to cat-status
               move ws-catalog-now(1:14) to cat-status-ts
               move ws-catalog-now(1:14) to cat-baselined-ts

               if ws-catalog-found = "Y"
                   rewrite catalog-record
               else
                   write catalog-record
               end-if
               if catalog-status not = "00"
                   display "error updating input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
               end-if
               close aoc-catalog
               .

      *>     separation of duties: the operator approving an input
      *>     must not be the one who filed a correction against it -
      *>     whether still pending in the corrections file or already
      *>     applied by day1fix (the catalog's cat-corrected-by). either
      *>     file missing just means nothing on record there.
           check-correction-filer.
               move "N" to ws-self-approval
               move "N" to ws-corrections-eof
               open input day1-corrections
               if corrections-status = "00"
                   perform until ws-corrections-eof = "Y"
                       read day1-corrections
                           at end
                               move "Y" to ws-corrections-eof
                           not at end
                               if cor-run-id = ws-check-path(1:40)
                               and cor-operator = ws-operator-id
                                   move "Y" to ws-self-approval
                               end-if
                       end-read
                   end-perform
                   close day1-corrections
               end-if

               open input aoc-catalog
               if catalog-status = "00"
                   move ws-check-path to cat-input-path
                   read aoc-catalog
                       invalid key
                           continue
                       not invalid key
                           if cat-corrected-by = ws-operator-id
                               move "Y" to ws-self-approval
                           end-if
                   end-read
                   close aoc-catalog
               end-if
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
      *>         AOC_APPROVER is what promotion jobs set before operators
      *>         signed on - still honoured when AOC_OPERATOR is unset.
               if function trim(ws-operator-id) = spaces
                   accept ws-operator-id from environment "AOC_APPROVER"
                       on exception
                           move spaces to ws-operator-id
                   end-accept
               end-if
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
               move "aocprom"              to sv-program
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
