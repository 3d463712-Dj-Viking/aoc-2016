      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. day1merge.
      *>     merge step for a partitioned day1driver batch: once every
      *>     stream (DAY1_STREAMS of them, see day1driver) has run its
      *>     share of the manifest, this folds the streams back into
      *>     the files the rest of the suite reads - the one
      *>     day1-batch-summary.lst (stream lines put back in manifest
      *>     order, so aocrecon and aocprom see exactly what a single
      *>     driver would have written), the shared hold queue (the
      *>     holds each stream filed or refreshed), and the keyed
      *>     scoreboard master (each stream master row applied when it
      *>     is newer than the shared row), and the keyed input catalog
      *>     (each outcome a stream wrote to its catalog file posted as
      *>     day1driver would have posted it, unless the catalog row has
      *>     moved on since). the files the streams'
      *>     solvers appended to - history, statistics, listings and
      *>     exceptions - are appended to the shared ones stream by
      *>     stream, and each stream's audit segments are renumbered
      *>     into the shared audit directory: a run id the shared
      *>     directory already knows keeps its segment, a new one takes
      *>     the next free number. the stream files are emptied as they
      *>     are folded, ready for the next night.
      *>     nothing is merged until every stream's summary holds one
      *>     line for each of its manifest entries: a stream that died
      *>     is listed, the job ends nonzero, and the stream is rerun on
      *>     its own before the merge is run again.
      *>     with DAY1_EXPECTED set the batch was verified, and the
      *>     merge ends nonzero when any merged line failed - the same
      *>     PASS/FAIL return code a single driver run gives.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select day1-manifest
                   assign dynamic ws-manifest-path,
                   organization is line sequential,
                   file status is manifest-status.

               select stream-summary
                   assign dynamic ws-stream-file-path,
                   organization is line sequential,
                   file status is stream-summary-status.

               select day1-summary
                   assign dynamic ws-summary-path,
                   organization is line sequential,
                   file status is summary-status.

               select day1-hold
                   assign dynamic ws-hold-file-path,
                   organization is line sequential,
                   file status is hold-status.

               select stream-master
                   assign dynamic ws-stream-file-path,
                   organization is indexed,
                   access is sequential,
                   record key is sm-result-key,
                   file status is stream-master-status.

               select aoc-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is random,
                   record key is am-result-key,
                   file status is master-status.

               select stream-catalog
                   assign dynamic ws-stream-file-path,
                   organization is line sequential,
                   file status is stream-catalog-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

               select stream-output
                   assign dynamic ws-stream-file-path,
                   organization is line sequential,
                   file status is stream-output-status.

               select shared-output
                   assign dynamic ws-shared-file-path,
                   organization is line sequential,
                   file status is shared-output-status.

               select stream-audit-dir
                   assign dynamic ws-stream-file-path,
                   organization is line sequential,
                   file status is stream-audit-dir-status.

               select audit-dir
                   assign dynamic ws-audit-dir-path,
                   organization is line sequential,
                   file status is audit-dir-status.

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
           01 manifest-line pic x(200).

           FD stream-summary.
           01 stream-summary-line pic x(200).

           FD day1-summary.
           01 summary-line pic x(200).

           FD day1-hold.
      *>     quarantine queue for failing inputs - see
      *>     copybooks/day1hold.cpy. the shared queue and every
      *>     stream's own hold file share the layout.
               COPY day1hold.

           FD stream-master.
      *>     a stream's scoreboard master - same layout as
      *>     aocresult.cpy, renamed sm- here.
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==stream-master-record==
                   LEADING ==ar-== BY ==sm-==.

           FD aoc-master.
      *>     the shared keyed scoreboard master, renamed am- as in day1.
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD stream-catalog.
      *>     a stream's catalog outcomes - see copybooks/day1cato.cpy.
               COPY day1cato.

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

      *>     any of the line files a stream's solvers appended to -
      *>     history, statistics, listings, exceptions and audit
      *>     segments - copied a line at a time, so the widest of them
      *>     sets the record.
           FD stream-output.
           01 stream-output-line pic x(400).

           FD shared-output.
           01 shared-output-line pic x(400).

           FD stream-audit-dir.
      *>     a stream's audit run directory - same layout as
      *>     day1adir.cpy, renamed sdr- here.
               COPY day1adir
                   REPLACING ==audit-dir-record== BY ==stream-dir-record==
                   LEADING ==adr-== BY ==sdr-==.

           FD audit-dir.
      *>     the shared audit run directory - see copybooks/day1adir.cpy.
               COPY day1adir.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 manifest-status       pic xx.
           01 stream-summary-status pic xx.
           01 summary-status        pic xx.
           01 hold-status           pic xx.
           01 stream-master-status  pic xx.
           01 master-status         pic xx.
           01 stream-catalog-status pic xx.
           01 catalog-status        pic xx.
           01 stream-output-status  pic xx.
           01 shared-output-status  pic xx.
           01 stream-audit-dir-status pic xx.
           01 audit-dir-status      pic xx.

      *>     the shared paths, with the same overrides day1driver takes
      *>     - each stream's file is the shared name plus .sNN.
           01 ws-manifest-path pic x(200) value "../day1-inputs.lst".
           01 ws-summary-path  pic x(200) value "../day1-batch-summary.lst".
           01 ws-hold-path     pic x(200) value "../day1-hold.dat".
           01 ws-master-path   pic x(200) value "../aoc-master.dat".
           01 ws-catalog-path  pic x(200) value "../aoc-catalog.dat".
           01 ws-expected-path pic x(200) value spaces.
           01 ws-results-path     pic x(200) value "../aoc-results.dat".
           01 ws-stats-path       pic x(200) value "../day1-stats.dat".
           01 ws-listing-path     pic x(200) value "../day1-listing.lst".
           01 ws-exceptions-path  pic x(200)
               value "../day1-exceptions.lst".
           01 ws-day2-listing-path pic x(200) value "../day2-listing.lst".
           01 ws-audit-path       pic x(200) value "../day1-audit.lst".
           01 ws-stream-file-path pic x(200) value spaces.
           01 ws-shared-file-path pic x(200) value spaces.
           01 ws-audit-dir-path   pic x(200) value spaces.
           01 ws-hold-file-path   pic x(200) value spaces.
           01 ws-stream-base      pic x(200) value spaces.

           01 ws-stream-text   pic x(10) value spaces.
           01 ws-stream-value  pic s9(14)v9(4) value 0.
           01 ws-stream-count  pic 9(2)  value 0.
           01 ws-stream-num    pic 9(2)  value 0.
           01 ws-stream-suffix pic x(4)  value spaces.
           78 ws-streams-max value 16.

      *>     per stream: how many manifest entries it owns, how many
      *>     summary lines it wrote, where its lines start in the line
      *>     table, and how many of them the merge has used so far.
           01 ws-stream-table.
               05 ws-stream-entry occurs ws-streams-max times.
                   10 ws-str-entries pic 9(4).
                   10 ws-str-lines   pic 9(4).
                   10 ws-str-first   pic 9(4).
                   10 ws-str-used    pic 9(4).
           01 ws-incomplete-count pic 9(2) value 0.

      *>     every stream's summary lines, loaded stream by stream - the
      *>     manifest cap bounds the whole batch.
           78 ws-lines-max value 2000.
           01 ws-lines-used pic 9(4) value 0.
           01 ws-line-table.
               05 ws-line-text occurs ws-lines-max times pic x(200).
           01 ws-line-index pic 9(4) value 0.

           01 ws-manifest-eof pic x value "N".
           01 ws-manifest-num pic 9(4) value 0.
           01 ws-file-eof     pic x value "N".

      *>     hold queue fold - the shared queue plus whatever each
      *>     stream filed, keyed by input path.
           78 ws-holds-max value 500.
           01 ws-holds-used pic 9(3) value 0.
           01 ws-hold-table.
               05 ws-hold-entry occurs ws-holds-max times.
                   10 ws-hld-path  pic x(200).
                   10 ws-hld-rc    pic 9(3).
                   10 ws-hld-first pic x(14).
                   10 ws-hld-last  pic x(14).
                   10 ws-hld-count pic 9(4).
           01 ws-hold-index   pic 9(3) value 0.
           01 ws-holds-folded pic 9(4) value 0.

      *>     master fold counters
           01 ws-master-applied pic 9(5) value 0.
           01 ws-master-kept    pic 9(5) value 0.

      *>     catalog fold state
           01 ws-catalog-found  pic x    value "N".
           01 ws-catalog-posted pic 9(5) value 0.
           01 ws-catalog-kept   pic 9(5) value 0.

      *>     solver file fold - the shared file being appended to and
      *>     how many lines the streams added to the shared files.
           01 ws-copy-base       pic x(200) value spaces.
           01 ws-lines-appended  pic 9(7) value 0.

      *>     audit fold - every run id the streams registered, with the
      *>     segment its stream gave it and the one it takes in the
      *>     shared directory. bounded by the manifest cap, since a
      *>     stream registers one run id per input it walks.
           78 ws-audit-runs-max value 2000.
           01 ws-audit-runs-used pic 9(4) value 0.
           01 ws-audit-run-table.
               05 ws-audit-run-entry occurs ws-audit-runs-max times.
                   10 ws-ar-stream     pic 9(2).
                   10 ws-ar-run-id     pic x(40).
                   10 ws-ar-stream-seg pic 9(4).
                   10 ws-ar-shared-seg pic 9(4).
      *>                 N - already in the shared directory, or a
      *>                 repeat of an earlier stream's new run id.
                   10 ws-ar-new        pic x.
           01 ws-audit-run-index pic 9(4) value 0.
           01 ws-audit-run-prior pic 9(4) value 0.
           01 ws-audit-seg-max   pic 9(4) value 0.
           01 ws-audit-seg-num   pic 9(4) value 0.
           01 ws-audit-base      pic x(200) value spaces.
           01 ws-audit-runs-new  pic 9(4) value 0.

      *>     merged batch outcome
           01 ws-verify-mode  pic x value "N".
           01 ws-fail-hits    pic 9(4) value 0.
           01 ws-fail-count   pic 9(4) value 0.
           01 ws-merged-count pic 9(4) value 0.

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
           main-merge.
               perform init-merge

               move spaces to ws-joblog-parms
               string "STREAMS " delimited by size
                       ws-stream-count delimited by size
                       " " delimited by size
                       function trim(ws-manifest-path) delimited by size
                   into ws-joblog-parms
               end-string
               perform log-job-start

               perform count-stream-entries
               perform load-stream-summaries

               if ws-incomplete-count > 0
                   display ws-incomplete-count " stream(s) incomplete - "
                       "rerun them, then merge again. nothing merged."
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform fold-stream-holds
               perform fold-stream-masters
               perform fold-stream-catalogs
               perform fold-stream-files
               perform fold-stream-audits
               perform write-merged-summary

               display "merge complete - " ws-merged-count
                   " summary line(s) from " ws-stream-count
                   " stream(s), " ws-holds-folded " hold row(s), "
                   ws-master-applied " master row(s) applied, "
                   ws-catalog-posted " catalog outcome(s) posted"
               display "solver files: " ws-lines-appended
                   " line(s) appended, " ws-audit-runs-used
                   " audit run(s) renumbered, " ws-audit-runs-new
                   " new to the audit directory"
               if ws-verify-mode = "Y"
                   display "verification: " ws-fail-count
                       " failing input(s) of " ws-merged-count
               end-if

               if ws-verify-mode = "Y" and ws-fail-count > 0
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-merge.
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "DAY1_SUMMARY" to ws-parm-name
               move "../day1-batch-summary.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-summary-path
               move "DAY1_HOLD" to ws-parm-name
               move "../day1-hold.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-hold-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
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
               move "DAY1_EXPECTED" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-expected-path
               if ws-expected-path not = spaces
                   move "Y" to ws-verify-mode
               end-if

               move "DAY1_STREAMS" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stream-text
               if function trim(ws-stream-text) = spaces
               or function test-numval(ws-stream-text) not = 0
                   display "DAY1_STREAMS must name the stream count the "
                       "batch ran with"
                   stop run returning 1
               end-if
               move function numval(ws-stream-text) to ws-stream-value
               if ws-stream-value not = function integer(ws-stream-value)
               or ws-stream-value < 2 or ws-stream-value > ws-streams-max
                   display "DAY1_STREAMS " function trim(ws-stream-text)
                       " is outside 2 to " ws-streams-max
                       " - a one-stream batch has nothing to merge"
                   stop run returning 1
               end-if
               move ws-stream-value to ws-stream-count
               .

      *>     the same round-robin split the streams made: entry n of
      *>     the manifest belongs to stream mod(n - 1, count) + 1.
           count-stream-entries.
               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move 0 to ws-str-entries(ws-stream-num)
                   move 0 to ws-str-lines(ws-stream-num)
                   move 0 to ws-str-first(ws-stream-num)
                   move 0 to ws-str-used(ws-stream-num)
               end-perform

               open input day1-manifest
               if manifest-status not = "00"
                   display "error opening manifest "
                       function trim(ws-manifest-path)
                       ". status=" manifest-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move "N" to ws-manifest-eof
               perform until ws-manifest-eof = "Y"
                   read day1-manifest
                       at end
                           move "Y" to ws-manifest-eof
                       not at end
                           if function trim(manifest-line) not = spaces
                               add 1 to ws-manifest-num
                               compute ws-stream-num = function mod(
                                   ws-manifest-num - 1, ws-stream-count) + 1
                               add 1 to ws-str-entries(ws-stream-num)
                           end-if
                   end-read
               end-perform
               close day1-manifest
               .

      *>     a stream is complete when its summary holds exactly one
      *>     line per entry it owns. fewer means it died part way;
      *>     more means lines left over from a batch that was never
      *>     merged - either way the merge would misplace lines.
           load-stream-summaries.
               move 0 to ws-lines-used
               move 0 to ws-incomplete-count
               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   perform load-one-stream-summary
                   if ws-str-lines(ws-stream-num)
                           not = ws-str-entries(ws-stream-num)
                       add 1 to ws-incomplete-count
                       display "stream " ws-stream-num " incomplete - "
                           ws-str-lines(ws-stream-num) " of "
                           ws-str-entries(ws-stream-num)
                           " summary line(s) in "
                           function trim(ws-stream-file-path)
                   end-if
               end-perform
               .

           load-one-stream-summary.
               move ws-summary-path to ws-stream-base
               perform build-stream-path
               compute ws-str-first(ws-stream-num) = ws-lines-used + 1

               open input stream-summary
               if stream-summary-status = "35"
                   exit paragraph
               end-if
               if stream-summary-status not = "00"
                   display "error opening stream summary "
                       function trim(ws-stream-file-path)
                       ". status=" stream-summary-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read stream-summary
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if function trim(stream-summary-line)
                                   not = spaces
                               perform store-stream-line
                           end-if
                   end-read
               end-perform
               close stream-summary
               .

           store-stream-line.
               if ws-lines-used >= ws-lines-max
                   display "summary line capacity exceeded: max="
                       ws-lines-max
                   close stream-summary
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-lines-used
               move stream-summary-line to ws-line-text(ws-lines-used)
               add 1 to ws-str-lines(ws-stream-num)
               .

           build-stream-path.
               move spaces to ws-stream-suffix
               string ".s" delimited by size
                       ws-stream-num delimited by size
                   into ws-stream-suffix
               end-string
               move spaces to ws-stream-file-path
               string function trim(ws-stream-base) delimited by size
                       ws-stream-suffix delimited by size
                   into ws-stream-file-path
               end-string
               .

      *>     the shared queue first, then each stream's rows on top of
      *>     it - a stream only wrote the holds it filed or refreshed,
      *>     and it read the shared queue before doing so, so its row
      *>     is the newer one.
           fold-stream-holds.
               move ws-hold-path to ws-hold-file-path
               perform load-hold-file

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-hold-path to ws-stream-base
                   perform build-stream-path
                   move ws-stream-file-path to ws-hold-file-path
                   perform load-hold-file
               end-perform

               move ws-hold-path to ws-hold-file-path
               open output day1-hold
               if hold-status not = "00"
                   display "error rewriting hold queue "
                       function trim(ws-hold-path)
                       ". status=" hold-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               perform varying ws-hold-index from 1 by 1
                       until ws-hold-index > ws-holds-used
                   move spaces to hold-record
                   move ws-hld-path(ws-hold-index)  to hd-input-path
                   move ws-hld-rc(ws-hold-index)    to hd-returncode
                   move ws-hld-first(ws-hold-index) to hd-first-ts
                   move ws-hld-last(ws-hold-index)  to hd-last-ts
                   move ws-hld-count(ws-hold-index) to hd-fail-count
                   write hold-record
               end-perform
               close day1-hold

      *>         the folded rows now live in the shared queue - empty
      *>         each stream's file so tomorrow's streams start clean.
               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-hold-path to ws-stream-base
                   perform build-stream-path
                   move ws-stream-file-path to ws-hold-file-path
                   open output day1-hold
                   close day1-hold
               end-perform
               .

      *>     a missing file is an empty queue.
           load-hold-file.
               open input day1-hold
               if hold-status not = "00"
                   exit paragraph
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read day1-hold
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if function trim(hd-input-path) not = spaces
                               perform apply-hold-row
                           end-if
                   end-read
               end-perform
               close day1-hold
               .

           apply-hold-row.
               perform varying ws-hold-index from 1 by 1
                       until ws-hold-index > ws-holds-used
                   if function trim(ws-hld-path(ws-hold-index))
                           = function trim(hd-input-path)
                       exit perform
                   end-if
               end-perform
               if ws-hold-index > ws-holds-used
                   if ws-holds-used >= ws-holds-max
                       display "hold queue capacity exceeded: max="
                           ws-holds-max
                       close day1-hold
                       move 1 to ws-joblog-rc
                       perform log-job-end
                       stop run returning 1
                   end-if
                   add 1 to ws-holds-used
                   move ws-holds-used to ws-hold-index
               end-if
               if ws-hold-file-path not = ws-hold-path
                   add 1 to ws-holds-folded
               end-if
               move hd-input-path to ws-hld-path(ws-hold-index)
               move hd-returncode to ws-hld-rc(ws-hold-index)
               move hd-first-ts   to ws-hld-first(ws-hold-index)
               move hd-last-ts    to ws-hld-last(ws-hold-index)
               move hd-fail-count to ws-hld-count(ws-hold-index)
               .

      *>     every stream master row goes to the shared master unless
      *>     the shared row is already newer - streams that ran the
      *>     same day leave the latest run's answer, which is what a
      *>     single driver would have left.
           fold-stream-masters.
               open i-o aoc-master
               if master-status = "35"
                   open output aoc-master
                   close aoc-master
                   open i-o aoc-master
               end-if
               if master-status not = "00"
                   display "error opening scoreboard master "
                       function trim(ws-master-path)
                       ". status=" master-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-master-path to ws-stream-base
                   perform build-stream-path
                   perform fold-one-stream-master
               end-perform

               close aoc-master
               .

           fold-one-stream-master.
               open input stream-master
               if stream-master-status not = "00"
                   exit paragraph
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read stream-master next record
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform apply-stream-master-row
                   end-read
               end-perform
               close stream-master

               open output stream-master
               close stream-master
               .

           apply-stream-master-row.
               move sm-result-key to am-result-key
               read aoc-master
                   invalid key
                       move stream-master-record to aoc-master-record
                       write aoc-master-record
                       add 1 to ws-master-applied
                   not invalid key
                       if sm-run-timestamp > am-run-timestamp
                           move stream-master-record to aoc-master-record
                           rewrite aoc-master-record
                           add 1 to ws-master-applied
                       else
                           add 1 to ws-master-kept
                       end-if
               end-read
               .

      *>     every outcome a stream wrote to its catalog file is posted
      *>     to the shared catalog in stream order, the way day1driver
      *>     posts it for a single batch - unless the catalog row's
      *>     status is already newer than the run (the input has been
      *>     prepped again, corrected or released since), which is
      *>     kept. an outcome the catalog cannot take fails the merge;
      *>     the stream files are only emptied once every row is
      *>     posted, so the merge is rerun as it stands.
           fold-stream-catalogs.
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
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-catalog-path to ws-stream-base
                   perform build-stream-path
                   perform fold-one-stream-catalog
               end-perform

               close aoc-catalog

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-catalog-path to ws-stream-base
                   perform build-stream-path
                   open output stream-catalog
                   close stream-catalog
               end-perform
               .

      *>     a stream with no catalog file ran nothing.
           fold-one-stream-catalog.
               open input stream-catalog
               if stream-catalog-status = "35"
                   exit paragraph
               end-if
               if stream-catalog-status not = "00"
                   display "error opening stream catalog file "
                       function trim(ws-stream-file-path)
                       ". status=" stream-catalog-status
                   close aoc-catalog
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read stream-catalog
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if function trim(co-input-path) not = spaces
                               perform apply-stream-catalog-row
                           end-if
                   end-read
               end-perform
               close stream-catalog
               .

           apply-stream-catalog-row.
               move co-input-path to cat-input-path
               read aoc-catalog
                   invalid key
                       move "N" to ws-catalog-found
                       move spaces to catalog-record
                       move co-input-path to cat-input-path
                       move co-day-num to cat-day-num
                       move 0 to cat-checksum
                       move "N" to cat-held
                   not invalid key
                       move "Y" to ws-catalog-found
               end-read

               if ws-catalog-found = "Y"
               and cat-status-ts > co-status-ts
                   add 1 to ws-catalog-kept
                   exit paragraph
               end-if

               move co-status to cat-status
               move co-status-ts to cat-status-ts
               if co-status = "RUN-OK"
                   move co-status-ts to cat-run-ok-ts
               else
                   move co-status-ts to cat-failed-ts
                   if co-held = "Y"
                       move co-status-ts to cat-held-ts
                       move "Y" to cat-held
                   end-if
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
                       " - " function trim(co-input-path)
                       " from " function trim(ws-stream-file-path)
                   close stream-catalog
                   close aoc-catalog
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-catalog-posted
               .

      *>     each solver file's stream copies appended to the shared
      *>     file in stream order - the same rows a single driver would
      *>     have appended, grouped by stream.
           fold-stream-files.
               move ws-results-path to ws-copy-base
               perform fold-one-solver-file
               move ws-stats-path to ws-copy-base
               perform fold-one-solver-file
               move ws-listing-path to ws-copy-base
               perform fold-one-solver-file
               move ws-exceptions-path to ws-copy-base
               perform fold-one-solver-file
               move ws-day2-listing-path to ws-copy-base
               perform fold-one-solver-file
               .

           fold-one-solver-file.
               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-copy-base to ws-stream-base
                   perform build-stream-path
                   move ws-copy-base to ws-shared-file-path
                   perform append-stream-file
               end-perform
               .

      *>     ws-stream-file-path onto the end of ws-shared-file-path,
      *>     then the stream file is emptied. a stream whose solvers
      *>     never wrote the file has nothing to add.
           append-stream-file.
               open input stream-output
               if stream-output-status = "35"
                   exit paragraph
               end-if
               if stream-output-status not = "00"
                   display "error opening stream file "
                       function trim(ws-stream-file-path)
                       ". status=" stream-output-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open extend shared-output
               if shared-output-status = "35"
                   open output shared-output
               end-if
               if shared-output-status not = "00"
                   display "error opening shared file "
                       function trim(ws-shared-file-path)
                       ". status=" shared-output-status
                   close stream-output
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read stream-output
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           move stream-output-line to shared-output-line
                           write shared-output-line
                           add 1 to ws-lines-appended
                   end-read
               end-perform
               close shared-output
               close stream-output

               open output stream-output
               close stream-output
               .

      *>     a stream's audit trail hangs off the shared base plus .sNN
      *>     (<audit>.sNN.dir, <audit>.sNN.seg-NNNN), numbered from 1 in
      *>     every stream. each stream run id is given its shared
      *>     segment - the one the shared directory already has for
      *>     it, else the next number past the shared directory's
      *>     highest - its rows are appended to that segment, and only
      *>     then are the new run ids registered, so no reader finds a
      *>     directory row whose segment is still being copied.
           fold-stream-audits.
               move 0 to ws-audit-runs-used
               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   perform load-stream-audit-dir
               end-perform
               if ws-audit-runs-used = 0
                   exit paragraph
               end-if

               perform match-shared-audit-dir
               perform assign-new-audit-segments

               perform varying ws-audit-run-index from 1 by 1
                       until ws-audit-run-index > ws-audit-runs-used
                   perform append-stream-segment
               end-perform

               perform register-new-audit-runs

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   perform build-stream-audit-base
                   move spaces to ws-stream-file-path
                   string function trim(ws-audit-base) delimited by size
                           ".dir" delimited by size
                       into ws-stream-file-path
                   end-string
                   open output stream-audit-dir
                   close stream-audit-dir
               end-perform
               .

           build-stream-audit-base.
               move ws-audit-path to ws-stream-base
               perform build-stream-path
               move ws-stream-file-path to ws-audit-base
               .

      *>     a stream with no audit directory walked nothing.
           load-stream-audit-dir.
               perform build-stream-audit-base
               move spaces to ws-stream-file-path
               string function trim(ws-audit-base) delimited by size
                       ".dir" delimited by size
                   into ws-stream-file-path
               end-string

               open input stream-audit-dir
               if stream-audit-dir-status not = "00"
                   exit paragraph
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read stream-audit-dir
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if sdr-run-id not = spaces
                               perform store-stream-audit-run
                           end-if
                   end-read
               end-perform
               close stream-audit-dir
               .

           store-stream-audit-run.
               if ws-audit-runs-used >= ws-audit-runs-max
                   display "audit run capacity exceeded: max="
                       ws-audit-runs-max
                   close stream-audit-dir
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-audit-runs-used
               move ws-stream-num to ws-ar-stream(ws-audit-runs-used)
               move sdr-run-id    to ws-ar-run-id(ws-audit-runs-used)
               move sdr-seg-num   to ws-ar-stream-seg(ws-audit-runs-used)
               move 0             to ws-ar-shared-seg(ws-audit-runs-used)
               move "Y"           to ws-ar-new(ws-audit-runs-used)
               .

      *>     one pass over the shared directory: its highest segment
      *>     number, and the segment of every stream run id it already
      *>     holds (the last row for a run id wins, as in day1).
           match-shared-audit-dir.
               move spaces to ws-audit-dir-path
               string function trim(ws-audit-path) delimited by size
                       ".dir" delimited by size
                   into ws-audit-dir-path
               end-string

      *>         a missing directory is an empty one; one that is
      *>         there but unreadable would hand out numbers already
      *>         in use.
               move 0 to ws-audit-seg-max
               open input audit-dir
               if audit-dir-status = "35"
                   exit paragraph
               end-if
               if audit-dir-status not = "00"
                   display "error opening audit directory "
                       function trim(ws-audit-dir-path)
                       ". status=" audit-dir-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read audit-dir
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           if adr-seg-num > ws-audit-seg-max
                               move adr-seg-num to ws-audit-seg-max
                           end-if
                           perform varying ws-audit-run-index from 1 by 1
                                   until ws-audit-run-index
                                       > ws-audit-runs-used
                               if ws-ar-run-id(ws-audit-run-index)
                                       = adr-run-id
                                   move adr-seg-num to
                                       ws-ar-shared-seg(ws-audit-run-index)
                                   move "N" to ws-ar-new(ws-audit-run-index)
                               end-if
                           end-perform
                   end-read
               end-perform
               close audit-dir
               .

      *>     a run id two streams both walked (the same input twice in
      *>     the manifest) shares the segment the first one was given.
           assign-new-audit-segments.
               move 0 to ws-audit-runs-new
               perform varying ws-audit-run-index from 1 by 1
                       until ws-audit-run-index > ws-audit-runs-used
                   if ws-ar-new(ws-audit-run-index) = "Y"
                       perform varying ws-audit-run-prior from 1 by 1
                               until ws-audit-run-prior
                                   >= ws-audit-run-index
                           if ws-ar-run-id(ws-audit-run-prior)
                                   = ws-ar-run-id(ws-audit-run-index)
                               move ws-ar-shared-seg(ws-audit-run-prior)
                                   to ws-ar-shared-seg(ws-audit-run-index)
                               move "N" to ws-ar-new(ws-audit-run-index)
                               exit perform
                           end-if
                       end-perform
                   end-if
                   if ws-ar-new(ws-audit-run-index) = "Y"
                       add 1 to ws-audit-seg-max
                       move ws-audit-seg-max
                           to ws-ar-shared-seg(ws-audit-run-index)
                       add 1 to ws-audit-runs-new
                   end-if
               end-perform
               .

           append-stream-segment.
               move ws-ar-stream(ws-audit-run-index) to ws-stream-num
               perform build-stream-audit-base
               move ws-ar-stream-seg(ws-audit-run-index)
                   to ws-audit-seg-num
               move spaces to ws-stream-file-path
               string function trim(ws-audit-base) delimited by size
                       ".seg-" delimited by size
                       ws-audit-seg-num delimited by size
                   into ws-stream-file-path
               end-string

               move ws-ar-shared-seg(ws-audit-run-index)
                   to ws-audit-seg-num
               move spaces to ws-shared-file-path
               string function trim(ws-audit-path) delimited by size
                       ".seg-" delimited by size
                       ws-audit-seg-num delimited by size
                   into ws-shared-file-path
               end-string

               perform append-stream-file
               .

           register-new-audit-runs.
               if ws-audit-runs-new = 0
                   exit paragraph
               end-if
               open extend audit-dir
               if audit-dir-status = "35"
                   open output audit-dir
               end-if
               if audit-dir-status not = "00"
                   display "error opening audit directory "
                       function trim(ws-audit-dir-path)
                       ". status=" audit-dir-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               perform varying ws-audit-run-index from 1 by 1
                       until ws-audit-run-index > ws-audit-runs-used
                   if ws-ar-new(ws-audit-run-index) = "Y"
                       move spaces to audit-dir-record
                       move ws-ar-run-id(ws-audit-run-index)
                           to adr-run-id
                       move ws-ar-shared-seg(ws-audit-run-index)
                           to adr-seg-num
                       write audit-dir-record
                   end-if
               end-perform
               close audit-dir
               .

      *>     walk the manifest again and take each entry's line from
      *>     its stream in turn - the stream wrote its lines in its own
      *>     manifest order, so the nth line of a stream is its nth
      *>     entry.
           write-merged-summary.
               open extend day1-summary
               if summary-status = "35"
                   open output day1-summary
               end-if
               if summary-status not = "00"
                   display "error opening batch summary "
                       function trim(ws-summary-path)
                       ". status=" summary-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move 0 to ws-manifest-num
               move "N" to ws-manifest-eof
               open input day1-manifest
               perform until ws-manifest-eof = "Y"
                   read day1-manifest
                       at end
                           move "Y" to ws-manifest-eof
                       not at end
                           if function trim(manifest-line) not = spaces
                               perform write-merged-line
                           end-if
                   end-read
               end-perform
               close day1-manifest
               close day1-summary

               perform varying ws-stream-num from 1 by 1
                       until ws-stream-num > ws-stream-count
                   move ws-summary-path to ws-stream-base
                   perform build-stream-path
                   open output stream-summary
                   close stream-summary
               end-perform
               .

           write-merged-line.
               add 1 to ws-manifest-num
               compute ws-stream-num = function mod(
                   ws-manifest-num - 1, ws-stream-count) + 1
               compute ws-line-index = ws-str-first(ws-stream-num)
                   + ws-str-used(ws-stream-num)
               add 1 to ws-str-used(ws-stream-num)

               move ws-line-text(ws-line-index) to summary-line
               write summary-line
               add 1 to ws-merged-count

               move 0 to ws-fail-hits
               inspect summary-line tallying ws-fail-hits for all "  FAIL"
               if ws-fail-hits > 0
                   add 1 to ws-fail-count
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
               move "day1merge" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
