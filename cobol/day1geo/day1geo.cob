      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. day1geo.
      *>     revisit register and walk geometry summary for day1 runs,
      *>     built from the audit trail's COORD-MOVE rows (one per unit
      *>     step) the same way day1map reads them: the run's live
      *>     segment through the <audit-path>.dir directory, or, for a
      *>     run day1arch has moved out, the dated archives its
      *>     <audit-path>.archdir names. a re-run of an input appended a
      *>     second walk under the same run id; only the latest counts.
      *>     the scoreboard only keeps the first square walked twice.
      *>     this job keeps every one of them:
      *>       - the revisit register (DAY1_REVISITS - see
      *>         copybooks/day1revs.cpy) gets a row per square crossed
      *>         more than once, with each crossing's token sequence
      *>         number and audit timestamp
      *>       - the geometry summary (DAY1_GEOMETRY - see
      *>         copybooks/day1geom.cpy) gets a row for the run: bounding
      *>         box, unit steps, final Manhattan distance, squares
      *>         covered and revisited, self-crossings and the ratio of
      *>         path walked to distance covered
      *>     DAY1GEO_RUN_ID names the run (its input path); ALL
      *>     summarizes every run in the live audit directory. a named
      *>     run with no audit rows anywhere ends the job with return
      *>     code 1. day1georpt ranks the summarized runs against one
      *>     another.
      *>     in the night's run order this job follows the batch -
      *>     day1driver, or day1merge for a streamed batch, once every
      *>     stream's segments are in the shared audit directory - and
      *>     runs with DAY1GEO_RUN_ID=ALL ahead of day1georpt, whose
      *>     ranking is looked at before aocprom promotes an answer.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select day1-audit
                   assign dynamic ws-audit-seg-path,
                   organization is line sequential,
                   file status is audit-status.

               select audit-dir
                   assign dynamic ws-audit-dir-path,
                   organization is line sequential,
                   file status is audit-dir-status.

               select arch-dir
                   assign dynamic ws-archdir-path,
                   organization is line sequential,
                   file status is archdir-status.

               select day1-revisits
                   assign dynamic ws-revisits-path,
                   organization is line sequential,
                   file status is revisits-status.

               select day1-geometry
                   assign dynamic ws-geometry-path,
                   organization is line sequential,
                   file status is geometry-status.

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
           FD day1-audit.
      *>     same layout day1 writes - see day1.cob's audit-record.
           01 audit-record.
               05 adt-run-id       pic x(40).
               05 adt-sep0         pic x.
               05 adt-seq          pic 9(4).
               05 adt-sep1         pic x.
               05 adt-event-type   pic x(10).
               05 adt-sep2         pic x.
               05 adt-direction    pic x(1).
               05 adt-sep3         pic x.
               05 adt-coord-x      pic x(6).
               05 adt-sep4         pic x.
               05 adt-coord-y      pic x(6).
               05 adt-sep5         pic x.
               05 adt-timestamp    pic x(26).

           FD audit-dir.
      *>     run-id-to-segment directory for the audit trail - see
      *>     copybooks/day1adir.cpy.
               COPY day1adir.

           FD arch-dir.
      *>     per-live-file archive directory - see
      *>     copybooks/day1achd.cpy.
               COPY day1achd.

           FD day1-revisits.
      *>     revisit register - see copybooks/day1revs.cpy.
               COPY day1revs.

           FD day1-geometry.
      *>     walk geometry summary - see copybooks/day1geom.cpy.
               COPY day1geom.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 audit-status     pic xx.
           01 audit-dir-status pic xx.
           01 archdir-status   pic xx.
           01 revisits-status  pic xx.
           01 geometry-status  pic xx.

           01 ws-audit-path    pic x(200) value "../day1-audit.lst".
           01 ws-revisits-path pic x(200) value "../day1-revisits.dat".
           01 ws-geometry-path pic x(200) value "../day1-geometry.dat".
      *>     the audit trail is per-run: ws-audit-path is the base the
      *>     directory (<base>.dir) and segments (<base>.seg-NNNN) hang
      *>     off.
           01 ws-audit-dir-path  pic x(200) value spaces.
           01 ws-audit-seg-path  pic x(200) value spaces.
           01 ws-audit-seg-num   pic 9(4)   value 0.
           01 ws-audit-seg-found pic x      value "N".
           01 ws-audit-dir-eof   pic x      value "N".

      *>     archive retrieval state - as day1map: when the run has no
      *>     live rows, the dated archives whose run id range covers it.
           01 ws-archdir-path  pic x(200) value spaces.
           01 ws-archdir-eof   pic x value "N".
           78 ws-archives-max value 20.
           01 ws-archives-used pic 9(2) value 0.
           01 ws-archive-table.
               05 ws-archive-file-path occurs ws-archives-max times
                   pic x(200).
           01 ws-arch-index pic 9(2) value 0.

      *>     the run being summarized - day1 uses the input path as the
      *>     run id - and where its rows came from.
           01 ws-run-id     pic x(40) value spaces.
           01 ws-run-all    pic x     value "N".
           01 ws-run-source pic x(7)  value spaces.
           01 ws-built-ts   pic x(14) value spaces.
           01 ws-now        pic x(26) value spaces.

      *>     ALL: every run id in the live audit directory, with its
      *>     segment, so each run's segment is opened without another
      *>     pass over the directory.
           78 ws-runs-max value 5000.
           01 ws-runs-used pic 9(4) value 0.
           01 ws-run-table.
               05 ws-run-entry occurs ws-runs-max times.
                   10 ws-run-entry-id  pic x(40).
                   10 ws-run-entry-seg pic 9(4).
           01 ws-run-index pic 9(4) value 0.

           01 ws-runs-done      pic 9(4) value 0.
           01 ws-runs-empty     pic 9(4) value 0.
           01 ws-register-rows  pic 9(7) value 0.

           01 ws-audit-eof  pic x value "N".
           01 ws-move-count pic 9(7) value 0.
      *>     a token sequence that restarts from the top is a re-run's
      *>     walk beginning - see apply-audit-move.
           01 ws-prev-seq   pic 9(4) value 0.

      *>     the unit step being recorded: its coords as numbers and as
      *>     the 13-char coord string day1's format-new-coord builds,
      *>     and the token and time it was taken at. the origin is
      *>     seeded before any row is read, at token 0 with no time.
           01 coord-x         pic S9(5) value 0.
           01 coord-y         pic S9(5) value 0.
           01 ws-x-coord-sign pic x(1)  value spaces.
           01 ws-y-coord-sign pic x(1)  value spaces.
           01 ws-new-coord    pic x(13) value spaces.
           01 ws-cur-seq      pic 9(4)  value 0.
           01 ws-cur-ts       pic x(26) value spaces.

      *>     per-square visit record - day1map's shadow table, holding
      *>     the square's first crossing too, since that only becomes
      *>     a register crossing once the square is crossed again; and
      *>     the register entry the square has by then (0 = none yet).
           78 ws-visited-max value 20000.
           01 ws-visited-used pic 9(5) value 0.
           01 ws-visited-table.
               05 ws-visited-group
                       occurs 1 to ws-visited-max times
                       depending on ws-visited-used
                       ascending key is ws-visited-coord
                       indexed by ws-vx ws-vy.
                   10 ws-visited-coord     pic x(13).
                   10 ws-visited-cnt       pic s9(5).
                   10 ws-visited-first-seq pic 9(4).
                   10 ws-visited-first-ts  pic x(26).
                   10 ws-visited-reg       pic 9(4).
           01 ws-visited-found pic x value "N".

      *>     the register for the run, in the order its squares were
      *>     first crossed a second time.
           78 ws-register-max  value 5000.
           78 ws-crossings-max value 16.
           01 ws-register-used pic 9(4) value 0.
           01 ws-register-table.
               05 ws-register-entry occurs ws-register-max times.
                   10 ws-reg-coord pic x(13).
                   10 ws-reg-count pic 9(5).
                   10 ws-reg-kept  pic 9(2).
                   10 ws-reg-crossing occurs ws-crossings-max times.
                       15 ws-reg-seq pic 9(4).
                       15 ws-reg-ts  pic x(26).
           01 ws-reg-index   pic 9(4) value 0.
           01 ws-cross-index pic 9(2) value 0.
           01 ws-cross-seq   pic 9(4) value 0.
           01 ws-cross-ts    pic x(26) value spaces.

      *>     walk geometry
           01 ws-min-x pic S9(5) value 0.
           01 ws-max-x pic S9(5) value 0.
           01 ws-min-y pic S9(5) value 0.
           01 ws-max-y pic S9(5) value 0.
           01 ws-end-x pic S9(5) value 0.
           01 ws-end-y pic S9(5) value 0.
           01 ws-final-dist     pic 9(6)    value 0.
           01 ws-self-crossings pic 9(7)    value 0.
           01 ws-path-ratio     pic 9(5)v99 value 0.

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
           main-geo.
               perform init-geo

               move ws-run-id to ws-joblog-parms
               perform log-job-start

               perform open-geo-outputs

               if ws-run-all = "Y"
                   perform summarize-live-runs
               else
                   perform resolve-audit-segment
                   perform summarize-run
                   if ws-move-count = 0
                       display "no COORD-MOVE audit rows for run id "
                           function trim(ws-run-id)
                       perform close-geo-outputs
                       move 1 to ws-joblog-rc
                       perform log-job-end
                       stop run returning 1
                   end-if
               end-if

               perform close-geo-outputs

               display "geometry summary - " ws-runs-done
                   " run(s) summarized, " ws-register-rows
                   " revisit register row(s)"
               if ws-runs-empty > 0
                   display ws-runs-empty
                       " run(s) in the audit directory had no rows"
               end-if

               perform log-job-end

               stop run.

           init-geo.
               move "DAY1_AUDIT" to ws-parm-name
               move "../day1-audit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-audit-path
               move "DAY1_REVISITS" to ws-parm-name
               move "../day1-revisits.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-revisits-path
               move "DAY1_GEOMETRY" to ws-parm-name
               move "../day1-geometry.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-geometry-path
               accept ws-run-id from environment "DAY1GEO_RUN_ID"
                   on exception
                       move spaces to ws-run-id
               end-accept
               if ws-run-id = spaces
                   display "DAY1GEO_RUN_ID not set - name the run "
                       "(input path) to summarize, or ALL"
                   stop run returning 1
               end-if
               if function upper-case(ws-run-id) = "ALL"
                   move "Y" to ws-run-all
                   move "ALL" to ws-run-id
               end-if
               .

           open-geo-outputs.
               open extend day1-revisits
               if revisits-status = "35"
                   open output day1-revisits
               end-if
               if revisits-status not = "00"
                   display "error opening revisit register "
                       function trim(ws-revisits-path)
                       ". status=" revisits-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open extend day1-geometry
               if geometry-status = "35"
                   open output day1-geometry
               end-if
               if geometry-status not = "00"
                   display "error opening geometry summary "
                       function trim(ws-geometry-path)
                       ". status=" geometry-status
                   close day1-revisits
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               .

           close-geo-outputs.
               close day1-revisits
               close day1-geometry
               .

           summarize-live-runs.
               perform load-run-directory
               perform varying ws-run-index from 1 by 1
                       until ws-run-index > ws-runs-used
                   move ws-run-entry-id(ws-run-index) to ws-run-id
                   move ws-run-entry-seg(ws-run-index)
                       to ws-audit-seg-num
                   move "Y" to ws-audit-seg-found
                   perform build-segment-path
                   perform summarize-run
                   if ws-move-count = 0
                       add 1 to ws-runs-empty
                   end-if
               end-perform
               .

           load-run-directory.
               move spaces to ws-audit-dir-path
               string function trim(ws-audit-path) delimited by size
                       ".dir" delimited by size
                   into ws-audit-dir-path
               end-string

               move 0 to ws-runs-used
               move "N" to ws-audit-dir-eof
               open input audit-dir
               if audit-dir-status not = "00"
                   exit paragraph
               end-if
               perform until ws-audit-dir-eof = "Y"
                   read audit-dir
                       at end
                           move "Y" to ws-audit-dir-eof
                       not at end
                           perform store-run-entry
                   end-read
               end-perform
               close audit-dir
               .

           store-run-entry.
               if ws-runs-used >= ws-runs-max
                   display "table capacity exceeded: ws-runs-used="
                       ws-runs-used " max=" ws-runs-max
                   close audit-dir
                   perform close-geo-outputs
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-runs-used
               move adr-run-id  to ws-run-entry-id(ws-runs-used)
               move adr-seg-num to ws-run-entry-seg(ws-runs-used)
               .

      *>     lookup-only twin of day1's resolve-audit-segment, as in
      *>     day1map - summarizing must never register a run id the
      *>     walker hasn't.
           resolve-audit-segment.
               move spaces to ws-audit-dir-path
               string function trim(ws-audit-path) delimited by size
                       ".dir" delimited by size
                   into ws-audit-dir-path
               end-string

               move "N" to ws-audit-seg-found
               move "N" to ws-audit-dir-eof
               move 0 to ws-audit-seg-num
               open input audit-dir
               if audit-dir-status = "00"
                   perform until ws-audit-dir-eof = "Y"
                       read audit-dir
                           at end
                               move "Y" to ws-audit-dir-eof
                           not at end
                               if adr-run-id = ws-run-id
                                   move "Y" to ws-audit-seg-found
                                   move adr-seg-num to ws-audit-seg-num
                               end-if
                       end-read
                   end-perform
                   close audit-dir
               end-if

               if ws-audit-seg-found = "Y"
                   perform build-segment-path
               end-if
               .

           build-segment-path.
               move spaces to ws-audit-seg-path
               string function trim(ws-audit-path) delimited by size
                       ".seg-" delimited by size
                       ws-audit-seg-num delimited by size
                   into ws-audit-seg-path
               end-string
               .

      *>     one run: its live segment first, the archives when that
      *>     holds nothing, then the register rows and the summary row.
      *>     a run with no rows anywhere writes nothing.
           summarize-run.
               move function current-date to ws-now
               move ws-now(1:14) to ws-built-ts
               perform reset-walk-state

               move "LIVE" to ws-run-source
               if ws-audit-seg-found = "Y"
                   perform load-audit-rows
               end-if
               if ws-move-count = 0
                   move "ARCHIVE" to ws-run-source
                   perform load-archived-rows
               end-if
               if ws-move-count = 0
                   exit paragraph
               end-if

               perform write-register-rows
               perform write-geometry-row
               add 1 to ws-runs-done
               .

      *>     reads whatever file ws-audit-seg-path names - the run's
      *>     live segment, or a dated archive when the caller is
      *>     walking the archive directory. a file that cannot be
      *>     opened just contributes no rows.
           load-audit-rows.
               move "N" to ws-audit-eof
               open input day1-audit
               if audit-status not = "00"
                   exit paragraph
               end-if
               perform until ws-audit-eof = "Y"
                   read day1-audit
                       at end
                           move "Y" to ws-audit-eof
                       not at end
                           if adt-run-id = ws-run-id
                           and adt-event-type = "COORD-MOVE"
                               perform apply-audit-move
                           end-if
                   end-read
               end-perform
               close day1-audit
               .

           load-archived-rows.
               perform collect-covering-archives
               perform varying ws-arch-index from 1 by 1
                       until ws-arch-index > ws-archives-used
                   move ws-archive-file-path(ws-arch-index)
                       to ws-audit-seg-path
                   perform load-audit-rows
               end-perform
               .

      *>     the covering archives: every row of the audit base's
      *>     .archdir whose lo/hi run id range includes the run being
      *>     summarized. a missing .archdir just means nothing has been
      *>     archived yet.
           collect-covering-archives.
               move 0 to ws-archives-used
               move "N" to ws-archdir-eof

               move spaces to ws-archdir-path
               string function trim(ws-audit-path) delimited by size
                       ".archdir" delimited by size
                   into ws-archdir-path
               end-string

               open input arch-dir
               if archdir-status not = "00"
                   exit paragraph
               end-if
               perform until ws-archdir-eof = "Y"
                   read arch-dir
                       at end
                           move "Y" to ws-archdir-eof
                       not at end
                           if ws-run-id >= acd-lo-run-id
                           and ws-run-id <= acd-hi-run-id
                           and ws-archives-used < ws-archives-max
                               add 1 to ws-archives-used
                               move acd-archive-path to
                                   ws-archive-file-path(ws-archives-used)
                           end-if
                   end-read
               end-perform
               close arch-dir
               .

           apply-audit-move.
               if ws-move-count > 0 and adt-seq < ws-prev-seq
                   perform reset-walk-state
               end-if
               move adt-seq to ws-prev-seq

               add 1 to ws-move-count
               move adt-seq       to ws-cur-seq
               move adt-timestamp to ws-cur-ts
               move function numval(adt-coord-x) to coord-x
               move function numval(adt-coord-y) to coord-y

               if coord-x < ws-min-x move coord-x to ws-min-x end-if
               if coord-x > ws-max-x move coord-x to ws-max-x end-if
               if coord-y < ws-min-y move coord-y to ws-min-y end-if
               if coord-y > ws-max-y move coord-y to ws-max-y end-if

               perform format-new-coord
               perform record-geo-coord

               move coord-x to ws-end-x
               move coord-y to ws-end-y
               .

      *>     a new run, or an earlier walk for this run id superseded -
      *>     start over with only the origin square walked.
           reset-walk-state.
               move 0 to ws-move-count
               move 0 to ws-visited-used
               move 0 to ws-register-used
               move 0 to ws-self-crossings
               move 0 to ws-prev-seq
               move 0 to ws-min-x
               move 0 to ws-max-x
               move 0 to ws-min-y
               move 0 to ws-max-y
               move 0 to ws-end-x
               move 0 to ws-end-y

               move 0 to coord-x
               move 0 to coord-y
               move 0 to ws-cur-seq
               move spaces to ws-cur-ts
               perform format-new-coord
               perform record-geo-coord
               .

      *>     same sign convention as day1's format-new-coord - zero is
      *>     positive - so the coord strings here land on exactly the
      *>     squares day1's own shadow table recorded.
           format-new-coord.
               if coord-x = zeros
                   move "+" to ws-x-coord-sign
               end-if
               if coord-y = zeros
                   move "+" to ws-y-coord-sign
               end-if

               if coord-x < 0
                   move "-" to ws-x-coord-sign
               else
                   if coord-x > 0
                       move "+" to ws-x-coord-sign
                   end-if
               end-if

               if coord-y < 0
                   move "-" to ws-y-coord-sign
               else
                   if coord-y > 0
                       move "+" to ws-y-coord-sign
                   end-if
               end-if

               move function concatenate(ws-x-coord-sign,
                                         function abs(coord-x),
                                         ",",
                                         ws-y-coord-sign,
                                         function abs(coord-y))
                   to ws-new-coord
               .

      *>     a square walked before is a self-crossing. the second
      *>     crossing opens its register entry with both crossings;
      *>     every later one is added to it.
           record-geo-coord.
               move "N" to ws-visited-found
               if ws-visited-used > 0
                   search all ws-visited-group
                       at end
                           move "N" to ws-visited-found
                       when ws-visited-coord(ws-vx) = ws-new-coord
                           move "Y" to ws-visited-found
                   end-search
               end-if
               if ws-visited-found = "N"
                   perform insert-geo-coord
                   exit paragraph
               end-if

               add 1 to ws-visited-cnt(ws-vx)
               add 1 to ws-self-crossings
               if ws-visited-reg(ws-vx) = 0
                   perform open-register-entry
               end-if
               move ws-visited-reg(ws-vx) to ws-reg-index
               move ws-cur-seq to ws-cross-seq
               move ws-cur-ts  to ws-cross-ts
               perform add-register-crossing
               .

           insert-geo-coord.
               if ws-visited-used >= ws-visited-max
                   display "table capacity exceeded: ws-visited-used="
                       ws-visited-used " max=" ws-visited-max
                   perform abandon-summary
               end-if

               set ws-vx to 1
               perform until ws-vx > ws-visited-used
                         or ws-visited-coord(ws-vx) > ws-new-coord
                   set ws-vx up by 1
               end-perform
               if ws-visited-used > 0
                   perform varying ws-vy from ws-visited-used by -1
                           until ws-vy < ws-vx
                       move ws-visited-group(ws-vy)
                           to ws-visited-group(ws-vy + 1)
                   end-perform
               end-if
               move ws-new-coord to ws-visited-coord(ws-vx)
               move 1            to ws-visited-cnt(ws-vx)
               move ws-cur-seq   to ws-visited-first-seq(ws-vx)
               move ws-cur-ts    to ws-visited-first-ts(ws-vx)
               move 0            to ws-visited-reg(ws-vx)
               add 1 to ws-visited-used
               .

           open-register-entry.
               if ws-register-used >= ws-register-max
                   display "table capacity exceeded: ws-register-used="
                       ws-register-used " max=" ws-register-max
                   perform abandon-summary
               end-if

               add 1 to ws-register-used
               move ws-register-used to ws-visited-reg(ws-vx)
               move ws-register-used to ws-reg-index
               move ws-visited-coord(ws-vx) to ws-reg-coord(ws-reg-index)
               move 0 to ws-reg-count(ws-reg-index)
               move 0 to ws-reg-kept(ws-reg-index)
               move ws-visited-first-seq(ws-vx) to ws-cross-seq
               move ws-visited-first-ts(ws-vx)  to ws-cross-ts
               perform add-register-crossing
               .

           add-register-crossing.
               add 1 to ws-reg-count(ws-reg-index)
               if ws-reg-kept(ws-reg-index) < ws-crossings-max
                   add 1 to ws-reg-kept(ws-reg-index)
                   move ws-reg-kept(ws-reg-index) to ws-cross-index
                   move ws-cross-seq
                       to ws-reg-seq(ws-reg-index, ws-cross-index)
                   move ws-cross-ts
                       to ws-reg-ts(ws-reg-index, ws-cross-index)
               end-if
               .

      *>     a walk too big for the tables gets no summary at all - a
      *>     partial one would rank as a different walk.
           abandon-summary.
               display "run " function trim(ws-run-id)
                   " not summarized - nothing written for it"
               close day1-audit
               perform close-geo-outputs
               move 1 to ws-joblog-rc
               perform log-job-end
               stop run returning 1
               .

           write-register-rows.
               perform varying ws-reg-index from 1 by 1
                       until ws-reg-index > ws-register-used
                   move spaces to revisit-record
                   move ws-run-id   to rv-run-id
                   move ws-built-ts to rv-built-ts
                   move ws-reg-coord(ws-reg-index) to rv-coord
                   move ws-reg-count(ws-reg-index) to rv-visit-count
                   move ws-reg-kept(ws-reg-index)  to rv-crossings-kept
                   perform varying ws-cross-index from 1 by 1
                           until ws-cross-index > ws-reg-kept(ws-reg-index)
                       move ws-reg-seq(ws-reg-index, ws-cross-index)
                           to rv-cross-seq(ws-cross-index)
                       move ws-reg-ts(ws-reg-index, ws-cross-index)
                           to rv-cross-ts(ws-cross-index)
                   end-perform
                   write revisit-record
                   add 1 to ws-register-rows
               end-perform
               .

      *>     a walk that ends where it started covered no distance, so
      *>     its path ratio is off the scale rather than undefined.
           write-geometry-row.
               compute ws-final-dist =
                   function abs(ws-end-x) + function abs(ws-end-y)
               if ws-final-dist = 0
                   move 99999.99 to ws-path-ratio
               else
                   compute ws-path-ratio rounded =
                           ws-move-count / ws-final-dist
                       on size error
                           move 99999.99 to ws-path-ratio
                   end-compute
               end-if

               move spaces to geometry-record
               move ws-run-id         to gm-run-id
               move ws-built-ts       to gm-built-ts
               move ws-min-x          to gm-min-x
               move ws-max-x          to gm-max-x
               move ws-min-y          to gm-min-y
               move ws-max-y          to gm-max-y
               move ws-move-count     to gm-unit-steps
               move ws-end-x          to gm-end-x
               move ws-end-y          to gm-end-y
               move ws-final-dist     to gm-final-dist
               move ws-visited-used   to gm-squares
               move ws-register-used  to gm-revisited
               move ws-self-crossings to gm-self-crossings
               move ws-path-ratio     to gm-path-ratio
               move ws-run-source     to gm-source
               write geometry-record
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
               move "day1geo" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
