      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Monitoring plugin mode (--check) for Nagios /
      *>          Icinga, alongside the Prometheus text file. Follows
      *>          the plugin contract: one status line on stdout -
      *>          "CRSSR OK|WARNING|CRITICAL|UNKNOWN - <summary> |
      *>          <performance data>" - and the state as the exit
      *>          code (0, 1, 2, 3; the caller sets RETURN-CODE).
      *>          Six measures, each against a warning and a
      *>          critical threshold from config ("warn,crit"):
      *>            check_batch      minutes since the last batch
      *>                             run (run_history.dat)
      *>                             - default 1560,2880;
      *>            check_failing    feeds whose latest refresh
      *>                             failed - default 1,5;
      *>            check_quarantine quarantined feeds - 1,5;
      *>            check_lock       age in minutes of a held store
      *>                             lock - 60,240;
      *>            check_disk       % of the tightest disk budget
      *>                             still free (low is bad) - 20,10;
      *>            check_spool      share spool entries still
      *>                             pending delivery - 10,50.
      *>          The worst state wins; UNKNOWN only when nothing is
      *>          worse and something could not be measured (no
      *>          feed store, no batch run recorded yet).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-monitor-check.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".

               select optional fd-run-history-file
               assign to dynamic ws-run-history-file-name
               organization is line sequential.

               select optional fd-share-spool-file
               assign to dynamic ws-share-spool-file-name
               organization is line sequential.

               select optional fd-check-temp-file
               assign to dynamic ws-check-temp-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".

           FD fd-run-history-file.
           01  f-run-history-line-raw         pic x(200).

      *> Only the status byte matters here - see rss-share-spool-add.
           FD fd-share-spool-file.
           01  f-spool-record.
               05  f-spool-status            pic x.
               05  filler                    pic x(1420).

           FD fd-check-temp-file.
           01  f-check-temp-line              pic x(32).

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-run-history-file-name          pic x(256) value spaces.
       77  ws-share-spool-file-name          pic x(256) value spaces.
       77  ws-check-temp-file-name           pic x(256) value spaces.
       77  ws-lock-dir-name                  pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(700) value spaces.
       77  ws-rss-idx                        pic 9(5) value zero.
       77  ws-now-epoch                      pic 9(10) value zero.

      *> The six measures, in output order.
       78  ws-measure-count                  value 6.
       01  ws-measure-table.
           05  ws-measure occurs 6 times.
               10  ws-m-label                pic x(20).
               10  ws-m-config-key           pic x(16).
               10  ws-m-default              pic x(12).
      *> 'H' - higher is worse; 'L' - lower is worse.
               10  ws-m-direction            pic x.
               10  ws-m-value                pic 9(9).
               10  ws-m-warn                 pic 9(9).
               10  ws-m-crit                 pic 9(9).
      *> 0 ok, 1 warning, 2 critical, 3 unknown.
               10  ws-m-state                pic 9.
               10  ws-m-text                 pic x(48).
       77  ws-m-idx                          pic 9 value zero.

       77  ws-threshold-val                  pic x(32) value spaces.
       77  ws-warn-text                      pic x(12) value spaces.
       77  ws-crit-text                      pic x(12) value spaces.

       77  ws-history-line                   pic x(200) value spaces.
       77  ws-last-run-line                  pic x(200) value spaces.
       77  ws-run-epoch-text                 pic x(12) value spaces.
       77  ws-temp-line                      pic x(32) value spaces.

       77  ws-disk-budget-mode               pic x value 'H'.
       77  ws-disk-budget-status             pic 9 value zero.
       77  ws-disk-budget-headroom           pic 9(3) value zero.

       77  ws-overall-state                  pic 9 value zero.
       77  ws-state-word                     pic x(16) value spaces.
       77  ws-summary                        pic x(400) value spaces.
       77  ws-summary-ptr                    pic 9(4) value zero.
       77  ws-perf-data                      pic x(400) value spaces.
       77  ws-perf-ptr                       pic 9(4) value zero.
       77  ws-disp-num                       pic z(8)9.
       77  ws-disp-warn                      pic z(8)9.
       77  ws-disp-crit                      pic z(8)9.

       01  ws-store-found-sw                 pic a value 'N'.
           88  ws-store-found                value 'Y'.
           88  ws-store-missing              value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-check-state                     pic 9.

       procedure division using l-check-state.

       main-procedure.

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/run_history.dat")
               to ws-run-history-file-name
           move function resolve-data-path("feeds/share_spool.dat")
               to ws-share-spool-file-name
           move function resolve-data-path("feeds/check.tmp")
               to ws-check-temp-file-name
           move function resolve-data-path("feeds/.lock")
               to ws-lock-dir-name

           move function rss-epoch-minutes to ws-now-epoch

           perform set-up-measures
           perform load-thresholds

           perform measure-batch-recency
           perform measure-feed-health
           perform measure-lock-age
           perform measure-disk-headroom
           perform measure-spool-backlog

           perform varying ws-m-idx from 1 by 1
               until ws-m-idx > ws-measure-count
               perform rate-measure
           end-perform

           perform build-status-line

           display function trim(ws-state-word) " - "
               function trim(ws-summary) " | "
               function trim(ws-perf-data)
           end-display

           move ws-overall-state to l-check-state

           goback.


       set-up-measures.

           initialize ws-measure-table

           move "batch_age_min"     to ws-m-label(1)
           move "check_batch"       to ws-m-config-key(1)
           move "1560,2880"         to ws-m-default(1)
           move 'H'                 to ws-m-direction(1)

           move "failing_feeds"     to ws-m-label(2)
           move "check_failing"     to ws-m-config-key(2)
           move "1,5"               to ws-m-default(2)
           move 'H'                 to ws-m-direction(2)

           move "quarantined_feeds" to ws-m-label(3)
           move "check_quarantine"  to ws-m-config-key(3)
           move "1,5"               to ws-m-default(3)
           move 'H'                 to ws-m-direction(3)

           move "lock_age_min"      to ws-m-label(4)
           move "check_lock"        to ws-m-config-key(4)
           move "60,240"            to ws-m-default(4)
           move 'H'                 to ws-m-direction(4)

           move "disk_headroom_pct" to ws-m-label(5)
           move "check_disk"        to ws-m-config-key(5)
           move "20,10"             to ws-m-default(5)
           move 'L'                 to ws-m-direction(5)

           move "spool_pending"     to ws-m-label(6)
           move "check_spool"       to ws-m-config-key(6)
           move "10,50"             to ws-m-default(6)
           move 'H'                 to ws-m-direction(6)

           exit paragraph.


       load-thresholds.

           perform varying ws-m-idx from 1 by 1
               until ws-m-idx > ws-measure-count

               move function get-config(ws-m-config-key(ws-m-idx))
                   to ws-threshold-val
               if ws-threshold-val = spaces
               or ws-threshold-val = "NOT-SET" then
                   move ws-m-default(ws-m-idx) to ws-threshold-val
               end-if

               move spaces to ws-warn-text ws-crit-text
               unstring ws-threshold-val delimited by ","
                   into ws-warn-text ws-crit-text
               end-unstring

      *> A malformed pair falls back to the default one.
               if ws-warn-text = spaces or ws-crit-text = spaces
               or function trim(ws-warn-text) is not numeric
               or function trim(ws-crit-text) is not numeric then
                   move spaces to ws-warn-text ws-crit-text
                   unstring ws-m-default(ws-m-idx) delimited by ","
                       into ws-warn-text ws-crit-text
                   end-unstring
               end-if

               move function numval(ws-warn-text)
                   to ws-m-warn(ws-m-idx)
               move function numval(ws-crit-text)
                   to ws-m-crit(ws-m-idx)

           end-perform

           exit paragraph.


       measure-batch-recency.

      *> The last line of the run history is the latest run.
           move spaces to ws-last-run-line
           set ws-not-eof to true

           open input fd-run-history-file
               perform until ws-eof
                   read fd-run-history-file into ws-history-line
                       at end
                           set ws-eof to true
                       not at end
                           if ws-history-line not = spaces then
                               move ws-history-line
                                   to ws-last-run-line
                           end-if
                   end-read
               end-perform
           close fd-run-history-file

           move spaces to ws-run-epoch-text
           unstring ws-last-run-line delimited by "|"
               into ws-run-epoch-text
           end-unstring

           if ws-run-epoch-text = spaces
           or function trim(ws-run-epoch-text) is not numeric then
               move 3 to ws-m-state(1)
               move "no batch run recorded" to ws-m-text(1)
               exit paragraph
           end-if

           if function numval(ws-run-epoch-text) > ws-now-epoch then
               move zero to ws-m-value(1)
           else
               compute ws-m-value(1) =
                   ws-now-epoch - function numval(ws-run-epoch-text)
           end-if

           move ws-m-value(1) to ws-disp-num
           move function concatenate(
               "last batch ", function trim(ws-disp-num),
               "m ago") to ws-m-text(1)

           exit paragraph.


       measure-feed-health.

      *> Failing: the latest attempt in the rolling health history
      *> was a failure. Quarantined: any quarantine level.
           set ws-store-missing to true
           set ws-not-eof to true
           move zero to ws-last-id-record

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end
                           set ws-eof to true
                       not at end
                           set ws-store-found to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           if ws-store-missing then
               move 3 to ws-m-state(2) ws-m-state(3)
               move "feed store not found" to ws-m-text(2)
               move spaces to ws-m-text(3)
               exit paragraph
           end-if

           if ws-last-id-record is not zeros then
               open input fd-rss-list-file
                   perform varying ws-rss-idx from 1 by 1
                       until ws-rss-idx > ws-last-id-record

                       move ws-rss-idx to f-rss-feed-id
                       read fd-rss-list-file into ws-rss-list-record
                           key is f-rss-feed-id
                           invalid key
                               continue
                           not invalid key
                               perform count-feed-health
                       end-read

                   end-perform
               close fd-rss-list-file
           end-if

           move ws-m-value(2) to ws-disp-num
           move function concatenate(
               function trim(ws-disp-num), " failing")
               to ws-m-text(2)
           move ws-m-value(3) to ws-disp-num
           move function concatenate(
               function trim(ws-disp-num), " quarantined")
               to ws-m-text(3)

           exit paragraph.


       count-feed-health.

           if ws-rss-health-history(10:1) = 'F' then
               add 1 to ws-m-value(2)
           end-if

           if ws-rss-quarantine-level > zero then
               add 1 to ws-m-value(3)
           end-if

           exit paragraph.


       measure-lock-age.

      *> Minutes since the lock directory was made; none held is 0.
           move function concatenate(
               "L=", function trim(ws-lock-dir-name),
               "; if [ -d ""$L"" ]; then echo $(( ($(date +%s) - ",
               "$(stat -c %Y ""$L"")) / 60 )); else echo 0; fi > ",
               function trim(ws-check-temp-file-name),
               " 2>/dev/null")
               to ws-shell-cmd
           perform read-shell-number

           if ws-temp-line not = spaces
           and function trim(ws-temp-line) is numeric then
               move function numval(ws-temp-line) to ws-m-value(4)
           end-if

           if ws-m-value(4) = zero then
               move "no stale lock" to ws-m-text(4)
           else
               move ws-m-value(4) to ws-disp-num
               move function concatenate(
                   "store lock held ", function trim(ws-disp-num),
                   "m") to ws-m-text(4)
           end-if

           exit paragraph.


       measure-disk-headroom.

           call "rss-disk-budget" using
               ws-disk-budget-mode ws-disk-budget-status
               ws-disk-budget-headroom
           end-call
           cancel "rss-disk-budget"

           move ws-disk-budget-headroom to ws-m-value(5)
           move ws-m-value(5) to ws-disp-num
           move function concatenate(
               "disk headroom ", function trim(ws-disp-num), "%")
               to ws-m-text(5)

           exit paragraph.


       measure-spool-backlog.

           set ws-not-eof to true

           open input fd-share-spool-file
               perform until ws-eof
                   read fd-share-spool-file
                       at end
                           set ws-eof to true
                       not at end
                           if f-spool-status = 'P' then
                               add 1 to ws-m-value(6)
                           end-if
                   end-read
               end-perform
           close fd-share-spool-file

           move ws-m-value(6) to ws-disp-num
           move function concatenate(
               "spool ", function trim(ws-disp-num), " pending")
               to ws-m-text(6)

           exit paragraph.


       read-shell-number.

           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move spaces to ws-temp-line
           set ws-not-eof to true
           open input fd-check-temp-file
               read fd-check-temp-file into ws-temp-line
                   at end
                       set ws-eof to true
               end-read
           close fd-check-temp-file

           move function concatenate(
               "rm -f ", function trim(ws-check-temp-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       rate-measure.

           if ws-m-state(ws-m-idx) = 3 then
               exit paragraph
           end-if

           if ws-m-direction(ws-m-idx) = 'H' then
               evaluate true
                   when ws-m-value(ws-m-idx) >= ws-m-crit(ws-m-idx)
                       move 2 to ws-m-state(ws-m-idx)
                   when ws-m-value(ws-m-idx) >= ws-m-warn(ws-m-idx)
                       move 1 to ws-m-state(ws-m-idx)
                   when other
                       move zero to ws-m-state(ws-m-idx)
               end-evaluate
           else
               evaluate true
                   when ws-m-value(ws-m-idx) <= ws-m-crit(ws-m-idx)
                       move 2 to ws-m-state(ws-m-idx)
                   when ws-m-value(ws-m-idx) <= ws-m-warn(ws-m-idx)
                       move 1 to ws-m-state(ws-m-idx)
                   when other
                       move zero to ws-m-state(ws-m-idx)
               end-evaluate
           end-if

           exit paragraph.


       build-status-line.

      *> CRITICAL beats WARNING beats UNKNOWN beats OK.
           move zero to ws-overall-state
           perform varying ws-m-idx from 1 by 1
               until ws-m-idx > ws-measure-count
               evaluate true
                   when ws-m-state(ws-m-idx) = 2
                       move 2 to ws-overall-state
                   when ws-m-state(ws-m-idx) = 1
                   and ws-overall-state not = 2
                       move 1 to ws-overall-state
                   when ws-m-state(ws-m-idx) = 3
                   and ws-overall-state = zero
                       move 3 to ws-overall-state
               end-evaluate
           end-perform

           evaluate ws-overall-state
               when 0 move "CRSSR OK" to ws-state-word
               when 1 move "CRSSR WARNING" to ws-state-word
               when 2 move "CRSSR CRITICAL" to ws-state-word
               when other move "CRSSR UNKNOWN" to ws-state-word
           end-evaluate

      *> Summary: the measures in trouble, worst first, each with
      *> its (!) / (!!) / (?) marker; all of them when none is.
           move spaces to ws-summary
           move 1 to ws-summary-ptr
           if ws-overall-state = zero then
               perform varying ws-m-idx from 1 by 1
                   until ws-m-idx > ws-measure-count
                   perform add-summary-part
               end-perform
           else
               perform varying ws-m-idx from 1 by 1
                   until ws-m-idx > ws-measure-count
                   if ws-m-state(ws-m-idx) = 2 then
                       perform add-summary-part
                   end-if
               end-perform
               perform varying ws-m-idx from 1 by 1
                   until ws-m-idx > ws-measure-count
                   if ws-m-state(ws-m-idx) = 1 then
                       perform add-summary-part
                   end-if
               end-perform
               perform varying ws-m-idx from 1 by 1
                   until ws-m-idx > ws-measure-count
                   if ws-m-state(ws-m-idx) = 3 then
                       perform add-summary-part
                   end-if
               end-perform
           end-if

      *> Performance data: label=value;warn;crit for every measure
      *> that could be taken.
           move spaces to ws-perf-data
           move 1 to ws-perf-ptr
           perform varying ws-m-idx from 1 by 1
               until ws-m-idx > ws-measure-count
               if ws-m-state(ws-m-idx) not = 3 then
                   move ws-m-value(ws-m-idx) to ws-disp-num
                   move ws-m-warn(ws-m-idx) to ws-disp-warn
                   move ws-m-crit(ws-m-idx) to ws-disp-crit
                   string
                       function trim(ws-m-label(ws-m-idx)) "="
                       function trim(ws-disp-num)
                       delimited by size
                       into ws-perf-data
                       with pointer ws-perf-ptr
                   end-string
                   if ws-m-idx = 5 then
                       string "%" delimited by size
                           into ws-perf-data
                           with pointer ws-perf-ptr
                       end-string
                   end-if
                   string
                       ";" function trim(ws-disp-warn)
                       ";" function trim(ws-disp-crit) " "
                       delimited by size
                       into ws-perf-data
                       with pointer ws-perf-ptr
                   end-string
               end-if
           end-perform

           exit paragraph.


       add-summary-part.

           if ws-m-text(ws-m-idx) = spaces then
               exit paragraph
           end-if

           if ws-summary-ptr > 1 then
               string ", " delimited by size
                   into ws-summary
                   with pointer ws-summary-ptr
               end-string
           end-if

           string function trim(ws-m-text(ws-m-idx))
               delimited by size
               into ws-summary
               with pointer ws-summary-ptr
           end-string

           evaluate ws-m-state(ws-m-idx)
               when 1
                   string " (!)" delimited by size
                       into ws-summary
                       with pointer ws-summary-ptr
                   end-string
               when 2
                   string " (!!)" delimited by size
                       into ws-summary
                       with pointer ws-summary-ptr
                   end-string
               when 3
                   string " (?)" delimited by size
                       into ws-summary
                       with pointer ws-summary-ptr
                   end-string
           end-evaluate

           exit paragraph.

       end program rss-monitor-check.
