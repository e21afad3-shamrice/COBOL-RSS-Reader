       repository.
           function rss-downloader
           function rss-refresh-due-upstream
           function rss-websub-poll-minutes
           function rss-category-interval
           function rss-refresh-blackout
           function rss-quarantine-holds
           function rss-epoch-minutes
           function rss-parser
           function rss-store-lock
           function rss-command-allowed
           function get-config
           function pipe-open
           function pipe-close
               organization is line sequential
               file status is ws-mail-flag-status.

               select optional fd-assets-file
               assign to dynamic ws-assets-file-name
               organization is line sequential.

               select fd-exposure-report-file
               assign to dynamic ws-exposure-report-file-name
               organization is line sequential.

               copy "./copybooks/filecontrol/rss_asset_flag_file.cpy".
               copy
                "./copybooks/filecontrol/rss_control_totals_file.cpy".

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           FD fd-mail-flag-file.
           01  f-mail-flag-line-raw           pic x(80).

           FD fd-assets-file.
           01  f-assets-line-raw              pic x(160).

           FD fd-exposure-report-file.
           01  f-exposure-line-raw            pic x(256).

           copy
            "./copybooks/filedescriptor/fd_rss_asset_flag_file.cpy".
           copy
            "./copybooks/filedescriptor/fd_rss_control_totals_file.cpy".

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
               10  ws-due-feed-dat-name      pic x(128) value spaces.
               10  ws-due-feed-host          pic x(128) value spaces.
               10  ws-due-feed-filter-cmd    pic x(128) value spaces.
               10  ws-due-feed-health-before pic x(10) value spaces.
               10  ws-due-feed-quar-before   pic 9 value zero.
               10  ws-due-feed-outcome       pic x value space.

       77  ws-due-feed-count                 pic 9(5) value zero.
       77  ws-due-idx                        pic 9(5) value zero.
               10  ws-arranged-feed-host     pic x(128) value spaces.
               10  ws-arranged-feed-filter-cmd
                                             pic x(128) value spaces.
               10  ws-arranged-health-before pic x(10) value spaces.
               10  ws-arranged-quar-before   pic 9 value zero.
               10  ws-arranged-outcome       pic x value space.

       77  ws-arranged-count                 pic 9(5) value zero.
       01  ws-due-picked-flags               pic x(500) value spaces.
           88  ws-host-in-sweep              value 'Y'.
           88  ws-host-not-in-sweep          value 'N'.

      *> Host outage correlation. When every due feed on one host
      *> failed in the same run the host is down, not each feed -
      *> the run reports one host outage, and those feeds get the
      *> health history and quarantine level they had before the
      *> run back (the attempt stamp and feed status stay). A lone
      *> feed on its host can't be told apart from a broken feed,
      *> so it takes at least two.
       78  ws-host-outage-min-feeds          value 2.
       01  ws-host-judged-flags              pic x(500) value spaces.
       77  ws-host-outage-count              pic 9(5) value zero.
       77  ws-host-outage-feeds              pic 9(5) value zero.
       77  ws-host-member-count              pic 9(5) value zero.
       77  ws-host-failed-count              pic 9(5) value zero.
       77  ws-host-member-idx                pic 9(5) value zero.

      *> TLS certificate expiry watch - see rss-cert-check. Hosts
      *> expiring inside the "cert_warn_days" window come back as
      *> ready-made summary lines.
       77  ws-cert-mode                      pic x value 'S'.
       01  ws-cert-warnings.
           05  ws-cert-warning-count         pic 9(3) value zero.
           05  ws-cert-warning-line          pic x(128) value spaces
                                             occurs 20 times.
       77  ws-cert-idx                       pic 9(3) value zero.

      *> WebSub subscribe/renew pass - leases are kept alive from
      *> the scheduled run so pushes keep arriving.
       77  ws-websub-op                      pic x value 'S'.
       77  ws-websub-status                  pic 9 value zero.
       copy "./copybooks/wsrecord/ws-websub-record.cpy".

      *> Watchlist alert register - every dispatched match gets an
      *> alert id for acknowledgement; the run also escalates the
      *> ones left unacknowledged too long.
       77  ws-alert-op                       pic x value 'A'.
       77  ws-alert-status                   pic 9 value zero.
       copy "./copybooks/wsrecord/ws-alert-record.cpy".

       78  ws-batch-workers-key              value "batch_workers".
      *> Serial by default: the rss-downloader path carries the
      *> conditional-GET probe, the full retry ladder and standby
      *> URL failover. Raising batch_workers opts into the
      *> concurrent fast path below.
       78  ws-batch-workers-default          value 1.
       78  ws-batch-workers-max              value 8.
       77  ws-batch-workers-config-val       pic x(32) value spaces.
       77  ws-download-timeout-config-val    pic x(32) value spaces.
       77  ws-download-timeout-secs          pic 9(6) value zero.

       77  ws-group-cmd                      pic x(12288) value spaces.
      *> Logged copy of the group command - credential flags are
      *> masked there, the logger must never see a password.
       77  ws-group-cmd-log                  pic x(12288) value spaces.
       77  ws-batch-temp-file-name           pic x(256) value spaces.
       77  ws-batch-retry-file-name          pic x(256) value spaces.
       77  ws-parse-status                   pic s9 value zero.
       77  ws-cleanup-cmd                    pic x(512) value spaces.

      *> Consumption figures for the parallel path, handed to
      *> rss-consumption per feed the way rss-downloader does for
      *> the serial one. A group's downloads run concurrently, so
      *> the group's wall time is split evenly across its feeds.
       77  ws-consumption-bytes              pic 9(12) value zero.
       77  ws-consumption-parse-hsecs        pic 9(9) value zero.
       77  ws-group-dl-hsecs-each            pic 9(9) value zero.
      *> Per-phase timing for the refresh profile (see
      *> rss-refresh-profile). Each backgrounded download times
      *> its own DNS lookup and fetch into batch_<id>.tm, so a slow
      *> feed shows up as itself rather than as a share of its
      *> group; the parse-side phases are timed here and the save
      *> inside rss-parser.
       77  ws-prof-op                        pic x value space.
       77  ws-prof-phase                     pic 9 value zero.
       77  ws-prof-feed-id                   pic 9(5) value zero.
       77  ws-prof-text                      pic x(256) value spaces.
       77  ws-prof-hsecs                     pic 9(9) value zero.
       77  ws-dns-probe-cmd                  pic x(200) value spaces.
       77  ws-clock-start-hsecs              pic 9(8) value zero.
       77  ws-clock-now-hsecs                pic 9(8) value zero.
       77  ws-clock-elapsed-hsecs            pic 9(9) value zero.
       01  ws-clock-hhmmsscc.
           05  ws-clock-hh                   pic 99.
           05  ws-clock-mm                   pic 99.
           05  ws-clock-ss                   pic 99.
           05  ws-clock-cc                   pic 99.

       01  ws-temp-file-details.
           05  ws-temp-file-size             pic x(8) comp-x.
           05  ws-temp-file-date.
               10  ws-temp-file-day          pic x comp-x.
               10  ws-temp-file-month        pic x comp-x.
               10  ws-temp-file-year         pic x(2) comp-x.
           05  ws-temp-file-time.
               10  ws-temp-file-hour         pic x comp-x.
               10  ws-temp-file-minute       pic x comp-x.
               10  ws-temp-file-second       pic x comp-x.
               10  ws-temp-file-hundredth    pic x comp-x.

      *> Same proxy/user-agent/credential dressing rss-downloader
      *> puts on its download command, so the concurrent fast path
      *> fetches with full parity (proxied shops, custom agents,
       77  ws-health-history-temp            pic x(10) value spaces.
       77  ws-health-outcome-char            pic x value space.

      *> Replacement URL proposals for a feed entering quarantine
      *> (see rss-url-proposals), cleared again once it recovers.
       77  ws-proposal-op                    pic x value 'D'.
       77  ws-proposal-status                pic 9 value zero.
       copy "./copybooks/wsrecord/ws-url-proposal-record.cpy".

      *> A feed excused by a host outage has the FEED-RED and
      *> QUARANTINE audit records this run wrote for it withdrawn by
      *> a HOST-OUTAGE record naming them.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.
       77  ws-outage-withdrawn               pic x(24) value spaces.

      *> Checkpoint/restart support. Every feed that finishes (OK or
      *> FAILED - either way it was attempted) is journaled to
      *> feeds/batch_checkpoint.dat; a --resume run skips the ids
           05  ws-metric-skipped             pic 9(5) value zero.
           05  ws-metric-new-items           pic 9(7) value zero.
           05  ws-metric-duration-secs       pic 9(6) value zero.
           05  ws-metric-host-outages        pic 9(5) value zero.
           05  ws-metric-items-received      pic 9(7) value zero.
           05  ws-metric-items-pruned        pic 9(7) value zero.
           05  ws-metric-items-new           pic 9(7) value zero.
           05  ws-metric-items-updated       pic 9(7) value zero.
           05  ws-metric-items-unchanged     pic 9(7) value zero.
           05  ws-metric-items-killed        pic 9(7) value zero.
           05  ws-metric-items-muted         pic 9(7) value zero.
           05  ws-metric-items-held          pic 9(7) value zero.
           05  ws-metric-feeds-unbalanced    pic 9(5) value zero.

       77  ws-run-start-secs                 pic 9(12) value zero.
       77  ws-run-end-secs                   pic 9(12) value zero.
       77  ws-watch-keyword-upper            pic x(64) value spaces.
       77  ws-watch-tally                    pic 9(4) value zero.
       77  ws-watch-dispatch-count           pic 9(6) value zero.
       77  ws-watch-share-link               pic x(256) value spaces.

      *> Replay guard - a feed whose refresh this run was held back
      *> as a flood gets its own report line.
       77  ws-replay-op                      pic x value 'G'.
       77  ws-replay-status                  pic 9 value zero.
       copy "./copybooks/wsrecord/ws-replay-record.cpy".
       77  ws-run-start-epoch-min            pic 9(10) value zero.
       77  ws-replay-feed-count              pic 9(5) value zero.

      *> Item control totals - rss-parser leaves each feed's item
      *> accounting in rss_<id>_ctl.dat; a record stamped before
      *> this run started belongs to a refresh that did not parse
      *> (unchanged feed) and is left out. Run totals go to the
      *> report footer, the metrics snapshot and the run history.
       77  ws-rss-control-totals-file-name   pic x(255) value spaces.
       77  ws-ctl-file-status                pic a value 'N'.
           88  ws-ctl-record-found           value 'Y'.
           88  ws-ctl-record-absent          value 'N'.
       77  ws-ctl-accounted                  pic 9(7) value zero.
       77  ws-ctl-run-received               pic 9(7) value zero.
       77  ws-ctl-run-pruned                 pic 9(7) value zero.
       77  ws-ctl-run-new                    pic 9(7) value zero.
       77  ws-ctl-run-updated                pic 9(7) value zero.
       77  ws-ctl-run-unchanged              pic 9(7) value zero.
       77  ws-ctl-run-killed                 pic 9(7) value zero.
       77  ws-ctl-run-muted                  pic 9(7) value zero.
       77  ws-ctl-run-held                   pic 9(7) value zero.
       77  ws-ctl-feeds-counted              pic 9(5) value zero.
       77  ws-ctl-feeds-unbalanced           pic 9(5) value zero.

       01  ws-watch-eof-sw                   pic a value 'N'.
           88  ws-watch-eof                  value 'Y'.
           88  ws-watch-not-eof              value 'N'.

      *> Asset inventory (feeds/assets.dat) - "product|version|
      *> owner" lines, '#' comments. Newly arrived items whose
      *> title or description names an inventoried product are
      *> flagged in the feed's rss_<id>_ast.dat store (the feed
      *> view's [asset] marker) and collected for the exposure
      *> report written at the end of the run. A recorded version
      *> that the item also names is called out as a version hit.
      *> An advisory item synthesized from a CSAF provider leads its
      *> description with "Severity:" and "CVEs:" lines - those are
      *> carried onto the report under the item.
       78  ws-max-assets                     value 100.
       01  ws-asset-table.
           05  ws-asset occurs 100 times.
               10  ws-asset-product          pic x(64) value spaces.
               10  ws-asset-version          pic x(32) value spaces.
               10  ws-asset-owner            pic x(32) value spaces.
               10  ws-asset-hit-count        pic 9(5) value zero.

       77  ws-asset-count                    pic 9(3) value zero.
       77  ws-asset-idx                      pic 9(3) value zero.
       77  ws-assets-file-name               pic x(256) value spaces.
       77  ws-assets-line                    pic x(160) value spaces.
       77  ws-asset-product-upper            pic x(64) value spaces.
       77  ws-asset-version-upper            pic x(32) value spaces.
       77  ws-asset-tally                    pic 9(4) value zero.
       77  ws-asset-item-idx                 pic 9(6) value zero.
       77  ws-rss-asset-flag-file-name       pic x(256) value spaces.
       77  ws-exposure-report-file-name      pic x(512) value spaces.
       77  ws-exposure-line                  pic x(256) value spaces.

       78  ws-max-exposures                  value 500.
       01  ws-exposure-table.
           05  ws-exposure occurs 500 times.
               10  ws-exp-asset-idx          pic 9(3) value zero.
               10  ws-exp-version-hit        pic a value 'N'.
               10  ws-exp-feed-title         pic x(128) value spaces.
               10  ws-exp-item-title         pic x(128) value spaces.
               10  ws-exp-item-link          pic x(256) value spaces.
               10  ws-exp-advisory           pic x(200) value spaces.

       77  ws-exposure-count                 pic 9(4) value zero.
       77  ws-exposure-idx                   pic 9(4) value zero.
       77  ws-exp-severity-line              pic x(64) value spaces.
       77  ws-exp-cve-line                   pic x(200) value spaces.

       01  ws-assets-eof-sw                  pic a value 'N'.
           88  ws-assets-eof                 value 'Y'.
           88  ws-assets-not-eof             value 'N'.

       01  ws-asset-flag-open-sw             pic a value 'N'.
           88  ws-asset-flag-open            value 'Y'.
           88  ws-asset-flag-closed          value 'N'.

       linkage section.

       01  l-resume-flag                     pic x.
           perform snapshot-rule-baseline

           perform load-watchlist-keywords
           perform load-asset-inventory
           perform load-worker-config
           perform load-download-config
           perform load-time-budget-config

           perform capture-clock-seconds
           move ws-run-end-secs to ws-run-start-secs
           move function rss-epoch-minutes to ws-run-start-epoch-min

           perform load-highest-rss-record

                       else
                           perform serial-refresh-pass
                       end-if
                       perform correlate-host-outages
                   end-if
               end-if

                   perform scan-for-quiet-feeds
               end-if

      *> Feed hosts whose TLS certificate runs out soon - found
      *> here rather than when the feed goes red.
               if ws-continue-run and ws-time-budget-ok then
                   perform report-cert-expiry
               end-if

      *> Subscribe newly found WebSub hubs and renew leases that
      *> run out within the day.
               if ws-continue-run and ws-time-budget-ok then
                   perform renew-websub-leases
               end-if

      *> Watchlist alerts nobody has acknowledged in time go to
      *> the escalation list.
               perform escalate-watchlist-alerts

      *> Rules that spiked this run or have gone months without
      *> firing get called out while someone is reading anyway.
               perform report-rule-activity
               perform write-report-footer
           close fd-batch-report-file

           if ws-asset-count > zero then
               perform write-exposure-report
           end-if

      *> The run made it to the end - the journal has served its
      *> purpose and the next run should cover everything again. A
      *> run cut short (time budget, locked store) keeps the
               cancel "rss-composite-refresh"
           end-if

      *> Bring today's line of every feed's volume history up to
      *> date (received / killed / read / unread) - the long view
      *> that survives retention pruning.
           call "rss-volume-record"
           cancel "rss-volume-record"

      *> Retry any shares still sitting in the outbound spool -
      *> the overnight batch doubles as the delivery catch-up.
           call "rss-share-drain" using ws-drain-status
               "checked=", ws-feeds-checked,
               " skipped=", ws-feeds-skipped,
               " failed=", ws-feeds-failed,
               " host-outages=", ws-host-outage-count,
               " new-items=", ws-total-new-items)
               to ws-hook-detail
           call "rss-run-hook" using ws-hook-event ws-hook-detail
               "Batch refresh complete. Feeds checked: ",
               ws-feeds-checked, " Skipped: ", ws-feeds-skipped,
               " Failures: ", ws-feeds-failed,
               " Host outages: ", ws-host-outage-count,
               " New items: ", ws-total-new-items)
           end-call

               "Batch refresh complete. Feeds checked: ",
               function trim(ws-feeds-checked), " Skipped: ",
               function trim(ws-feeds-skipped), " Failures: ",
               function trim(ws-feeds-failed), " Host outages: ",
               function trim(ws-host-outage-count), " New items: ",
               function trim(ws-total-new-items))
           end-display
           display function concatenate(
           end-if

           if function rss-refresh-due-upstream(
               function rss-websub-poll-minutes(
                   ws-rss-feed-id,
                   function rss-category-interval(
                       ws-rss-category, ws-rss-refresh-minutes)),
               ws-rss-last-refresh-epoch-min,
               ws-rss-ttl-minutes,
               ws-rss-skip-hours,
                   to ws-due-feed-dat-name(ws-due-feed-count)
               move ws-rss-filter-cmd
                   to ws-due-feed-filter-cmd(ws-due-feed-count)
               move ws-rss-health-history
                   to ws-due-feed-health-before(ws-due-feed-count)
               move ws-rss-quarantine-level
                   to ws-due-feed-quar-before(ws-due-feed-count)
               perform extract-feed-host
           else
      *> Table full - refresh this one right away through the
               else
                   perform load-due-entry-into-record
                   perform refresh-feed-via-downloader
                   perform note-due-feed-outcome
               end-if

           end-perform
               compute ws-new-items = ws-items-after - ws-items-before
           end-if

      *> Items the replay guard held back this run are not news
      *> until an operator says so.
           move zero to ws-replay-event-items
           if ws-download-and-parse-status = ws-feed-status-success
           then
               perform check-replay-flood
           end-if

           add ws-new-items to ws-total-new-items

      *> Evaluate watchlist keywords against what just arrived -
               perform scan-new-items-for-watchlist
           end-if

      *> Same newly-arrived window checked against the asset
      *> inventory.
           if ws-asset-count > zero
           and ws-new-items > zero
           and ws-download-and-parse-status = ws-feed-status-success
           then
               perform scan-new-items-for-assets
           end-if

           if ws-download-and-parse-status = ws-feed-status-success
           then
               move function concatenate(

           write f-report-line-raw from ws-report-line

           if ws-download-and-parse-status = ws-feed-status-success
           then
               perform report-feed-control-totals
           end-if

           if ws-replay-event-items > zero then
               move function concatenate(
                   "REPLAY  ", function trim(ws-rss-title),
                   " : ", ws-replay-event-items, " never-seen item(s)",
                   " held pending review (usual ",
                   ws-replay-avg-new, " per refresh) - release or",
                   " discard them from the feed view")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           perform journal-feed-completion

           exit paragraph.


       report-feed-control-totals.

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ctl.dat")
               to ws-rss-control-totals-file-name

           set ws-ctl-record-absent to true
           open input fd-rss-control-totals-file
               read fd-rss-control-totals-file
                   at end
                       continue
                   not at end
                       if f-ctl-epoch-min >= ws-run-start-epoch-min
                       then
                           set ws-ctl-record-found to true
                       end-if
               end-read
           close fd-rss-control-totals-file

           if ws-ctl-record-absent then
               exit paragraph
           end-if

           add 1 to ws-ctl-feeds-counted
           add f-ctl-received to ws-ctl-run-received
           add f-ctl-pruned to ws-ctl-run-pruned
           add f-ctl-new to ws-ctl-run-new
           add f-ctl-updated to ws-ctl-run-updated
           add f-ctl-unchanged to ws-ctl-run-unchanged
           add f-ctl-killed to ws-ctl-run-killed
           add f-ctl-muted to ws-ctl-run-muted
           add f-ctl-held to ws-ctl-run-held

           move function concatenate(
               "        items: ", f-ctl-received, " received = ",
               f-ctl-new, " new + ", f-ctl-updated, " updated + ",
               f-ctl-unchanged, " unchanged + ", f-ctl-killed,
               " killed + ", f-ctl-muted, " muted + ", f-ctl-held,
               " held + ", f-ctl-pruned, " pruned")
               to ws-report-line
           write f-report-line-raw from ws-report-line

      *> The parser's own verdict is checked again here, so a
      *> record damaged on the way is caught as well.
           compute ws-ctl-accounted =
               f-ctl-new + f-ctl-updated + f-ctl-unchanged
               + f-ctl-killed + f-ctl-muted + f-ctl-held
               + f-ctl-pruned
           if ws-ctl-accounted not = f-ctl-received
           or f-ctl-out-of-balance then
               add 1 to ws-ctl-feeds-unbalanced
               move function concatenate(
                   "UNBAL   ", function trim(ws-rss-title),
                   " : ", f-ctl-received, " item(s) received but ",
                   ws-ctl-accounted, " accounted for")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           exit paragraph.


       capture-clock-seconds.

           move function current-date to ws-date-record
           exit paragraph.


       start-profile-phase.

           move 'S' to ws-prof-op
           perform call-refresh-profile

           exit paragraph.


       end-profile-phase.

           move 'E' to ws-prof-op
           perform call-refresh-profile

           exit paragraph.


       call-refresh-profile.

           call "rss-refresh-profile" using
               ws-prof-op, ws-prof-phase, ws-prof-feed-id,
               ws-prof-text, ws-prof-hsecs
           end-call

           exit paragraph.


       capture-clock-hsecs.

           move function current-date(9:8) to ws-clock-hhmmsscc
           compute ws-clock-now-hsecs =
               ws-clock-hh * 360000 + ws-clock-mm * 6000
               + ws-clock-ss * 100 + ws-clock-cc

           exit paragraph.


       compute-clock-elapsed.

      *> A group straddling midnight wraps the hundredths-of-a-day
      *> clock.
           if ws-clock-now-hsecs >= ws-clock-start-hsecs then
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs - ws-clock-start-hsecs
           else
               compute ws-clock-elapsed-hsecs =
                   ws-clock-now-hsecs + 8640000 - ws-clock-start-hsecs
           end-if

           exit paragraph.


       report-cert-expiry.

           move 'S' to ws-cert-mode
           call "rss-cert-check" using ws-cert-mode ws-cert-warnings
           end-call
           cancel "rss-cert-check"

           perform varying ws-cert-idx from 1 by 1
               until ws-cert-idx > ws-cert-warning-count
               or ws-cert-idx > 20
               move function concatenate(
                   "CERTEXP ", ws-cert-warning-line(ws-cert-idx))
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-perform

           exit paragraph.


       check-replay-flood.

           initialize ws-replay-record
           move ws-rss-feed-id to ws-replay-feed-id
           move 'G' to ws-replay-op
           call "rss-replay-guard" using
               ws-replay-op ws-replay-record ws-replay-status
           end-call
           cancel "rss-replay-guard"

           if ws-replay-status not = 1
           or ws-replay-last-event < ws-run-start-epoch-min then
               move zero to ws-replay-event-items
               exit paragraph
           end-if

           add 1 to ws-replay-feed-count
           if ws-new-items > ws-replay-event-items then
               subtract ws-replay-event-items from ws-new-items
           else
               move zero to ws-new-items
           end-if

           exit paragraph.


       escalate-watchlist-alerts.

           initialize ws-alert-record
           move 'E' to ws-alert-op
           call "rss-alert-register" using
               ws-alert-op ws-alert-record ws-alert-status
           end-call
           cancel "rss-alert-register"

           if ws-alert-id > zero then
               move function concatenate(
                   "ESCALATE ", ws-alert-id,
                   " watchlist alert(s) unacknowledged - sent to",
                   " the escalation list")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           exit paragraph.


       renew-websub-leases.

           move 'S' to ws-websub-op
           call "rss-websub" using
               ws-websub-op ws-websub-record ws-websub-status
           end-call
           cancel "rss-websub"

           exit paragraph.


       write-metrics-snapshot.

           perform capture-clock-seconds
           compute ws-metric-succeeded =
               ws-feeds-checked - ws-feeds-failed
               - ws-feeds-skipped - ws-feeds-resumed
               - ws-host-outage-feeds
           move ws-host-outage-count to ws-metric-host-outages
           move ws-total-new-items to ws-metric-new-items
           move ws-ctl-run-received to ws-metric-items-received
           move ws-ctl-run-pruned to ws-metric-items-pruned
           move ws-ctl-run-new to ws-metric-items-new
           move ws-ctl-run-updated to ws-metric-items-updated
           move ws-ctl-run-unchanged to ws-metric-items-unchanged
           move ws-ctl-run-killed to ws-metric-items-killed
           move ws-ctl-run-muted to ws-metric-items-muted
           move ws-ctl-run-held to ws-metric-items-held
           move ws-ctl-feeds-unbalanced to ws-metric-feeds-unbalanced
           compute ws-metric-duration-secs =
               ws-run-end-secs - ws-run-start-secs

      *> out one request per wave, never simultaneously.
               perform extend-group-while-hosts-distinct

               perform capture-clock-hsecs
               move ws-clock-now-hsecs to ws-clock-start-hsecs

               perform launch-group-downloads

               perform capture-clock-hsecs
               perform compute-clock-elapsed
               compute ws-group-dl-hsecs-each =
                   ws-clock-elapsed-hsecs
                   / (ws-group-end - ws-group-start + 1)

               perform varying ws-due-idx from ws-group-start by 1
                   until ws-due-idx > ws-group-end
                   or ws-abort-run
                   perform load-due-entry-into-record
                   perform parse-downloaded-feed
                   perform note-due-feed-outcome
               end-perform

               compute ws-group-start = ws-group-end + 1
           exit paragraph.


       note-due-feed-outcome.

      *> Remember how each due feed fared for the host outage
      *> correlation at the end of the pass. A feed the run was
      *> aborted on (locked store) was never really attempted.
           if ws-abort-run then
               exit paragraph
           end-if

           if ws-download-and-parse-status = ws-feed-status-success
           then
               move 'S' to ws-due-feed-outcome(ws-due-idx)
           else
               move 'F' to ws-due-feed-outcome(ws-due-idx)
           end-if

           exit paragraph.


       correlate-host-outages.

      *> Judge each distinct host once, off its first due feed.
           move spaces to ws-host-judged-flags

           perform varying ws-host-scan-idx from 1 by 1
               until ws-host-scan-idx > ws-due-feed-count

               if ws-host-judged-flags(ws-host-scan-idx:1) = space
               then
                   perform judge-one-host
               end-if
           end-perform

           if ws-host-outage-feeds > zero then
               subtract ws-host-outage-feeds from ws-feeds-failed
           end-if

           exit paragraph.


       judge-one-host.

           move zero to ws-host-member-count ws-host-failed-count

           perform varying ws-host-member-idx from ws-host-scan-idx
               by 1 until ws-host-member-idx > ws-due-feed-count

               if ws-due-feed-host(ws-host-member-idx)
               = ws-due-feed-host(ws-host-scan-idx) then
                   move 'Y'
                       to ws-host-judged-flags(ws-host-member-idx:1)
                   add 1 to ws-host-member-count
                   if ws-due-feed-outcome(ws-host-member-idx) = 'F'
                   then
                       add 1 to ws-host-failed-count
                   end-if
               end-if
           end-perform

           if ws-host-member-count < ws-host-outage-min-feeds
           or ws-host-failed-count not = ws-host-member-count then
               exit paragraph
           end-if

           add 1 to ws-host-outage-count
           add ws-host-member-count to ws-host-outage-feeds

           move function concatenate(
               "HOSTDOWN ", function trim(
               ws-due-feed-host(ws-host-scan-idx)),
               " : all ", ws-host-member-count, " due feed(s) ",
               "failed - one host outage, feed health not charged")
               to ws-report-line
           write f-report-line-raw from ws-report-line

           call "logger" using function concatenate(
               "WARN|Host outage: every due feed on ",
               function trim(ws-due-feed-host(ws-host-scan-idx)),
               " failed this run (", ws-host-member-count,
               " feeds) - health history and quarantine left as ",
               "they were")
           end-call

           open i-o fd-rss-list-file
               perform varying ws-host-member-idx from ws-host-scan-idx
                   by 1 until ws-host-member-idx > ws-due-feed-count

                   if ws-due-feed-host(ws-host-member-idx)
                   = ws-due-feed-host(ws-host-scan-idx) then
                       perform release-host-outage-feed
                   end-if
               end-perform
           close fd-rss-list-file

           exit paragraph.


       release-host-outage-feed.

      *> Put back the health history and quarantine level the feed
      *> had going into the run - the failure was the host's.
           move ws-due-feed-url(ws-host-member-idx) to f-rss-link

           read fd-rss-list-file
               key is f-rss-link
               invalid key
                   exit paragraph
           end-read

      *> Undo the run's side effects too: the replacement-URL search
      *> started against the down host when the feed entered
      *> quarantine, and the FEED-RED / QUARANTINE audit records the
      *> shift handover would otherwise list. Only the serial pass
      *> goes through rss-downloader's health update, which is what
      *> writes those audit records.
           if f-rss-quarantine-level
               > ws-due-feed-quar-before(ws-host-member-idx)
           and ws-due-feed-quar-before(ws-host-member-idx) = zero then
               move 'C' to ws-proposal-op
               perform call-url-proposals
           end-if

           move spaces to ws-outage-withdrawn
           if ws-batch-workers not > 1 then
               if ws-due-feed-health-before(ws-host-member-idx)(10:1)
                   not = 'F' then
                   move "FEED-RED" to ws-outage-withdrawn
               end-if
               if f-rss-quarantine-level
                   > ws-due-feed-quar-before(ws-host-member-idx) then
                   move function concatenate(
                       function trim(ws-outage-withdrawn),
                       " QUARANTINE")
                       to ws-outage-withdrawn
               end-if
           end-if

           if ws-outage-withdrawn not = spaces then
               move "HOST-OUTAGE" to ws-audit-op
               move function concatenate(
                   "host ", function trim(
                   ws-due-feed-host(ws-host-member-idx)),
                   " down - withdraws ",
                   function trim(ws-outage-withdrawn))
                   to ws-audit-detail
               call "rss-audit" using
                   ws-audit-op f-rss-feed-id f-rss-link
                   ws-audit-detail
               end-call
           end-if

           move ws-due-feed-health-before(ws-host-member-idx)
               to f-rss-health-history
           move ws-due-feed-quar-before(ws-host-member-idx)
               to f-rss-quarantine-level

           rewrite f-rss-list-record
               invalid key
                   call "logger" using function concatenate(
                       "Unable to release host outage feed for ",
                       "key: ", ws-due-feed-url(ws-host-member-idx))
                   end-call
           end-rewrite

           exit paragraph.


       extract-feed-host.

      *> "scheme://host[:port]/..." - keep just the host so feeds on

               perform set-batch-temp-file-name
               perform load-group-feed-credentials
               perform set-dns-probe-cmd

               move function concatenate(
                   function trim(ws-group-cmd), " { d0=$(date +%s%N); ",
                   function trim(ws-dns-probe-cmd),
                   "; d1=$(date +%s%N);",
                   function trim(ws-proxy-cmd-prefix),
                   " timeout ",
                   function trim(ws-download-timeout-secs), SPACE,
                   function trim(ws-auth-cmd-flag), SPACE,
                   function trim(ws-batch-temp-file-name), SPACE,
                   function trim(ws-due-feed-url(ws-due-idx)),
                   "; d2=$(date +%s%N); echo $(( (d1-d0)/10000000 ))",
                   " $(( (d2-d1)/10000000 )) > ",
                   function trim(ws-batch-temp-file-name), ".tm; } &")
                   to ws-group-cmd

      *> The logged copy carries the same segment with any
               end-if

               move function concatenate(
                   function trim(ws-group-cmd-log),
                   " { d0=$(date +%s%N); ",
                   function trim(ws-dns-probe-cmd),
                   "; d1=$(date +%s%N);",
                   function trim(ws-proxy-cmd-prefix),
                   " timeout ",
                   function trim(ws-download-timeout-secs), SPACE,
                   function trim(ws-auth-cmd-flag), SPACE,
                   function trim(ws-batch-temp-file-name), SPACE,
                   function trim(ws-due-feed-url(ws-due-idx)),
                   "; d2=$(date +%s%N); echo $(( (d1-d0)/10000000 ))",
                   " $(( (d2-d1)/10000000 )) > ",
                   function trim(ws-batch-temp-file-name), ".tm; } &")
                   to ws-group-cmd-log

           end-perform
           exit paragraph.


       set-dns-probe-cmd.

      *> The feed's host lookup, timed ahead of its download; a
      *> non-HTTP "host" has nothing to resolve.
           if function lower-case(ws-due-feed-url(ws-due-idx)(1:4))
               = "http" then
               move function concatenate(
                   "getent hosts ",
                   function trim(ws-due-feed-host(ws-due-idx)),
                   " >/dev/null 2>&1")
                   to ws-dns-probe-cmd
           else
               move ":" to ws-dns-probe-cmd
           end-if

           exit paragraph.


       load-group-feed-credentials.

      *> Per-feed basic auth, spelled per download tool - same as
               exit paragraph
           end-if

           move zero to ws-consumption-bytes
           move zero to ws-consumption-parse-hsecs

           perform set-batch-temp-file-name

           move 'B' to ws-prof-op
           perform call-refresh-profile
           move 'T' to ws-prof-op
           move function concatenate(
               function trim(ws-batch-temp-file-name), ".tm")
               to ws-prof-text
           perform call-refresh-profile

           perform check-temp-file-has-data

           if ws-temp-file-empty then
           perform count-feed-items
           move ws-num-items to ws-items-before

           call "CBL_CHECK_FILE_EXIST" using
               ws-batch-temp-file-name, ws-temp-file-details
           end-call
           if return-code = zero then
               move ws-temp-file-size to ws-consumption-bytes
           end-if

           perform capture-clock-hsecs
           move ws-clock-now-hsecs to ws-clock-start-hsecs

      *> Same legacy-encoding transcode and per-feed pre-parse
      *> transform filter the serial rss-downloader path applies.
           move 3 to ws-prof-phase
           perform start-profile-phase
           perform transcode-batch-encoding
           perform end-profile-phase

           if ws-due-feed-filter-cmd(ws-due-idx) not = spaces then
               move 4 to ws-prof-phase
               perform start-profile-phase
               perform apply-batch-pre-parse-filter
               perform end-profile-phase
           end-if

           move 5 to ws-prof-phase
           perform start-profile-phase
           move function rss-parser(
               ws-batch-temp-file-name,
               ws-due-feed-url(ws-due-idx), 'N')
               to ws-parse-status
           perform end-profile-phase

      *> Minified feeds that fail the first parse get the same
      *> xmllint reformat-and-reparse pass the serial
               perform capture-failed-batch-file
           end-if

           perform capture-clock-hsecs
           perform compute-clock-elapsed
           move ws-clock-elapsed-hsecs to ws-consumption-parse-hsecs

           perform finish-feed-refresh
           perform update-feed-status-after-parse


       apply-batch-pre-parse-filter.

      *> Same allowlist check as the serial path - a refused filter
      *> leaves the download unfiltered.
           if function rss-command-allowed(
               ws-due-feed-filter-cmd(ws-due-idx), "feed filter")
               not = 1 then
               call "logger" using function concatenate(
                   "WARN|Pre-parse filter refused - parsing the ",
                   "unfiltered download for: ",
                   function trim(ws-rss-title))
               end-call
               exit paragraph
           end-if

           move function concatenate(
               function trim(
                   ws-due-feed-filter-cmd(ws-due-idx)), " < ",

           call "logger" using function trim(ws-xmllint-cmd-full)

           move 6 to ws-prof-phase
           perform start-profile-phase
           move pipe-open(ws-xmllint-cmd-full, "r") to ws-pipe-record

           if ws-pipe-return = 255 then
           end-if

           move pipe-close(ws-pipe-record) to ws-format-status
           perform end-profile-phase

           if ws-format-status is not zero then
               call "logger" using function concatenate(
               "Format success. Attempting to reparse file."
           end-call

           move 5 to ws-prof-phase
           perform start-profile-phase
           move function rss-parser(
               ws-batch-retry-file-name,
               ws-due-feed-url(ws-due-idx), 'N')
               to ws-parse-status
           perform end-profile-phase

           exit paragraph.

                           "Feed recovered - released from ",
                           "quarantine: ", function trim(f-rss-title))
                       end-call
                       move 'C' to ws-proposal-op
                       perform call-url-proposals
                   end-if
               else
                   if f-rss-health-history = "FFFFFFFFFF" then
                                   "- quarantined to a daily probe: ",
                                   function trim(f-rss-title))
                               end-call
                               move 'D' to ws-proposal-op
                               perform call-url-proposals
                           when 1
                               move 2 to f-rss-quarantine-level
                               call "logger" using
                   end-if
               end-if

               call "rss-consumption" using
                   f-rss-feed-id, ws-consumption-bytes,
                   ws-group-dl-hsecs-each, ws-consumption-parse-hsecs
               end-call

               move 'W' to ws-prof-op
               move f-rss-feed-id to ws-prof-feed-id
               perform call-refresh-profile

               rewrite f-rss-list-record
                   invalid key
                       call "logger" using function concatenate(
           exit paragraph.


       call-url-proposals.

           call "rss-url-proposals" using
               ws-proposal-op f-rss-feed-id f-rss-link
               f-rss-dat-file-name ws-url-proposal-table
               ws-proposal-status
           end-call
           cancel "rss-url-proposals"

           exit paragraph.


       cleanup-batch-temp-files.

           move function concatenate(
               "rm -f ", function trim(ws-feeds-dir-path),
               "/batch_*.rss ", function trim(ws-feeds-dir-path),
               "/batch_*.rss1 ", function trim(ws-feeds-dir-path),
               "/batch_*.tm")
               to ws-cleanup-cmd

           move pipe-open(ws-cleanup-cmd, "w") to ws-pipe-record
               function trim(ws-item-title(ws-watch-item-idx)))
           end-call

           if ws-item-canon-link(ws-watch-item-idx) = spaces then
               move ws-item-link(ws-watch-item-idx)
                   to ws-watch-share-link
           else
               move ws-item-canon-link(ws-watch-item-idx)
                   to ws-watch-share-link
           end-if

           call "item-sharer" using by content
               ws-item-title(ws-watch-item-idx),
               ws-watch-share-link,
               ws-item-desc(ws-watch-item-idx)
           end-call
           cancel "item-sharer"

           add 1 to ws-watch-dispatch-count

           initialize ws-alert-record
           move ws-watch-keyword(ws-watch-idx) to ws-alert-keyword
           move ws-feed-id to ws-alert-feed-id
           move ws-item-guid(ws-watch-item-idx) to ws-alert-guid
           move ws-item-title(ws-watch-item-idx) to ws-alert-title
           move ws-item-link(ws-watch-item-idx) to ws-alert-link
           move 'A' to ws-alert-op
           call "rss-alert-register" using
               ws-alert-op ws-alert-record ws-alert-status
           end-call
           cancel "rss-alert-register"

           move function concatenate(
               "WATCH   #", ws-alert-id, " '",
               function trim(ws-watch-keyword(ws-watch-idx)),
               "' matched: ",
               function trim(ws-item-title(ws-watch-item-idx)),
           exit paragraph.


       load-asset-inventory.

           move function resolve-data-path("feeds/assets.dat")
               to ws-assets-file-name
           move function resolve-data-path("exposure_report.txt")
               to ws-exposure-report-file-name

           move zero to ws-asset-count
           move zero to ws-exposure-count
           set ws-assets-not-eof to true

           open input fd-assets-file
               perform until ws-assets-eof
                   or ws-asset-count >= ws-max-assets

                   read fd-assets-file into ws-assets-line
                       at end set ws-assets-eof to true
                   not at end
                       if ws-assets-line not = spaces
                       and ws-assets-line(1:1) not = "#" then
                           add 1 to ws-asset-count
                           unstring ws-assets-line delimited by "|"
                               into ws-asset-product(ws-asset-count)
                                    ws-asset-version(ws-asset-count)
                                    ws-asset-owner(ws-asset-count)
                           end-unstring
                           if ws-asset-product(ws-asset-count)
                           = spaces then
                               subtract 1 from ws-asset-count
                           end-if
                       end-if
                   end-read

               end-perform
           close fd-assets-file

           if ws-asset-count > zero then
               call "logger" using function concatenate(
                   "Asset inventory loaded with ", ws-asset-count,
                   " product(s).")
               end-call
           end-if

           exit paragraph.


       scan-new-items-for-assets.

           move ws-new-items to ws-watch-scan-limit
           if ws-watch-scan-limit > ws-num-items then
               move ws-num-items to ws-watch-scan-limit
           end-if

           move function substitute(
               function trim(ws-rss-dat-file-name),
               ".dat", "_ast.dat")
               to ws-rss-asset-flag-file-name
           set ws-asset-flag-closed to true

           perform varying ws-asset-item-idx from 1 by 1
               until ws-asset-item-idx > ws-watch-scan-limit

               if ws-item-exists(ws-asset-item-idx) = 'Y'
               and ws-item-hidden(ws-asset-item-idx) not = 'Y'
               and ws-item-guid(ws-asset-item-idx) not = spaces then
                   perform match-one-item-against-assets
               end-if

           end-perform

           if ws-asset-flag-open then
               close fd-rss-asset-flag-file
           end-if

           exit paragraph.


       match-one-item-against-assets.

           move function upper-case(function concatenate(
               function trim(ws-item-title(ws-asset-item-idx)), " ",
               function trim(ws-item-desc(ws-asset-item-idx))))
               to ws-watch-match-buffer

           perform varying ws-asset-idx from 1 by 1
               until ws-asset-idx > ws-asset-count

               move function upper-case(
                   ws-asset-product(ws-asset-idx))
                   to ws-asset-product-upper

               move zero to ws-asset-tally
               inspect ws-watch-match-buffer
                   tallying ws-asset-tally
                   for all function trim(ws-asset-product-upper)

               if ws-asset-tally > 0 then
                   perform record-asset-exposure
      *> One flag per item - the first inventoried product named.
                   exit perform
               end-if

           end-perform

           exit paragraph.


       record-asset-exposure.

           add 1 to ws-asset-hit-count(ws-asset-idx)

           if ws-asset-flag-closed then
               open extend fd-rss-asset-flag-file
               set ws-asset-flag-open to true
           end-if

           move ws-item-guid(ws-asset-item-idx) to f-ast-guid
           move ws-asset-product(ws-asset-idx) to f-ast-product
           move ws-asset-version(ws-asset-idx) to f-ast-version
           move ws-asset-owner(ws-asset-idx) to f-ast-owner
           write f-asset-flag-record

           if ws-exposure-count >= ws-max-exposures then
               exit paragraph
           end-if

           add 1 to ws-exposure-count
           move ws-asset-idx to ws-exp-asset-idx(ws-exposure-count)
           move ws-rss-title to ws-exp-feed-title(ws-exposure-count)
           move ws-item-title(ws-asset-item-idx)
               to ws-exp-item-title(ws-exposure-count)
           move ws-item-link(ws-asset-item-idx)
               to ws-exp-item-link(ws-exposure-count)
           move 'N' to ws-exp-version-hit(ws-exposure-count)
           move spaces to ws-exp-advisory(ws-exposure-count)

           if ws-item-desc(ws-asset-item-idx)(1:10) = "Severity: "
           then
               perform note-advisory-exposure
           end-if

           if ws-asset-version(ws-asset-idx) not = spaces then
               move function upper-case(
                   ws-asset-version(ws-asset-idx))
                   to ws-asset-version-upper
               move zero to ws-asset-tally
               inspect ws-watch-match-buffer
                   tallying ws-asset-tally
                   for all function trim(ws-asset-version-upper)
               if ws-asset-tally > 0 then
                   move 'Y' to ws-exp-version-hit(ws-exposure-count)
               end-if
           end-if

           exit paragraph.


       note-advisory-exposure.

           move spaces to ws-exp-severity-line ws-exp-cve-line
           unstring ws-item-desc(ws-asset-item-idx)
               delimited by x"0a"
               into ws-exp-severity-line ws-exp-cve-line
           end-unstring

           if ws-exp-cve-line(1:6) not = "CVEs: " then
               move spaces to ws-exp-cve-line
           end-if

           move function concatenate(
               function trim(ws-exp-severity-line), "  ",
               function trim(ws-exp-cve-line))
               to ws-exp-advisory(ws-exposure-count)

           exit paragraph.


       write-exposure-report.

      *> One section per inventoried product that new items named
      *> this run, with its owning team and the matching items.
           move function current-date to ws-date-record

           open output fd-exposure-report-file

           move function concatenate(
               "Asset Exposure Report - ",
               ws-year, "-", ws-month, "-", ws-day, " ",
               ws-hour, ":", ws-min, ":", ws-sec)
               to ws-exposure-line
           write f-exposure-line-raw from ws-exposure-line
           move
           "-----------------------------------------------------"
               to ws-exposure-line
           write f-exposure-line-raw from ws-exposure-line

           if ws-exposure-count = zero then
               move "No new items named an inventoried product."
                   to ws-exposure-line
               write f-exposure-line-raw from ws-exposure-line
           end-if

           perform varying ws-asset-idx from 1 by 1
               until ws-asset-idx > ws-asset-count

               if ws-asset-hit-count(ws-asset-idx) > zero then
                   perform write-one-asset-exposure
               end-if

           end-perform

           close fd-exposure-report-file

           exit paragraph.


       write-one-asset-exposure.

           move spaces to ws-exposure-line
           write f-exposure-line-raw from ws-exposure-line

           move function concatenate(
               "ASSET   ", function trim(ws-asset-product(
                   ws-asset-idx)), " ",
               function trim(ws-asset-version(ws-asset-idx)),
               "  owner: ", function trim(ws-asset-owner(
                   ws-asset-idx)),
               "  items: ", ws-asset-hit-count(ws-asset-idx))
               to ws-exposure-line
           write f-exposure-line-raw from ws-exposure-line

           perform varying ws-exposure-idx from 1 by 1
               until ws-exposure-idx > ws-exposure-count

               if ws-exp-asset-idx(ws-exposure-idx) = ws-asset-idx
               then
                   if ws-exp-version-hit(ws-exposure-idx) = 'Y' then
                       move function concatenate(
                           "  * version named: ",
                           function trim(ws-exp-item-title(
                               ws-exposure-idx)))
                           to ws-exposure-line
                   else
                       move function concatenate(
                           "  - ",
                           function trim(ws-exp-item-title(
                               ws-exposure-idx)))
                           to ws-exposure-line
                   end-if
                   write f-exposure-line-raw from ws-exposure-line

                   move function concatenate(
                       "      ", function trim(ws-exp-feed-title(
                           ws-exposure-idx)), " - ",
                       function trim(ws-exp-item-link(
                           ws-exposure-idx)))
                       to ws-exposure-line
                   write f-exposure-line-raw from ws-exposure-line

                   if ws-exp-advisory(ws-exposure-idx) not = spaces
                   then
                       move function concatenate(
                           "      ", function trim(ws-exp-advisory(
                               ws-exposure-idx)))
                           to ws-exposure-line
                       write f-exposure-line-raw from ws-exposure-line
                   end-if
               end-if

           end-perform

           exit paragraph.


       snapshot-rule-baseline.

           move zero to ws-rule-baseline-count
      *> Held feeds and currently failing feeds are other alerts'
      *> business - this one is about healthy feeds gone silent.
           if ws-rss-hold = 'Y'
           or (ws-rss-health-history(10:1) not = 'S'
               and ws-rss-health-history(10:1) not = 'M') then
               exit paragraph
           end-if

               to ws-report-line
           write f-report-line-raw from ws-report-line

           if ws-ctl-feeds-counted > zero then
               move function concatenate(
                   "Item control totals (", ws-ctl-feeds-counted,
                   " feed(s) parsed): ", ws-ctl-run-received,
                   " received = ", ws-ctl-run-new, " new + ",
                   ws-ctl-run-updated, " updated + ",
                   ws-ctl-run-unchanged, " unchanged + ",
                   ws-ctl-run-killed, " killed + ",
                   ws-ctl-run-muted, " muted + ",
                   ws-ctl-run-held, " held + ",
                   ws-ctl-run-pruned, " pruned")
                   to ws-report-line
               write f-report-line-raw from ws-report-line

               if ws-ctl-feeds-unbalanced > zero then
                   move function concatenate(
                       "Feeds out of balance: ",
                       ws-ctl-feeds-unbalanced,
                       " - see the UNBAL lines above")
                       to ws-report-line
               else
                   move "Every parsed feed's item counts balance."
                       to ws-report-line
               end-if
               write f-report-line-raw from ws-report-line
           end-if

           if ws-host-outage-count > zero then
               move function concatenate(
                   "Host outages: ", ws-host-outage-count,
                   " (", ws-host-outage-feeds, " feed failure(s) ",
                   "not counted above or against feed health)")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           if ws-replay-feed-count > zero then
               move function concatenate(
                   "Replay floods held: ", ws-replay-feed-count,
                   " feed(s) - see the REPLAY lines above")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           if ws-watch-keyword-count > zero then
               move function concatenate(
                   "Watchlist dispatches: ", ws-watch-dispatch-count,
               write f-report-line-raw from ws-report-line
           end-if

           if ws-asset-count > zero then
               move function concatenate(
                   "Asset exposures: ", ws-exposure-count,
                   " item(s) naming inventoried products - see ",
                   function trim(ws-exposure-report-file-name))
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           if ws-feeds-resumed > zero then
               move function concatenate(
                   "Feeds skipped as already completed by the ",
               write f-report-line-raw from ws-report-line
           end-if

           if ws-cert-warning-count > zero then
               move function concatenate(
                   "Feed hosts with TLS certificates expiring soon: ",
                   ws-cert-warning-count,
                   " - run --cert-check for the dependent feeds")
                   to ws-report-line
               write f-report-line-raw from ws-report-line
           end-if

           if ws-feeds-quarantined > zero then
               move function concatenate(
                   "Feeds in quarantine (repeated failures, probed ",
