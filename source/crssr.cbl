           05  ws-serve-query-sw                   pic a value 'N'.
               88  ws-is-serve-query                value 'Y'.
               88  ws-not-serve-query               value 'N'.
           05  ws-serve-nntp-sw                    pic a value 'N'.
               88  ws-is-serve-nntp                 value 'Y'.
               88  ws-not-serve-nntp                value 'N'.
           05  ws-serve-relay-sw                   pic a value 'N'.
               88  ws-is-serve-relay                value 'Y'.
               88  ws-not-serve-relay               value 'N'.
           05  ws-relay-stats-sw                   pic a value 'N'.
               88  ws-is-relay-stats                value 'Y'.
               88  ws-not-relay-stats               value 'N'.
           05  ws-check-sw                         pic a value 'N'.
               88  ws-is-check                      value 'Y'.
               88  ws-not-check                     value 'N'.
           05  ws-drain-shares-sw                  pic a value 'N'.
               88  ws-is-drain-shares               value 'Y'.
               88  ws-not-drain-shares              value 'N'.
               88  ws-is-run-history                value 'Y'.
               88  ws-not-run-history               value 'N'.

           05  ws-open-actions-sw                  pic a value 'N'.
               88  ws-is-open-actions               value 'Y'.
               88  ws-not-open-actions              value 'N'.
           05  ws-xref-report-sw                   pic a value 'N'.
               88  ws-is-xref-report                value 'Y'.
               88  ws-not-xref-report               value 'N'.
           05  ws-incident-report-sw               pic a value 'N'.
               88  ws-is-incident-report            value 'Y'.
               88  ws-not-incident-report           value 'N'.
           05  ws-read-latency-sw                  pic a value 'N'.
               88  ws-is-read-latency               value 'Y'.
               88  ws-not-read-latency              value 'N'.
           05  ws-date-audit-sw                    pic a value 'N'.
               88  ws-is-date-audit                 value 'Y'.
               88  ws-not-date-audit                value 'N'.
           05  ws-quality-report-sw                pic a value 'N'.
               88  ws-is-quality-report             value 'Y'.
               88  ws-not-quality-report            value 'N'.
           05  ws-job-stream-sw                    pic a value 'N'.
               88  ws-is-job-stream                 value 'Y'.
               88  ws-not-job-stream                value 'N'.
           05  ws-chargeback-sw                    pic a value 'N'.
               88  ws-is-chargeback                 value 'Y'.
               88  ws-not-chargeback                value 'N'.
           05  ws-profile-report-sw                pic a value 'N'.
               88  ws-is-profile-report             value 'Y'.
               88  ws-not-profile-report            value 'N'.
           05  ws-cert-check-sw                    pic a value 'N'.
               88  ws-is-cert-check                 value 'Y'.
               88  ws-not-cert-check                value 'N'.
           05  ws-compare-lists-sw                 pic a value 'N'.
               88  ws-is-compare-lists              value 'Y'.
               88  ws-not-compare-lists             value 'N'.
           05  ws-forecast-sw                      pic a value 'N'.
               88  ws-is-forecast                   value 'Y'.
               88  ws-not-forecast                  value 'N'.
           05  ws-websub-sw                        pic a value 'N'.
               88  ws-is-websub                     value 'Y'.
               88  ws-not-websub                    value 'N'.
           05  ws-websub-renew-sw                  pic a value 'N'.
               88  ws-is-websub-renew               value 'Y'.
               88  ws-not-websub-renew              value 'N'.
           05  ws-websub-callback-sw               pic a value 'N'.
               88  ws-is-websub-callback            value 'Y'.
               88  ws-not-websub-callback           value 'N'.
           05  ws-handover-sw                      pic a value 'N'.
               88  ws-is-handover                   value 'Y'.
               88  ws-not-handover                  value 'N'.
           05  ws-ack-sw                           pic a value 'N'.
               88  ws-is-ack                        value 'Y'.
               88  ws-not-ack                       value 'N'.
           05  ws-alert-report-sw                  pic a value 'N'.
               88  ws-is-alert-report               value 'Y'.
               88  ws-not-alert-report              value 'N'.
           05  ws-download-quar-sw                 pic a value 'N'.
               88  ws-is-download-quar              value 'Y'.
               88  ws-not-download-quar             value 'N'.
           05  ws-security-check-sw                pic a value 'N'.
               88  ws-is-security-check             value 'Y'.
               88  ws-not-security-check            value 'N'.
           05  ws-allow-cmd-sw                     pic a value 'N'.
               88  ws-is-allow-cmd                  value 'Y'.
               88  ws-not-allow-cmd                 value 'N'.
           05  ws-access-review-sw                 pic a value 'N'.
               88  ws-is-access-review              value 'Y'.
               88  ws-not-access-review             value 'N'.
           05  ws-produce-hold-sw                  pic a value 'N'.
               88  ws-is-produce-hold               value 'Y'.
               88  ws-not-produce-hold              value 'N'.
           05  ws-feed-maint-sw                    pic a value 'N'.
               88  ws-is-feed-maint                 value 'Y'.
               88  ws-not-feed-maint                value 'N'.
           05  ws-volume-history-sw                pic a value 'N'.
               88  ws-is-volume-history             value 'Y'.
               88  ws-not-volume-history            value 'N'.
           05  ws-cite-export-sw                   pic a value 'N'.
               88  ws-is-cite-export                value 'Y'.
               88  ws-not-cite-export               value 'N'.
           05  ws-briefing-sw                      pic a value 'N'.
               88  ws-is-briefing                   value 'Y'.
               88  ws-not-briefing                  value 'N'.
           05  ws-feed-merge-sw                    pic a value 'N'.
               88  ws-is-feed-merge                 value 'Y'.
               88  ws-not-feed-merge                value 'N'.
           05  ws-starred-import-sw                pic a value 'N'.
               88  ws-is-starred-import             value 'Y'.
               88  ws-not-starred-import            value 'N'.
           05  ws-greader-sync-sw                  pic a value 'N'.
               88  ws-is-greader-sync               value 'Y'.
               88  ws-not-greader-sync              value 'N'.
           05  ws-backfill-sw                      pic a value 'N'.
               88  ws-is-backfill                   value 'Y'.
               88  ws-not-backfill                  value 'N'.
           05  ws-replication-sw                   pic a value 'N'.
               88  ws-is-replication                value 'Y'.
               88  ws-not-replication               value 'N'.
       01  ws-export-args.
           05  ws-export-name                  pic x(512) value spaces.
           05  ws-export-url                   pic x(256) value spaces.
       77  ws-bookmarks-status                  pic 9 value zero.
       77  ws-disk-budget-mode                  pic x value space.
       77  ws-disk-budget-status                pic 9 value zero.
       77  ws-disk-budget-headroom              pic 9(3) value zero.
       77  ws-check-state                       pic 9 value zero.
       77  ws-snapshot-file-arg                 pic x(200)
                                                value spaces.
       77  ws-snapshot-status                   pic 9 value zero.
       77  ws-legal-hold-args                   pic x(16)
                                                value spaces.
       77  ws-legal-hold-status                 pic 9 value zero.
       77  ws-xref-ident-arg                    pic x(64)
                                                value spaces.
       77  ws-incident-category-arg             pic x(32)
                                                value spaces.
       77  ws-date-audit-apply-flag            pic x value 'N'.

       77  ws-job-mode                         pic x value 'R'.
       77  ws-job-file-arg                     pic x(256)
                                               value spaces.
       77  ws-job-rc                           pic 9(3) value zero.

       77  ws-chargeback-month-arg             pic x(6)
                                               value spaces.
       77  ws-profile-days-arg                 pic x(4)
                                               value spaces.

       77  ws-cert-mode                        pic x value 'R'.
       01  ws-cert-warnings.
           05  ws-cert-warning-count           pic 9(3) value zero.
           05  ws-cert-warning-line            pic x(128)
                                               occurs 20 times.

       77  ws-compare-lists-args               pic x(1024)
                                               value spaces.
       77  ws-compare-lists-status             pic 9 value zero.

       77  ws-forecast-hours-arg               pic x(8) value spaces.

       77  ws-websub-op                        pic x value space.
       77  ws-websub-status                    pic 9 value zero.
       copy "./copybooks/wsrecord/ws-websub-record.cpy".

       77  ws-handover-args                    pic x(64) value spaces.

       77  ws-alert-op                         pic x value space.
       77  ws-alert-status                     pic 9 value zero.
       77  ws-alert-arg                        pic x(8) value spaces.
       copy "./copybooks/wsrecord/ws-alert-record.cpy".

       77  ws-scan-op                          pic x value 'R'.
       77  ws-scan-status                      pic 9 value zero.
       copy "./copybooks/wsrecord/ws-scan-request.cpy".

       77  ws-security-problems                 pic 9(5) value zero.
       77  ws-allow-op                          pic x value space.
       77  ws-allow-entry-arg                   pic x(128)
                                                value spaces.
       77  ws-allow-status                      pic 9 value zero.

      *> Operator access recertification (rss-access-review).
       77  ws-access-op                         pic x value space.
       77  ws-access-action-arg                 pic x(16)
                                                value spaces.
       77  ws-access-name-arg                   pic x(32)
                                                value spaces.
       77  ws-access-status                     pic 9 value zero.

       77  ws-produce-hold-args                 pic x(300)
                                                value spaces.
       77  ws-produce-hold-status               pic 9 value zero.

       77  ws-feed-maint-mode                   pic a value 'E'.
       77  ws-feed-maint-file-arg               pic x(300)
                                                value spaces.
       77  ws-feed-maint-status                 pic 9 value zero.

       77  ws-volume-months-arg                 pic x(8)
                                                value spaces.

       77  ws-cite-export-args                  pic x(300)
                                                value spaces.
       77  ws-cite-export-status                pic 9 value zero.

       77  ws-briefing-op                       pic x value 'C'.
       77  ws-briefing-args                     pic x(600)
                                                value spaces.
       77  ws-briefing-status                   pic 9 value zero.
       copy "./copybooks/wsrecord/ws-briefing-entry.cpy".

       77  ws-feed-merge-op                     pic x value 'M'.
       77  ws-feed-merge-args                   pic x(300)
                                                value spaces.
       77  ws-feed-merge-status                 pic 9 value zero.

       77  ws-starred-import-file               pic x(256)
                                                value spaces.
       77  ws-starred-import-status             pic 9 value zero.

       77  ws-greader-sync-op                   pic x(8)
                                                value "SYNC".
       77  ws-greader-sync-status               pic 9 value zero.

       77  ws-backfill-op                       pic x value 'C'.
       77  ws-backfill-feed-id                  pic 9(5) value zero.
       77  ws-backfill-feed-url                 pic x(256)
                                                value spaces.
       77  ws-backfill-pages                    pic 9(3) value zero.
       77  ws-backfill-pages-fetched            pic 9(5) value zero.
       77  ws-backfill-items-added              pic 9(6) value zero.
       77  ws-backfill-status                   pic 9 value zero.
       77  ws-backfill-id-text                  pic x(8)
                                                value spaces.
       77  ws-backfill-pages-text               pic x(8)
                                                value spaces.
       77  ws-backfill-items-disp               pic z(5)9.
       77  ws-backfill-pages-disp               pic z(4)9.

       77  ws-relay-op                          pic x value 'S'.

       77  ws-repl-op                           pic x value 'C'.
       77  ws-repl-feed-id                      pic 9(5) value zero.
       77  ws-repl-operation                    pic x(32)
                                                value spaces.
       77  ws-repl-status                       pic 9 value zero.

       77  ws-run-history-args                  pic x(8)
                                                value spaces.
       77  ws-bundle-file-arg                   pic x(200)
           perform parse-cmd-args

      *> --query is for scripts (and --serve-query answers an HTTP
      *> client, --serve-nntp a newsreader, --serve-relay another
      *> install, --check a monitoring system) - their output must
      *> be the only thing on stdout, so the banner is skipped.
           if not ws-is-query and not ws-is-serve-query
           and not ws-is-websub-callback
           and not ws-is-serve-nntp and not ws-is-serve-relay
           and not ws-is-check then
               display
                   ws-new-line "COBOL RSS Reader " ws-program-version
                   ws-new-line
           perform set-logging-based-on-config
           perform set-active-profile
           perform set-active-operator
           perform track-operator-activity

      *> Catch a data directory written under a different layout
      *> before anything reads it - a restored old backup either
      *> summary record forward before anything reads the store.
           if not ws-is-migrate-data
           and not ws-is-restore-backup then
               if ws-is-query or ws-is-serve-query
               or ws-is-websub-callback or ws-is-serve-nntp
               or ws-is-serve-relay or ws-is-check then
                   move 'Y' to ws-commit-check-quiet
               else
                   move 'N' to ws-commit-check-quiet
               or (ws-temp-config-value = "true" or spaces))
           and not ws-is-query
           and not ws-is-serve-query
           and not ws-is-websub-callback
           and not ws-is-serve-nntp
           and not ws-is-serve-relay
           and not ws-is-check
           then
               perform run-auto-configuration
           end-if
               if ws-cmd-args-buffer(4:4) not = "http" and "HTTP"
               and ws-cmd-args-buffer(4:5) not = "exec:"
               and ws-cmd-args-buffer(4:8) not = "maildir:"
               and ws-cmd-args-buffer(4:7) not = "scrape:"
               and ws-cmd-args-buffer(4:6) not = "local:"
               and ws-cmd-args-buffer(4:5) not = "csaf:" then
                   display
                       "Please enter a url starting with http/https, "
                       "exec:command for a script-backed feed, "
                       "maildir:path for a local Maildir/mbox "
                       "newsletter feed, local:name for a team "
                       "notice feed, or csaf:url for a CSAF security "
                       "advisory provider, and try again."
                   end-display
               else 
                   display 
                       to ws-download-status
                   if ws-download-status = 1 then 
                       display "Downloading and parsing success."
                       perform backfill-added-feed
                   else
                       if ws-download-status = 6 then
                           display
               stop run
           end-if

           if ws-is-serve-nntp then
               call "rss-nntp-server"
               cancel "rss-nntp-server"
               stop run
           end-if

           if ws-is-serve-relay or ws-is-relay-stats then
               if ws-is-serve-relay then
                   move 'S' to ws-relay-op
               else
                   move 'R' to ws-relay-op
               end-if
               call "rss-feed-relay" using ws-relay-op
               end-call
               cancel "rss-feed-relay"
               stop run
           end-if

      *> Monitoring plugin: the state is the exit code.
           if ws-is-check then
               call "rss-monitor-check" using ws-check-state
               end-call
               cancel "rss-monitor-check"
               move ws-check-state to return-code
               stop run
           end-if

           if ws-is-epub then
               call "rss-epub-bundle" using
                   ws-epub-output-path ws-epub-category
               cancel "rss-keymap-print"
           end-if

           if ws-is-open-actions then
               call "rss-open-actions"
               cancel "rss-open-actions"
           end-if

           if ws-is-xref-report then
               call "rss-xref-report" using ws-xref-ident-arg
               end-call
               cancel "rss-xref-report"
           end-if

           if ws-is-incident-report then
               call "rss-incident-report"
                   using ws-incident-category-arg
               end-call
               cancel "rss-incident-report"
           end-if

           if ws-is-read-latency then
               call "rss-read-latency"
               cancel "rss-read-latency"
           end-if

           if ws-is-date-audit then
               call "rss-date-audit" using ws-date-audit-apply-flag
               end-call
               cancel "rss-date-audit"
           end-if

           if ws-is-quality-report then
               call "rss-quality-report"
               cancel "rss-quality-report"
           end-if

      *> The job's highest step return code is the process exit
      *> code, so cron sees the failure.
           if ws-is-job-stream then
               call "rss-job-runner" using
                   ws-job-mode ws-job-file-arg ws-job-rc
               end-call
               cancel "rss-job-runner"
               move ws-job-rc to return-code
               stop run
           end-if

           if ws-is-chargeback then
               call "rss-chargeback" using ws-chargeback-month-arg
               end-call
               cancel "rss-chargeback"
           end-if

           if ws-is-profile-report then
               call "rss-profile-report" using ws-profile-days-arg
               end-call
               cancel "rss-profile-report"
           end-if

           if ws-is-cert-check then
               call "rss-cert-check" using ws-cert-mode ws-cert-warnings
               end-call
               cancel "rss-cert-check"
           end-if

           if ws-is-compare-lists then
               call "rss-compare-lists" using
                   ws-compare-lists-args ws-compare-lists-status
               end-call
               cancel "rss-compare-lists"
           end-if

           if ws-is-forecast then
               call "rss-forecast" using ws-forecast-hours-arg
               end-call
               cancel "rss-forecast"
           end-if

           if ws-is-websub-callback then
               call "rss-websub-receiver"
               cancel "rss-websub-receiver"
               stop run
           end-if

           if ws-is-websub-renew then
               move 'S' to ws-websub-op
               call "rss-websub" using
                   ws-websub-op ws-websub-record ws-websub-status
               end-call
               if ws-websub-status = 3 then
                   display "Set the 'websub_callback' config to the "
                       "public URL of the --websub-callback receiver "
                       "to subscribe."
                   end-display
               end-if
               set ws-is-websub to true
           end-if

           if ws-is-websub then
               move 'L' to ws-websub-op
               call "rss-websub" using
                   ws-websub-op ws-websub-record ws-websub-status
               end-call
               cancel "rss-websub"
           end-if

           if ws-is-handover then
               call "rss-handover" using ws-handover-args
               end-call
               cancel "rss-handover"
           end-if

           if ws-is-ack then
               initialize ws-alert-record
               if ws-alert-arg = spaces then
                   move 'L' to ws-alert-op
               else
                   move 'K' to ws-alert-op
                   if function trim(ws-alert-arg) is numeric then
                       move function numval(ws-alert-arg)
                           to ws-alert-id
                   end-if
               end-if

               if ws-alert-op = 'K' and ws-alert-id = zero then
                   display "Usage: --ack [alert id]"
               else
                   call "rss-alert-register" using
                       ws-alert-op ws-alert-record ws-alert-status
                   end-call
                   cancel "rss-alert-register"
               end-if

               if ws-alert-op = 'K' and ws-alert-id > zero then
                   evaluate ws-alert-status
                       when 1
                           display "Alert #" ws-alert-id
                               " acknowledged: "
                               function trim(ws-alert-title)
                           end-display
                       when 4
                           display "Alert #" ws-alert-id
                               " was already acknowledged by "
                               function trim(ws-alert-acked-by)
                           end-display
                       when other
                           display "No alert #" ws-alert-id
                               " on the register."
                           end-display
                   end-evaluate
               end-if
           end-if

           if ws-is-alert-report then
               initialize ws-alert-record
               if ws-alert-arg not = spaces
               and function trim(ws-alert-arg) is numeric then
                   move function numval(ws-alert-arg) to ws-alert-id
               end-if
               move 'R' to ws-alert-op
               call "rss-alert-register" using
                   ws-alert-op ws-alert-record ws-alert-status
               end-call
               cancel "rss-alert-register"
           end-if

           if ws-is-download-quar then
               call "rss-download-scan" using
                   ws-scan-op ws-scan-request ws-scan-status
               end-call
               cancel "rss-download-scan"
           end-if

      *> Any problem found is exit code 1, so a cron check can
      *> alert on it.
           if ws-is-security-check then
               call "rss-security-check" using ws-security-problems
               end-call
               cancel "rss-security-check"
               if ws-security-problems > zero then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-allow-cmd then
               call "rss-allow-command" using
                   ws-allow-op ws-allow-entry-arg ws-allow-status
               end-call
               cancel "rss-allow-command"
               evaluate true
                   when ws-allow-op = 'L'
                       continue
                   when ws-allow-status = 1 and ws-allow-op = 'A'
                       display "Allowed: "
                           function trim(ws-allow-entry-arg)
                       end-display
                   when ws-allow-status = 1
                       display "No longer allowed: "
                           function trim(ws-allow-entry-arg)
                       end-display
                   when ws-allow-status = 2 and ws-allow-op = 'A'
                       display function trim(ws-allow-entry-arg)
                           " is already on the allowlist."
                       end-display
                   when ws-allow-status = 2
                       display function trim(ws-allow-entry-arg)
                           " is not on the allowlist."
                       end-display
                   when ws-allow-status = 3
                       display "Changing the command allowlist needs "
                           "the admin role (see feeds/operators.dat)."
                       end-display
                   when ws-allow-status = 4
                       display "The command allowlist is full."
                       end-display
               end-evaluate
           end-if

           if ws-is-access-review then
               call "rss-access-review" using
                   ws-access-op ws-access-name-arg ws-access-status
               end-call
               cancel "rss-access-review"
               evaluate true
                   when ws-access-op = 'R'
                       continue
                   when ws-access-status = 2
                       display function trim(ws-access-name-arg)
                           " is not listed in feeds/operators.dat."
                       end-display
                   when ws-access-status = 3
                       display "Changing operator access needs the "
                           "admin role (see feeds/operators.dat)."
                       end-display
                   when ws-access-status = 4
                       display "No feeds/operators.dat - roles are "
                           "not in use here."
                       end-display
                   when ws-access-status = 5
                       display function trim(ws-access-name-arg)
                           " is the only admin - grant admin to "
                           "someone else first."
                       end-display
                   when ws-access-status = 6
                       display "Feed store is locked by another "
                           "process - try again shortly."
                       end-display
               end-evaluate
               if ws-access-op not = 'R'
               and ws-access-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-produce-hold then
               call "rss-hold-production" using
                   ws-produce-hold-args ws-produce-hold-status
               end-call
               cancel "rss-hold-production"
               if ws-produce-hold-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-feed-maint then
               call "rss-feed-maint" using
                   ws-feed-maint-mode ws-feed-maint-file-arg
                   ws-feed-maint-status
               end-call
               cancel "rss-feed-maint"
               if ws-feed-maint-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-volume-history then
               call "rss-volume-history" using ws-volume-months-arg
               end-call
               cancel "rss-volume-history"
               move zero to return-code
               stop run
           end-if

           if ws-is-cite-export then
               call "rss-citation-export" using
                   ws-cite-export-args ws-cite-export-status
               end-call
               cancel "rss-citation-export"
               if ws-cite-export-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-briefing then
               call "rss-briefing" using
                   ws-briefing-op ws-briefing-args ws-briefing-entry
                   ws-briefing-status
               end-call
               cancel "rss-briefing"
               if ws-briefing-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-feed-merge then
               call "rss-feed-merge" using
                   ws-feed-merge-op ws-feed-merge-args
                   ws-feed-merge-status
               end-call
               cancel "rss-feed-merge"
               if ws-feed-merge-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-starred-import then
               call "rss-starred-import" using
                   ws-starred-import-file ws-starred-import-status
               end-call
               cancel "rss-starred-import"
               if ws-starred-import-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-greader-sync then
               call "rss-greader-sync" using
                   ws-greader-sync-op ws-dry-run-sw
                   ws-greader-sync-status
               end-call
               cancel "rss-greader-sync"
               if ws-greader-sync-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

           if ws-is-backfill then
               move 'C' to ws-backfill-op
               call "rss-backfill" using
                   ws-backfill-op ws-backfill-feed-id
                   ws-backfill-feed-url ws-backfill-pages
                   ws-backfill-pages-fetched ws-backfill-items-added
                   ws-backfill-status
               end-call
               cancel "rss-backfill"
               if ws-backfill-status not = 1 then
                   move 1 to return-code
               else
                   move zero to return-code
               end-if
               stop run
           end-if

      *> Ship / report / promote - RETURN-CODE 0 when the standby
      *> is current (or promoted), 1 otherwise, for monitoring.
           if ws-is-replication then
               move "command" to ws-repl-operation
               call "rss-replication" using
                   ws-repl-op ws-repl-feed-id ws-repl-operation
                   ws-repl-status
               end-call
               cancel "rss-replication"
               if ws-repl-status = 1 then
                   move zero to return-code
               else
                   move 1 to return-code
               end-if
               stop run
           end-if

           if ws-is-ticker then
               call "rss-ticker"
               cancel "rss-ticker"
               move 'R' to ws-disk-budget-mode
               call "rss-disk-budget" using
                   ws-disk-budget-mode ws-disk-budget-status
                   ws-disk-budget-headroom
               end-call
               cancel "rss-disk-budget"
           end-if
               move 'E' to ws-disk-budget-mode
               call "rss-disk-budget" using
                   ws-disk-budget-mode ws-disk-budget-status
                   ws-disk-budget-headroom
               end-call
               cancel "rss-disk-budget"
               display
                       "No share_cmd configured - the spool was "
                       "left untouched."
                   end-display
               end-if
               if ws-drain-status = 3 then
                   display
                       "share_cmd is not on the command allowlist - "
                       "the spool was left untouched."
                   end-display
               end-if
               if ws-drain-status = 1 then
                   display
                       "Share spool drained. See feeds/share.log "
                       "for delivery outcomes."
               exit paragraph
           end-if

      * Triaged items still open, grouped by assignee.
           if ws-cmd-args-buffer = "--open-actions" then
               set ws-is-valid-param to true
               set ws-is-open-actions to true
               exit paragraph
           end-if

      * Every feed/item mentioning one identifier, or the whole
      * cross-reference index.
           if ws-cmd-args-buffer(1:6) = "--xref" then
               move function trim(ws-cmd-args-buffer(8:))
                   to ws-xref-ident-arg
               set ws-is-valid-param to true
               set ws-is-xref-report to true
               exit paragraph
           end-if

      * Vendor status-page incident timeline and monthly
      * availability rollup (feeds in the "status" category unless
      * another category is named).
           if ws-cmd-args-buffer(1:17) = "--incident-report" then
               move function trim(ws-cmd-args-buffer(19:))
                   to ws-incident-category-arg
               set ws-is-valid-param to true
               set ws-is-incident-report to true
               exit paragraph
           end-if

      * Arrival-to-first-read latency per feed and category, with
      * the items that breached their category's target.
           if ws-cmd-args-buffer(1:14) = "--read-latency" then
               set ws-is-valid-param to true
               set ws-is-read-latency to true
               exit paragraph
           end-if

      * Items whose publisher date sat outside the window of the
      * time they were first seen, per feed; "--date-audit apply"
      * toggles first-seen ordering for each offending feed.
           if ws-cmd-args-buffer(1:12) = "--date-audit" then
               if ws-cmd-args-buffer(14:5) = "apply" then
                   move 'Y' to ws-date-audit-apply-flag
               end-if
               set ws-is-valid-param to true
               set ws-is-date-audit to true
               exit paragraph
           end-if

      * Per-feed content data-quality scorecard, trended against
      * the previous run.
           if ws-cmd-args-buffer(1:16) = "--quality-report" then
               set ws-is-valid-param to true
               set ws-is-quality-report to true
               exit paragraph
           end-if

      * Job-stream runner: "--job-run [file]" runs the nightly
      * step chain (default feeds/jobstream.dat); "--job-restart
      * [file]" resumes it at the step that failed.
           if ws-cmd-args-buffer(1:9) = "--job-run" then
               move 'R' to ws-job-mode
               move function trim(ws-cmd-args-buffer(11:))
                   to ws-job-file-arg
               set ws-is-valid-param to true
               set ws-is-job-stream to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:13) = "--job-restart" then
               move 'S' to ws-job-mode
               move function trim(ws-cmd-args-buffer(15:))
                   to ws-job-file-arg
               set ws-is-valid-param to true
               set ws-is-job-stream to true
               exit paragraph
           end-if

      * Monthly bandwidth and processing-time chargeback by feed
      * owner and category; the month (YYYYMM) defaults to the
      * current one.
           if ws-cmd-args-buffer(1:12) = "--chargeback" then
               move ws-cmd-args-buffer(14:6) to ws-chargeback-month-arg
               set ws-is-valid-param to true
               set ws-is-chargeback to true
               exit paragraph
           end-if

      * Per-phase refresh timing: the slowest feeds with their
      * dominant phase and each phase's share of refresh time over
      * the last N days (default 30).
           if ws-cmd-args-buffer(1:16) = "--profile-report" then
               move ws-cmd-args-buffer(18:4) to ws-profile-days-arg
               set ws-is-valid-param to true
               set ws-is-profile-report to true
               exit paragraph
           end-if

      * TLS certificate expiry check of every https feed host,
      * listing the hosts inside the warning window with the feeds
      * and owners that depend on them.
           if ws-cmd-args-buffer(1:12) = "--cert-check" then
               set ws-is-valid-param to true
               set ws-is-cert-check to true
               exit paragraph
           end-if

      * Compare two feed lists - "current", a profile name, or a
      * snapshot archive on either side.
           if ws-cmd-args-buffer(1:16) = "--compare-lists " then
               move function trim(ws-cmd-args-buffer(17:))
                   to ws-compare-lists-args
               set ws-is-valid-param to true
               set ws-is-compare-lists to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:15) = "--compare-lists" then
               set ws-is-valid-param to true
               set ws-is-compare-lists to true
               exit paragraph
           end-if

      * Hour-by-hour forecast of which feeds the batch refresh will
      * find due, with expected volume against the time budget.
           if ws-cmd-args-buffer(1:11) = "--forecast " then
               move function trim(ws-cmd-args-buffer(12:))
                   to ws-forecast-hours-arg
               set ws-is-valid-param to true
               set ws-is-forecast to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:10) = "--forecast" then
               set ws-is-valid-param to true
               set ws-is-forecast to true
               exit paragraph
           end-if

      * WebSub push subscriptions - list them, run the subscribe/
      * renew pass now, or answer one hub callback on stdin
      * (inetd style, like --serve-query).
           if ws-cmd-args-buffer(1:18) = "--websub-callback" then
               set ws-is-valid-param to true
               set ws-is-websub-callback to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:14) = "--websub-renew" then
               set ws-is-valid-param to true
               set ws-is-websub-renew to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:9) = "--websub " then
               set ws-is-valid-param to true
               set ws-is-websub to true
               exit paragraph
           end-if

      * End-of-shift handover report for an operator, printed and
      * mailed to the next shift.
           if ws-cmd-args-buffer(1:11) = "--handover " then
               move function trim(ws-cmd-args-buffer(12:))
                   to ws-handover-args
               set ws-is-valid-param to true
               set ws-is-handover to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:10) = "--handover" then
               set ws-is-valid-param to true
               set ws-is-handover to true
               exit paragraph
           end-if

      * Acknowledge a watchlist alert by id; with no id, list the
      * alerts still waiting for someone.
           if ws-cmd-args-buffer(1:6) = "--ack " then
               move function trim(ws-cmd-args-buffer(7:))
                   to ws-alert-arg
               set ws-is-valid-param to true
               set ws-is-ack to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:5) = "--ack" then
               set ws-is-valid-param to true
               set ws-is-ack to true
               exit paragraph
           end-if

      * Time-to-acknowledge report for watchlist alerts.
           if ws-cmd-args-buffer(1:15) = "--alert-report " then
               move function trim(ws-cmd-args-buffer(16:))
                   to ws-alert-arg
               set ws-is-valid-param to true
               set ws-is-alert-report to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:14) = "--alert-report" then
               set ws-is-valid-param to true
               set ws-is-alert-report to true
               exit paragraph
           end-if

      * Downloads that failed their checks and were quarantined.
           if ws-cmd-args-buffer(1:21) = "--download-quarantine"
           then
               set ws-is-valid-param to true
               set ws-is-download-quar to true
               exit paragraph
           end-if

      * Permission self-check of the data directory, and the
      * admin-maintained allowlist of commands crssr may run.
           if ws-cmd-args-buffer(1:16) = "--security-check" then
               set ws-is-valid-param to true
               set ws-is-security-check to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:15) = "--allow-command"
           or ws-cmd-args-buffer(1:18) = "--disallow-command" then
               if ws-cmd-args-buffer(1:15) = "--allow-command" then
                   move function trim(ws-cmd-args-buffer(16:))
                       to ws-allow-entry-arg
                   if ws-allow-entry-arg = spaces then
                       move 'L' to ws-allow-op
                   else
                       move 'A' to ws-allow-op
                   end-if
               else
                   move function trim(ws-cmd-args-buffer(19:))
                       to ws-allow-entry-arg
                   move 'D' to ws-allow-op
               end-if
               if ws-allow-op = 'D' and ws-allow-entry-arg = spaces
               then
                   exit paragraph
               end-if
               set ws-is-valid-param to true
               set ws-is-allow-cmd to true
               exit paragraph
           end-if

      * Operator access recertification: the review report, or an
      * admin's recertify/downgrade/remove decision on one entry.
           if ws-cmd-args-buffer(1:15) = "--access-review" then
               move spaces to ws-access-action-arg ws-access-name-arg
               unstring function trim(ws-cmd-args-buffer(16:))
                   delimited by all space
                   into ws-access-action-arg ws-access-name-arg
               end-unstring
               evaluate function lower-case(ws-access-action-arg)
                   when spaces
                       move 'R' to ws-access-op
                   when "recertify"
                       move 'C' to ws-access-op
                   when "downgrade"
                       move 'D' to ws-access-op
                   when "remove"
                       move 'X' to ws-access-op
                   when other
                       exit paragraph
               end-evaluate
               if ws-access-op not = 'R'
               and ws-access-name-arg = spaces then
                   exit paragraph
               end-if
               set ws-is-valid-param to true
               set ws-is-access-review to true
               exit paragraph
           end-if

      * eDiscovery production of a feed under legal hold.
           if ws-cmd-args-buffer(1:15) = "--produce-hold " then
               move function trim(ws-cmd-args-buffer(16:))
                   to ws-produce-hold-args
               set ws-is-valid-param to true
               set ws-is-produce-hold to true
               exit paragraph
           end-if

      * Batch feed maintenance from a transaction file: edit pass
      * only, or edit and apply.
           if ws-cmd-args-buffer(1:19) = "--feed-maint-apply " then
               move function trim(ws-cmd-args-buffer(20:))
                   to ws-feed-maint-file-arg
               move 'A' to ws-feed-maint-mode
               set ws-is-valid-param to true
               set ws-is-feed-maint to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:13) = "--feed-maint " then
               move function trim(ws-cmd-args-buffer(14:))
                   to ws-feed-maint-file-arg
               move 'E' to ws-feed-maint-mode
               set ws-is-valid-param to true
               set ws-is-feed-maint to true
               exit paragraph
           end-if

      * Month-over-month feed volume from the daily history the
      * batch keeps; the number of months defaults to 12.
           if ws-cmd-args-buffer(1:16) = "--volume-history" then
               move function trim(ws-cmd-args-buffer(18:))
                   to ws-volume-months-arg
               set ws-is-valid-param to true
               set ws-is-volume-history to true
               exit paragraph
           end-if

      * Saved or tagged items as BibTeX, RIS or CSL-JSON citations.
           if ws-cmd-args-buffer(1:14) = "--cite-export " then
               move function trim(ws-cmd-args-buffer(15:))
                   to ws-cite-export-args
               set ws-is-valid-param to true
               set ws-is-cite-export to true
               exit paragraph
           end-if

      * Briefing workspace upkeep, rendering and mailing; items are
      * added from the item viewer.
           if ws-cmd-args-buffer(1:10) = "--briefing" then
               move function trim(ws-cmd-args-buffer(12:))
                   to ws-briefing-args
               set ws-is-valid-param to true
               set ws-is-briefing to true
               exit paragraph
           end-if

      * Fold one subscription into another, or move a category or
      * keyword out of a feed into a new one.
           if ws-cmd-args-buffer(1:14) = "--merge-feeds " then
               move function trim(ws-cmd-args-buffer(15:))
                   to ws-feed-merge-args
               move 'M' to ws-feed-merge-op
               set ws-is-valid-param to true
               set ws-is-feed-merge to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:13) = "--split-feed " then
               move function trim(ws-cmd-args-buffer(14:))
                   to ws-feed-merge-args
               move 'S' to ws-feed-merge-op
               set ws-is-valid-param to true
               set ws-is-feed-merge to true
               exit paragraph
           end-if

      * Full-screen auto-rotating headline ticker for the ops
      * room wallboard.
           if ws-cmd-args-buffer(1:8) = "--ticker" then
               exit paragraph
           end-if

      * NNTP session on stdin/stdout (inetd style) - feeds as
      * newsgroups for Usenet newsreaders.
           if ws-cmd-args-buffer(1:12) = "--serve-nntp" then
               set ws-is-valid-param to true
               set ws-is-serve-nntp to true
               exit paragraph
           end-if

      * Caching relay for other installs (inetd style) and the
      * count of upstream fetches it has saved them.
           if ws-cmd-args-buffer(1:13) = "--serve-relay" then
               set ws-is-valid-param to true
               set ws-is-serve-relay to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:13) = "--relay-stats" then
               set ws-is-valid-param to true
               set ws-is-relay-stats to true
               exit paragraph
           end-if

      * Nagios/Icinga plugin: one status line, state as exit code.
           if ws-cmd-args-buffer(1:7) = "--check"
           and ws-cmd-args-buffer(8:1) = space then
               set ws-is-valid-param to true
               set ws-is-check to true
               exit paragraph
           end-if

      * Incremental changed-items interface extract with the
      * control-file/acknowledgment handshake.
           if ws-cmd-args-buffer(1:16) = "--extract-deltas" then
               exit paragraph
           end-if

      * Starred / saved items exported from another reader go into
      * the read-later queue.
           if ws-cmd-args-buffer(1:16) = "--import-starred" then
               move function trim(ws-cmd-args-buffer(18:))
                   to ws-starred-import-file
               set ws-is-valid-param to true
               set ws-is-starred-import to true
               exit paragraph
           end-if

      * Two-way sync with a Google Reader API server (greader_url);
      * "--greader-sync login" stores the account first.
           if ws-cmd-args-buffer(1:14) = "--greader-sync" then
               if function upper-case(
                   function trim(ws-cmd-args-buffer(16:))) = "LOGIN"
               then
                   move "LOGIN" to ws-greader-sync-op
               else
                   move "SYNC" to ws-greader-sync-op
               end-if
               set ws-is-valid-param to true
               set ws-is-greader-sync to true
               exit paragraph
           end-if

      * Walk a feed's archive / paged links for its older items -
      * "--backfill [id] [pages]"; no id backfills every web feed.
           if ws-cmd-args-buffer(1:10) = "--backfill" then
               unstring ws-cmd-args-buffer(12:)
                   delimited by all space
                   into ws-backfill-id-text ws-backfill-pages-text
               end-unstring
               if function trim(ws-backfill-id-text) is numeric then
                   move function numval(ws-backfill-id-text)
                       to ws-backfill-feed-id
               end-if
               if function trim(ws-backfill-pages-text) is numeric
               then
                   move function numval(ws-backfill-pages-text)
                       to ws-backfill-pages
               end-if
               set ws-is-valid-param to true
               set ws-is-backfill to true
               exit paragraph
           end-if

      * Continuous replication to the standby: catch up now (or
      * ship the whole store), report lag, or promote a standby.
           if ws-cmd-args-buffer(1:20) = "--replication-status" then
               move 'T' to ws-repl-op
               set ws-is-valid-param to true
               set ws-is-replication to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:11) = "--replicate" then
               if ws-cmd-args-buffer(13:4) = "full" then
                   move 'F' to ws-repl-op
               else
                   move 'C' to ws-repl-op
               end-if
               set ws-is-valid-param to true
               set ws-is-replication to true
               exit paragraph
           end-if

           if ws-cmd-args-buffer(1:17) = "--promote-standby" then
               move 'P' to ws-repl-op
               set ws-is-valid-param to true
               set ws-is-replication to true
               exit paragraph
           end-if

      * Export feeds to an OPML file.
           if ws-cmd-args-buffer(1:13) = "--export-opml" then
               move "EXPORT" to ws-opml-mode
           exit paragraph.


       backfill-added-feed.

      *> With "backfill_pages" set, a new subscription starts with
      *> its archive history rather than just the latest items.
           move 'A' to ws-backfill-op
           move zero to ws-backfill-feed-id ws-backfill-pages
           move ws-cmd-args-buffer(4:) to ws-backfill-feed-url
           call "rss-backfill" using
               ws-backfill-op ws-backfill-feed-id
               ws-backfill-feed-url ws-backfill-pages
               ws-backfill-pages-fetched ws-backfill-items-added
               ws-backfill-status
           end-call
           cancel "rss-backfill"

           if ws-backfill-pages-fetched > zero then
               move ws-backfill-items-added to ws-backfill-items-disp
               move ws-backfill-pages-fetched
                   to ws-backfill-pages-disp
               display function concatenate(
                   "Backfilled ",
                   function trim(ws-backfill-items-disp),
                   " older item(s) from ",
                   function trim(ws-backfill-pages-disp),
                   " archive page(s).")
               end-display
           end-if

           exit paragraph.


       set-logging-based-on-config.

      * Enable / disable logging based on config. The chatter stays
      * off stdout in --query mode - scripts parse that stream.
           move function get-config("logging") to ws-temp-config-value
           if ws-temp-config-value = "true" then
               if not ws-is-query and not ws-is-serve-query
           and not ws-is-websub-callback
           and not ws-is-serve-nntp and not ws-is-serve-relay
           and not ws-is-check then
                   display "Logging is enabled in config. Turning on."
               end-if
               call "logger" using ws-log-enabled-switch
           else
               if not ws-is-query and not ws-is-serve-query
           and not ws-is-websub-callback
           and not ws-is-serve-nntp and not ws-is-serve-relay
           and not ws-is-check then
                   display "Logging disabled in config. Turning off."
               end-if
               call "logger" using ws-log-disabled-switch
           if ws-active-operator-name not = spaces then
               set environment "COB_RSSR_OPERATOR"
                   to function trim(ws-active-operator-name)
               if not ws-is-query and not ws-is-serve-query
               and not ws-is-websub-callback
               and not ws-is-serve-nntp
               and not ws-is-serve-relay
               and not ws-is-check then
                   display "Operating as: "
                       function trim(ws-active-operator-name)
               end-if
           end-if

           exit paragraph.


       track-operator-activity.

      *> Stamp the active operator's last activity in the roles
      *> file, and drop any admin whose recertification lapsed past
      *> its grace period - before any role check below runs. The
      *> long-running service modes and a dry run leave the file
      *> alone.
           if ws-is-query or ws-is-serve-query
           or ws-is-websub-callback
           or ws-is-serve-nntp
           or ws-is-serve-relay
           or ws-is-check
           or ws-is-dry-run then
               exit paragraph
           end-if

           move 'T' to ws-access-op
           move spaces to ws-access-name-arg
           call "rss-access-review" using
               ws-access-op ws-access-name-arg ws-access-status
           end-call
           cancel "rss-access-review"

           exit paragraph.


           if ws-active-profile-name not = spaces then
               set environment "COB_RSSR_PROFILE"
                   to function trim(ws-active-profile-name)
               if not ws-is-query and not ws-is-serve-query
               and not ws-is-websub-callback
               and not ws-is-serve-nntp
               and not ws-is-serve-relay
               and not ws-is-check then
                   display "Using feed profile: "
                       function trim(ws-active-profile-name)
               end-if
           end-if

           exit paragraph.
               "ids, closing gaps left by deleted feeds." ws-new-line
               "    --refresh-all         Refresh every feed "
               "unattended (no screen) and write a summary report "
               "to ./refresh_summary.txt (plus ./exposure_report.txt "
               "when feeds/assets.dat lists products)." ws-new-line
               "    --refresh-all --resume" ws-new-line
               "                          Continue an interrupted "
               "unattended refresh, skipping feeds the interrupted "
               "an OPML file, Liferea's native feed list, or a "
               "Newsboat urls file (format auto-detected; folder "
               "titles/tags become categories)." ws-new-line
               "    --import-starred [file]" ws-new-line
               "                          Load starred/saved articles "
               "from a Feedly, Inoreader, FreshRSS or Google Reader "
               "style JSON export into the read-later queue, skipping "
               "any already queued." ws-new-line
               "    --greader-sync [login]" ws-new-line
               "                          Two-way sync of "
               "subscriptions, read flags and starred items (the "
               "read-later queue) with the Google Reader API server "
               "in greader_url (FreshRSS, Miniflux); last change "
               "wins. 'login' stores the account first. Honours "
               "--dry-run." ws-new-line
               "    --backfill [id] [pages]" ws-new-line
               "                          Load a feed's older items "
               "by walking its archive (RFC 5005), rel=next or "
               "WordPress ?paged=N links back up to [pages] pages "
               "(backfill_pages, else 10) or to backfill_since; no "
               "id walks every web feed. Retention caps and legal "
               "hold apply." ws-new-line
               "    --replicate [full]    Ship the commits still "
               "owed to the standby in replica_target (a directory "
               "or host:directory); 'full' sends the whole store. "
               "Commits are normally shipped as they complete."
               ws-new-line
               "    --replication-status  Show the standby target, "
               "the last commit shipped and the lag." ws-new-line
               "    --promote-standby     Run against a standby's "
               "data directory (COB_RSSR_HOME): make it the "
               "primary, taking writes." ws-new-line
               "    --export-opml [file]  Export all RSS feeds to "
               "an OPML file." ws-new-line
               "    --import-config [file]" ws-new-line
               "bindings - the compiled defaults overlaid with "
               "feeds/keymap.dat (action=KEY lines, F1..F20; "
               "duplicates are rejected at load)." ws-new-line
               "    --open-actions        List every triaged item "
               "still open or in progress, grouped by assignee with "
               "overdue items first. Items are assigned, given a "
               "status, and dated with F14 in the item viewer."
               ws-new-line
               "    --xref [identifier]   List every feed and item "
               "that mentioned an identifier (e.g. --xref "
               "CVE-2026-1234) in first-seen order; with no "
               "identifier, the whole cross-reference index. "
               "Identifier prefixes live in feeds/xrefpatterns.dat "
               "(one per line, default CVE- and KB) and are indexed "
               "as each feed is saved." ws-new-line
               "    --incident-report [category]" ws-new-line
               "                          Vendor status-page incident "
               "timeline: folds each status feed's items into "
               "incidents by link or title, with start, resolution, "
               "and duration, plus a per-vendor monthly rollup of "
               "incidents, outage minutes, and availability. Uses "
               "the 'status' category unless another is named."
               ws-new-line
               "    --read-latency        Median and worst time from "
               "arrival to first read per feed and per category, and "
               "the items read later than (or still unread past) "
               "their category's target in feeds/latency_targets.dat "
               "(category|minutes lines, * for the default)."
               ws-new-line
               "    --date-audit [apply]  Items whose publisher date "
               "sat more than the 'datewindow' setting (minutes, "
               "default 1440) before or after the time they were "
               "first seen, per feed. With 'apply', each offending "
               "feed offers a toggle of first-seen ordering in the "
               "viewers (feeds/first_seen_order.dat)."
               ws-new-line
               "    --quality-report      Content data-quality "
               "scorecard: per feed, items with no guid, no pub "
               "date, an empty description, a repeated title, an "
               "overflowing description, or no link, scored 0-100 "
               "and graded A-F with the change since the last run "
               "(feeds/quality_history.dat)." ws-new-line
               "    --job-run [file]      Run a job-stream "
               "definition (default feeds/jobstream.dat; lines "
               "name|crssr parameters|run-if|max-rc, run-if blank, "
               "ALWAYS, ONFAIL, or step,op,rc terms). Each step's "
               "start, end and return code go to feeds/job.log and "
               "the exit code is the highest step return code."
               ws-new-line
               "    --job-restart [file]  Resume the last job-stream "
               "run at the step that failed, without re-running the "
               "steps that completed." ws-new-line
               "    --chargeback [YYYYMM] Bytes downloaded and "
               "download/parse time per feed for the month (default "
               "the current one), rolled up by feed owner and by "
               "category, with the ten heaviest feeds "
               "(feeds/consumption.dat)." ws-new-line
               "    --profile-report [days]" ws-new-line
               "                          Where refresh time goes: "
               "each phase's share (DNS, download, transcode, "
               "filter, parse, xmllint, save) and the slowest feeds "
               "with their dominant phase, over the last days "
               "(default 30; feeds/refresh_profile.dat)."
               ws-new-line
               "    --cert-check          Connect to each https "
               "feed host, record its TLS certificate's expiry and "
               "issuer (feeds/cert_status.dat), and list the hosts "
               "expiring within the 'cert_warn_days' setting "
               "(default 30) with their feeds and owners."
               ws-new-line
               "    --compare-lists A B [--opml file|--bundle file]"
               ws-new-line
               "                          Compare two feed lists - "
               "each 'current', a profile name ('default' for the "
               "unprofiled list) or a snapshot archive "
               "(file.tar.gz[:profile]) - listing feeds on one side "
               "only and feeds whose URL, title, category, interval "
               "or hold state differ; optionally write A's missing "
               "feeds as an OPML or bundle file to import into B."
               ws-new-line
               "    --forecast [hours]    Hour-by-hour forecast "
               "(default 24, up to 168) of the feeds each hourly "
               "--refresh-all will find due - intervals, ttl, "
               "skipHours/skipDays, quarantine, holds and the "
               "blackout window - with expected download volume, "
               "flagging hours over the 'batch_max_mins' budget."
               ws-new-line
               "    --websub              List WebSub push "
               "subscriptions for feeds that advertise a hub."
               ws-new-line
               "    --websub-renew        Subscribe (or renew the "
               "lease) at each feed's WebSub hub now, then list."
               ws-new-line
               "    --websub-callback     Answer one WebSub hub "
               "callback on stdin (inetd style) - verifies "
               "subscriptions and takes signed pushed content "
               "through the normal parse and save. Pushed feeds are "
               "then polled only every 'websub_poll_mins'."
               ws-new-line
               "    --handover [operator] [hours]  End-of-shift "
               "handover report (default: the active operator, the "
               "last 'shift_hours', else 8) - what they read, saved, "
               "annotated, shared and muted, unresolved watchlist "
               "matches and open triage items, and feeds that went "
               "red or into quarantine - written to "
               "handover_report.txt and mailed to 'mail_handover'."
               ws-new-line
               "    --ack [id]            Acknowledge watchlist "
               "alert <id> (F15 in the item viewer acknowledges the "
               "item's alerts); with no id, list the open alerts. "
               "Alerts still open after 'alert_esc_mins' (default "
               "60) are mailed once to 'mail_escalate'."
               ws-new-line
               "    --alert-report [days] Time-to-acknowledge report "
               "for the watchlist alerts raised in the last [days] "
               "(default 1) - written to alert_report.txt and "
               "mailed to 'mail_alerts'."
               ws-new-line
               "    --download-quarantine List media enclosures "
               "and articles that failed their download checks "
               "(size, type, scan_cmd scanner) and were moved to the "
               "quarantine folder instead of being kept." ws-new-line
               "    --security-check      Report unsafe "
               "permissions on creds.dat, crssr.conf, "
               "allowed_cmds.dat, the hooks directory and the data "
               "directory (exit code 1 on any problem)." ws-new-line
               "    --allow-command [exe] Add an executable to the "
               "command allowlist (admin); with no exe, list it. "
               "Once the list exists, share_cmd, feed filters, "
               "hooks, exec: feeds, sendmail_cmd, lp_cmd, "
               "scan_cmd and job_exec only run listed executables."
               ws-new-line
               "    --disallow-command exe Remove an executable from "
               "the command allowlist (admin)." ws-new-line
               "    --access-review       List every operator in "
               "feeds/operators.dat with role, last activity and "
               "recertification due status. An admin whose due date "
               "is recert_grace days (14) past drops to reader "
               "automatically; recertification runs every "
               "recert_days (90)." ws-new-line
               "    --access-review recertify|downgrade|remove [name]"
               ws-new-line
               "                          Recertify an operator, "
               "downgrade an admin to reader, or remove an operator "
               "(admin; written to the audit trail)." ws-new-line
               "    --produce-hold [id] [dir] eDiscovery "
               "production of a feed under legal hold (admin): each "
               "item's full text, notes and read history, stored "
               "articles and enclosures, a SHA-256 manifest and a "
               "chain-of-custody log (default folder "
               "productions/hold_<id>_<stamp>)." ws-new-line
               "    --feed-maint file     Edit pass of a feed "
               "maintenance transaction file (A|url|field=value.., "
               "C|id or url|field=value.., D|id or url): prints the "
               "exceptions report and control totals, changes "
               "nothing." ws-new-line
               "    --feed-maint-apply file Edit and apply the "
               "transaction file (admin): list.dat is snapshotted "
               "first (--undo reverses the run) and the reversing "
               "transactions are written to feeds/backup." ws-new-line
               "    --volume-history [months] Month-over-month items "
               "received, killed and read and month-end unread per "
               "feed and per category, with growth, from the daily "
               "history each --refresh-all run keeps "
               "(feeds/volume_history.dat; default 12 months, at "
               "most 24)." ws-new-line
               "    --cite-export format [saved|tag] [file]" ws-new-line
               "                          Export the read-later "
               "queue (default) or every item carrying a tag as "
               "citations - format bibtex, ris or csl (CSL-JSON) - "
               "with title, feed as publisher, author, date, link, "
               "access date and any note (default "
               "./citations.bib, .ris or .json)." ws-new-line
               "    --briefing [command]  The briefing workspace "
               "filled from the item viewer (F17): show (default), "
               "title text, section name, lead n text, up i, down i, "
               "move i n (item to section), drop i, section-up n, "
               "section-down n, drop-section n, render text|html "
               "[file] (default ./briefing.txt or .html), mail "
               "text|html (to the mail_briefing recipients), clear."
               ws-new-line
               "    --merge-feeds [into id] [from id]" ws-new-line
               "                          Fold the second feed's "
               "items into the first by guid - read flags, tags, "
               "notes and open counts combined - then retire the "
               "second feed to the archive (admin role)." ws-new-line
               "    --split-feed [id] category|keyword [text] [title]"
               ws-new-line
               "                          Move the items whose "
               "categories (or title and text) contain the text "
               "into a new feed reading the same URL; kill rules "
               "keep later items apart." ws-new-line
               "    --ticker              Full-screen wallboard "
               "mode: auto-cycles the newest unread headlines with "
               "feed name, age, and watchlist highlights, rotating "
               "that any browser imports." ws-new-line
               "    --publish-feed [file] [tag]" ws-new-line
               "                          Render the read-later "
               "queue (or, with a tag, every item carrying it; with "
               "local:name, that team notice feed's current notices) "
               "as a valid RSS 2.0 file with stable guids (default "
               "./curated.xml) - drop it on the intranet server and "
               "any reader can subscribe to the curation."
               ws-new-line
               "(/feeds, /items/[id], /item/[id]/[guid]) - run it "
               "under inetd or socat bound to localhost for "
               "read-only intranet dashboard tiles." ws-new-line
               "    --serve-nntp          Run one NNTP session on "
               "stdin/stdout - each feed is a newsgroup "
               "(crssr.<category>.<title>), each item an article, "
               "for slrn/tin. Reading an article marks it read for "
               "the operator (AUTHINFO USER picks one). Run it "
               "under inetd or socat bound to localhost."
               ws-new-line
               "    --serve-relay         Answer one HTTP GET/HEAD "
               "from stdin with the raw XML last downloaded for a "
               "subscribed feed (/feed?url=[feed url]), honouring "
               "If-None-Match/If-Modified-Since - other installs "
               "set relay_url to fetch through it. Needs "
               "relay_serve=true here." ws-new-line
               "    --relay-stats         Show how many upstream "
               "fetches the relay has saved, overall and per feed."
               ws-new-line
               "    --check               Nagios/Icinga plugin: "
               "print one OK/WARNING/CRITICAL/UNKNOWN line with "
               "performance data and exit 0/1/2/3. Measures batch "
               "recency, failing and quarantined feeds, store lock "
               "age, disk budget headroom and the share spool "
               "backlog against the check_batch, check_failing, "
               "check_quarantine, check_lock, check_disk and "
               "check_spool thresholds (warn,crit)."
               ws-new-line
               "    --extract-deltas [dir]" ws-new-line
               "                          Write the items that "
               "arrived, changed, or were pruned since the last "
               "through the per-site patterns in feeds/scrape.dat "
               "(url|block marker|title start|title end|link start|"
               "link end|date start|date end per line, date markers "
               "optional, guids hashed from the links); local:name "
               "subscribes a team notice feed whose items operators "
               "write on the notice screen (F21 in the menu); "
               "csaf:url subscribes a CSAF 2.0 security advisory "
               "provider - its provider-metadata.json, one ROLIE "
               "feed, or a single CSAF/CVRF advisory - with each "
               "of the newest advisories (csaf_max_docs, default 25) "
               "as an item carrying its severity, CVEs, affected "
               "products and remediation."
               ws-new-line
               "    -d [url of rss feed]  Delete an existing "
               "RSS feed from list." ws-new-line 
