           01  f-metrics-line-raw             pic x(128).

           FD fd-run-history-file.
           01  f-run-history-line-raw         pic x(200).

       working-storage section.

       77  ws-failure-streak                 pic 9(2) value zero.
       77  ws-run-epoch-min                  pic 9(10) value zero.
       77  ws-run-history-file-name          pic x(256) value spaces.
       77  ws-history-line                   pic x(200) value spaces.

      *> Hosts inside the certificate expiry window, from the last
      *> recorded check (rss-cert-check, count-only - no connects).
       77  ws-cert-mode                      pic x value 'C'.
       01  ws-cert-warnings.
           05  ws-cert-warning-count         pic 9(3) value zero.
           05  ws-cert-warning-line          pic x(128) value spaces
                                             occurs 20 times.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           05  l-feeds-skipped               pic 9(5).
           05  l-new-items                   pic 9(7).
           05  l-run-duration-secs           pic 9(6).
           05  l-host-outages                pic 9(5).
      *> Item control totals across the run's parsed feeds.
           05  l-items-received              pic 9(7).
           05  l-items-pruned                pic 9(7).
           05  l-items-new                   pic 9(7).
           05  l-items-updated               pic 9(7).
           05  l-items-unchanged             pic 9(7).
           05  l-items-killed                pic 9(7).
           05  l-items-muted                 pic 9(7).
           05  l-items-held                  pic 9(7).
           05  l-feeds-unbalanced            pic 9(5).

       procedure division using l-run-metrics.

                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line

      *> Hosts whose every due feed failed together - those
      *> failures are counted here, not in feeds_failed.
               move function concatenate(
                   "crssr_refresh_host_outages ", l-host-outages)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line

      *> Where every received item went - and how many feeds did
      *> not add up.
               move function concatenate(
                   "crssr_refresh_items_received ", l-items-received)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items_pruned ", l-items-pruned)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote, "new",
                   quote, "} ", l-items-new)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote, "updated",
                   quote, "} ", l-items-updated)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote,
                   "unchanged", quote, "} ", l-items-unchanged)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote, "killed",
                   quote, "} ", l-items-killed)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote, "muted",
                   quote, "} ", l-items-muted)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_items{outcome=", quote, "held",
                   quote, "} ", l-items-held)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line
               move function concatenate(
                   "crssr_refresh_feeds_unbalanced ",
                   l-feeds-unbalanced)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line

               call "rss-cert-check" using
                   ws-cert-mode ws-cert-warnings
               end-call
               cancel "rss-cert-check"
               move function concatenate(
                   "crssr_cert_expiring_hosts ",
                   ws-cert-warning-count)
                   to ws-metrics-line
               write f-metrics-line-raw from ws-metrics-line

      *> When this run happened, on the same minutes-since-epoch
      *> clock the scheduler keeps - the ops dashboard reads it to
      *> tell a healthy overnight batch from a dead cron entry.
                   l-feeds-failed, "|",
                   l-feeds-skipped, "|",
                   l-new-items, "|",
                   l-run-duration-secs, "|",
                   l-items-received, "|",
                   l-items-pruned, "|",
                   l-items-new, "|",
                   l-items-updated, "|",
                   l-items-unchanged, "|",
                   l-items-killed, "|",
                   l-items-muted, "|",
                   l-items-held, "|",
                   l-feeds-unbalanced)
                   to ws-history-line
               write f-run-history-line-raw from ws-history-line
           close fd-run-history-file
