      *> Every key any part of the system reads, with its built-in
      *> default ("-" when the default is simply "not set"). Keep
      *> this table in step when a new config key is introduced.
       78  ws-known-key-count                value 82.
       01  ws-known-keys-table.
           05  filler pic x(56) value
               "down_cmd        download command (set by auto-conf)".
               "budget_articles articles store budget MB (none)".
           05  filler pic x(56) value
               "budget_archive  archive store budget MB (none)".
           05  filler pic x(56) value
               "datewindow      pub-date vs first-seen mins (1440)".
           05  filler pic x(56) value
               "job_exec        job-stream step command (./crssr)".
           05  filler pic x(56) value
               "cert_warn_days  TLS cert expiry warning days (30)".
           05  filler pic x(56) value
               "websub_callback WebSub callback base URL (none)".
           05  filler pic x(56) value
               "websub_poll_minsWebSub fallback poll mins (720)".
           05  filler pic x(56) value
               "websub_lease_hrsWebSub lease asked, hours (240)".
           05  filler pic x(56) value
               "shift_hours     --handover shift length, hours (8)".
           05  filler pic x(56) value
               "mail_handover   handover report recipients (none)".
           05  filler pic x(56) value
               "alert_esc_mins  unacked alert escalation mins (60)".
           05  filler pic x(56) value
               "mail_escalate   alert escalation recipients (none)".
           05  filler pic x(56) value
               "mail_alerts     alert ack report recipients (none)".
           05  filler pic x(56) value
               "track_params    link params stripped (utm_* etc)".
           05  filler pic x(56) value
               "redirect_hosts  redirector hosts followed (list)".
           05  filler pic x(56) value
               "redirect_timeoutredirector follow timeout, secs(10)".
           05  filler pic x(56) value
               "flood_min       replay guard min new items (25)".
           05  filler pic x(56) value
               "flood_factor    replay guard x normal volume (5)".
           05  filler pic x(56) value
               "display_tz      zone dates show in (local)".
           05  filler pic x(56) value
               "date_format     date picture (YYYY-MM-DD HH:MI)".
           05  filler pic x(56) value
               "scan_cmd        download virus scanner command".
           05  filler pic x(56) value
               "scan_length_pct size vs declared length, pct (10)".
           05  filler pic x(56) value
               "quarantine_dir  failed downloads folder".
           05  filler pic x(56) value
               "redistribution  republish default (allowed)".
           05  filler pic x(56) value
               "queue_minutes   reading queue time box, min (30)".
           05  filler pic x(56) value
               "queue_quotas    reading queue category=min quotas".
           05  filler pic x(56) value
               "follow_idle_daysquiet days before a story follow ends".
           05  filler pic x(56) value
               "mail_briefing   briefing recipients (none)".
           05  filler pic x(56) value
               "greader_url     Google Reader API server (none)".
           05  filler pic x(56) value
               "greader_items   items compared per sync (500)".
           05  filler pic x(56) value
               "backfill_pages  archive pages walked on add (0=off)".
           05  filler pic x(56) value
               "backfill_since  oldest date backfilled, YYYY-MM-DD".
           05  filler pic x(56) value
               "relay_url       fetch through this crssr relay".
           05  filler pic x(56) value
               "relay_serve     keep raw XML for --serve-relay".
           05  filler pic x(56) value
               "replica_target  standby dir or host:dir (none)".
           05  filler pic x(56) value
               "check_batch     --check batch age min (1560,2880)".
           05  filler pic x(56) value
               "check_failing   --check failing feeds (1,5)".
           05  filler pic x(56) value
               "check_quarantinequarantined feeds (1,5)".
           05  filler pic x(56) value
               "check_lock      --check lock age min (60,240)".
           05  filler pic x(56) value
               "check_disk      --check disk headroom % (20,10)".
           05  filler pic x(56) value
               "check_spool     --check spool pending (10,50)".
           05  filler pic x(56) value
               "reading_layout  three-pane on 160+ cols (classic)".
           05  filler pic x(56) value
               "preview_read_secpreview secs before read (2, off)".
           05  filler pic x(56) value
               "csaf_max_docs   newest CSAF advisories kept (25)".
           05  filler pic x(56) value
               "recert_days     operator recertification days (90)".
           05  filler pic x(56) value
               "recert_grace    days past due before downgrade (14)".
       01  ws-known-keys-entries redefines ws-known-keys-table.
           05  ws-known-key-entry occurs 82 times.
               10  ws-known-key              pic x(16).
               10  ws-known-key-desc         pic x(40).

           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

      *> Category defaults - see rss-category-defaults.
       copy "./copybooks/wsrecord/ws-category-record.cpy".
       77  ws-cat-op                         pic x value 'I'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value 1.
       77  ws-cat-disp                       pic z(5)9.
       77  ws-cat-interval-text              pic x(24) value spaces.
       77  ws-cat-owner-text                 pic x(32) value spaces.
       77  ws-cat-weight-text                pic x(8) value spaces.
       77  ws-cat-keep-text                  pic x(24) value spaces.
       77  ws-cat-review-text                pic x(16) value spaces.

       linkage section.

       procedure division.
               end-display
           end-if

           perform audit-category-defaults

           goback.


       audit-category-defaults.

      *> What a feed in each category gets for every value it does
      *> not set itself.
           display "-------------------"
           display "Category defaults (feeds/categories.dat)"

           move 1 to ws-cat-idx
           call "rss-category-defaults" using
               ws-cat-op ws-cat-idx ws-category-record ws-cat-status
           end-call

           if ws-cat-status not = 1 then
               display "No category defaults are set - every feed "
                   "uses its own settings."
               end-display
               exit paragraph
           end-if

           display "category         interval         owner"
               "            weight   retention        review"
           end-display

           perform until ws-cat-status not = 1
               perform audit-one-category
               add 1 to ws-cat-idx
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
           end-perform

           exit paragraph.


       audit-one-category.

           if ws-cat-refresh-minutes > zero then
               move ws-cat-refresh-minutes to ws-cat-disp
               move function concatenate(
                   function trim(ws-cat-disp), " min")
                   to ws-cat-interval-text
           else
               move "(feed's own)" to ws-cat-interval-text
           end-if

           if ws-cat-owner not = spaces then
               move ws-cat-owner to ws-cat-owner-text
           else
               move "(feed's own)" to ws-cat-owner-text
           end-if

           move ws-cat-base-weight to ws-cat-disp
           move function trim(ws-cat-disp) to ws-cat-weight-text

           if ws-cat-retention > zero then
               move ws-cat-retention to ws-cat-disp
               move function concatenate(
                   function trim(ws-cat-disp), " items")
                   to ws-cat-keep-text
           else
               move "(maxitems)" to ws-cat-keep-text
           end-if

           if ws-cat-review-months > zero then
               move ws-cat-review-months to ws-cat-disp
               move function concatenate(
                   function trim(ws-cat-disp), " months")
                   to ws-cat-review-text
           else
               move "(none)" to ws-cat-review-text
           end-if

           display ws-cat-name(1:16) " "
               ws-cat-interval-text(1:16) " "
               ws-cat-owner-text(1:16) " "
               ws-cat-weight-text " "
               ws-cat-keep-text(1:16) " "
               function trim(ws-cat-review-text)
           end-display

           exit paragraph.


       audit-one-known-key.

           move function get-config(ws-known-key(ws-key-idx))
