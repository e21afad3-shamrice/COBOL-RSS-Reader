      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: WebSub (PubSubHubbub) push subscriptions, kept in
      *>          feeds/websub.dat - one line per feed whose channel
      *>          advertises a rel="hub" link:
      *>          id|state|hub|self|feed url|lease expiry|secret|
      *>          last push
      *>          Operations:
      *>          'R' - rss-parser records the hub/self URLs it saw
      *>                on a feed (a blank hub drops the entry);
      *>          'G' / 'U' - read / rewrite one feed's entry;
      *>          'S' - subscribe (or renew before the lease runs
      *>                out) at every hub, pointing it at the
      *>                'websub_callback' base URL + "/<feed id>";
      *>          'L' - list the subscriptions and their state.
      *>          The hub verifies and then pushes to the callback
      *>          receiver (rss-websub-receiver, below).
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-websub.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function get-config
           function pipe-open
           function pipe-close
           function resolve-data-path
           function rss-host-utc-offset.

       input-output section.
           file-control.
               select optional fd-websub-file
               assign to dynamic ws-websub-file-name
               organization is line sequential.

               select optional fd-websub-work-file
               assign to dynamic ws-websub-work-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-websub-file.
           01  f-websub-line-raw              pic x(1024).

           FD fd-websub-work-file.
           01  f-websub-work-line-raw         pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-websub-record.cpy".

       77  ws-websub-file-name               pic x(256) value spaces.
       77  ws-websub-work-file-name          pic x(256) value spaces.
       77  ws-websub-line                    pic x(1024) value spaces.
       77  ws-websub-work-line               pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(2048) value spaces.

      *> Every subscription, each slot holding one ws-websub-record.
       78  ws-max-subs                       value 500.
       01  ws-sub-table.
           05  ws-sub-count                  pic 9(3) value zero.
           05  ws-sub-entry                  pic x(858)
                                             occurs 500 times.
       77  ws-sub-idx                        pic 9(3) value zero.
       77  ws-sub-found-idx                  pic 9(3) value zero.

       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-lease                    pic x(12) value spaces.
       77  ws-field-push                     pic x(12) value spaces.

       01  ws-changed-sw                     pic a value 'N'.
           88  ws-table-changed              value 'Y'.
           88  ws-table-unchanged            value 'N'.

      *> Subscribe/renew pass.
       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-callback-base                  pic x(200) value spaces.
       77  ws-config-val                     pic x(128) value spaces.
       78  ws-lease-hours-default            value 240.
       77  ws-lease-hours                    pic 9(5) value zero.
       77  ws-lease-secs                     pic 9(9) value zero.
      *> Renew inside the lease's last day; an unanswered or refused
      *> request is retried after an hour / a day.
       78  ws-renew-margin-minutes           value 1440.
       78  ws-pending-retry-minutes          value 60.
       78  ws-denied-retry-minutes           value 1440.
       77  ws-topic-url                      pic x(256) value spaces.
       77  ws-hub-answer                     pic x(8) value spaces.
       77  ws-subs-sent                      pic 9(5) value zero.
       77  ws-subs-failed                    pic 9(5) value zero.

       01  ws-needs-subscribe-sw             pic a value 'N'.
           88  ws-needs-subscribe            value 'Y'.
           88  ws-no-subscribe-needed        value 'N'.

      *> Listing.
       77  ws-stamp-epoch                    pic 9(10) value zero.
       77  ws-stamp-local                    pic 9(10) value zero.
       77  ws-stamp-days                     pic 9(9) value zero.
       77  ws-stamp-date                     pic 9(8) value zero.
       77  ws-stamp-hh                       pic 99 value zero.
       77  ws-stamp-mi                       pic 99 value zero.
       77  ws-stamp-disp                     pic x(16) value spaces.
       77  ws-lease-disp                     pic x(16) value spaces.
       77  ws-state-disp                     pic x(8) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-websub-op                       pic x.
           88  l-record-hub                  value 'R'.
           88  l-get-entry                   value 'G'.
           88  l-update-entry                value 'U'.
           88  l-subscribe-pass              value 'S'.
           88  l-list-subscriptions          value 'L'.

       copy "./copybooks/wsrecord/ws-websub-record.cpy"
           replacing leading ==ws== by ==l==.

       01  l-websub-status                   pic 9.
           88  l-websub-ok                   value 1.
           88  l-websub-not-found            value 2.
           88  l-websub-not-configured       value 3.

       procedure division using
           l-websub-op, l-websub-record, l-websub-status.

       main-procedure.

           move function resolve-data-path("feeds/websub.dat")
               to ws-websub-file-name
           move function resolve-data-path("feeds/websub_cmd.tmp")
               to ws-websub-work-file-name

           set l-websub-ok to true
           set ws-table-unchanged to true
           perform load-subscriptions

           evaluate true
               when l-record-hub
                   perform record-feed-hub
               when l-get-entry
                   perform find-subscription
                   if ws-sub-found-idx = zero then
                       set l-websub-not-found to true
                   else
                       move ws-sub-entry(ws-sub-found-idx)
                           to l-websub-record
                   end-if
               when l-update-entry
                   perform find-subscription
                   if ws-sub-found-idx = zero then
                       set l-websub-not-found to true
                   else
                       move l-websub-record
                           to ws-sub-entry(ws-sub-found-idx)
                       set ws-table-changed to true
                   end-if
               when l-subscribe-pass
                   perform subscribe-pass
               when l-list-subscriptions
                   perform list-subscriptions
           end-evaluate

           if ws-table-changed then
               perform save-subscriptions
           end-if

           goback.


       record-feed-hub.

           perform find-subscription

      *> Hub no longer advertised - the publisher stopped pushing,
      *> so the feed goes back to plain polling.
           if l-websub-hub-url = spaces then
               if ws-sub-found-idx > zero then
                   perform varying ws-sub-idx from ws-sub-found-idx
                       by 1 until ws-sub-idx >= ws-sub-count
                       move ws-sub-entry(ws-sub-idx + 1)
                           to ws-sub-entry(ws-sub-idx)
                   end-perform
                   subtract 1 from ws-sub-count
                   set ws-table-changed to true
                   call "logger" using function concatenate(
                       "WebSub hub no longer advertised by feed ",
                       l-websub-feed-id, " - back to polling only.")
                   end-call
               end-if
               exit paragraph
           end-if

           if ws-sub-found-idx = zero then
               if ws-sub-count >= ws-max-subs then
                   exit paragraph
               end-if
               add 1 to ws-sub-count
               initialize ws-websub-record
               move l-websub-feed-id to ws-websub-feed-id
               set ws-websub-new to true
               move l-websub-hub-url to ws-websub-hub-url
               move l-websub-self-url to ws-websub-self-url
               move l-websub-feed-url to ws-websub-feed-url
               move ws-websub-record to ws-sub-entry(ws-sub-count)
               set ws-table-changed to true
               call "logger" using function concatenate(
                   "WebSub hub found for feed ", l-websub-feed-id,
                   ": ", function trim(l-websub-hub-url))
               end-call
               exit paragraph
           end-if

           move ws-sub-entry(ws-sub-found-idx) to ws-websub-record

      *> A different hub or topic needs a fresh subscription.
           if ws-websub-hub-url not = l-websub-hub-url
           or ws-websub-self-url not = l-websub-self-url then
               move l-websub-hub-url to ws-websub-hub-url
               move l-websub-self-url to ws-websub-self-url
               set ws-websub-new to true
               move zero to ws-websub-lease-expiry
               set ws-table-changed to true
           end-if

           if ws-websub-feed-url not = l-websub-feed-url then
               move l-websub-feed-url to ws-websub-feed-url
               set ws-table-changed to true
           end-if

           move ws-websub-record to ws-sub-entry(ws-sub-found-idx)

           exit paragraph.


       subscribe-pass.

           move function get-config("websub_callback")
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               set l-websub-not-configured to true
               exit paragraph
           end-if
           move ws-config-val to ws-callback-base

      *> Lease asked of the hub - "websub_lease_hrs" (default ten
      *> days); the hub may grant a different one when it verifies.
           move function get-config("websub_lease_hrs")
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces
           or function trim(ws-config-val) is not numeric then
               move ws-lease-hours-default to ws-lease-hours
           else
               move function numval(ws-config-val) to ws-lease-hours
           end-if
           compute ws-lease-secs = ws-lease-hours * 3600

           move function rss-epoch-minutes to ws-now-epoch

           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx > ws-sub-count
               move ws-sub-entry(ws-sub-idx) to ws-websub-record
               perform check-needs-subscribe
               if ws-needs-subscribe then
                   perform subscribe-one-feed
                   move ws-websub-record to ws-sub-entry(ws-sub-idx)
                   set ws-table-changed to true
               end-if
           end-perform

           if ws-subs-sent > zero or ws-subs-failed > zero then
               call "logger" using function concatenate(
                   "WebSub subscribe pass: ", ws-subs-sent,
                   " request(s) accepted by the hub, ",
                   ws-subs-failed, " refused.")
               end-call
           end-if

           exit paragraph.


       check-needs-subscribe.

      *> Active: renew inside the lease's last day. Otherwise the
      *> lease-expiry field holds the earliest retry time.
           set ws-no-subscribe-needed to true

           if ws-websub-active then
               if ws-websub-lease-expiry
                   < ws-now-epoch + ws-renew-margin-minutes then
                   set ws-needs-subscribe to true
               end-if
           else
               if ws-websub-lease-expiry <= ws-now-epoch then
                   set ws-needs-subscribe to true
               end-if
           end-if

           exit paragraph.


       subscribe-one-feed.

           if ws-websub-secret = spaces then
               perform generate-feed-secret
           end-if

           if ws-websub-self-url not = spaces then
               move ws-websub-self-url to ws-topic-url
           else
               move ws-websub-feed-url to ws-topic-url
           end-if

           move function concatenate(
               "curl -s -o /dev/null -w '%{http_code}' ",
               "--max-time 30 ",
               "--data-urlencode 'hub.mode=subscribe' ",
               "--data-urlencode 'hub.topic=",
               function trim(ws-topic-url), "' ",
               "--data-urlencode 'hub.callback=",
               function trim(ws-callback-base), "/",
               ws-websub-feed-id, "' ",
               "--data-urlencode 'hub.lease_seconds=",
               ws-lease-secs, "' ",
               "--data-urlencode 'hub.secret=",
               function trim(ws-websub-secret), "' '",
               function trim(ws-websub-hub-url), "' > ",
               function trim(ws-websub-work-file-name),
               " 2>/dev/null")
               to ws-shell-cmd

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           perform read-work-file-line
           move ws-websub-work-line(1:8) to ws-hub-answer

      *> 202 Accepted (or 204) - the hub will call back to verify.
      *> An active subscription stays active while it renews.
           if ws-hub-answer(1:3) = "202" or ws-hub-answer(1:3) = "204"
           then
               add 1 to ws-subs-sent
               if not ws-websub-active then
                   set ws-websub-pending to true
                   compute ws-websub-lease-expiry =
                       ws-now-epoch + ws-pending-retry-minutes
               end-if
               call "logger" using function concatenate(
                   "WebSub subscribe sent for feed ",
                   ws-websub-feed-id, " to ",
                   function trim(ws-websub-hub-url))
               end-call
           else
               add 1 to ws-subs-failed
               if not ws-websub-active then
                   set ws-websub-denied to true
                   compute ws-websub-lease-expiry =
                       ws-now-epoch + ws-denied-retry-minutes
               end-if
               call "logger" using function concatenate(
                   "WARN: WebSub hub ",
                   function trim(ws-websub-hub-url),
                   " refused the subscription for feed ",
                   ws-websub-feed-id, " (HTTP ",
                   function trim(ws-hub-answer), ")")
               end-call
           end-if

           exit paragraph.


       generate-feed-secret.

      *> 40 hex characters from the kernel's random pool - the key
      *> the hub signs every push to this feed with.
           move function concatenate(
               "head -c 20 /dev/urandom | od -An -tx1 | ",
               "tr -d ' \n' > ",
               function trim(ws-websub-work-file-name))
               to ws-shell-cmd

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           perform read-work-file-line
           move function trim(ws-websub-work-line)
               to ws-websub-secret

           exit paragraph.


       read-work-file-line.

           move spaces to ws-websub-work-line
           open input fd-websub-work-file
               read fd-websub-work-file into ws-websub-work-line
                   at end move spaces to ws-websub-work-line
               end-read
           close fd-websub-work-file

           exit paragraph.


       list-subscriptions.

           display "WebSub push subscriptions"
           display "-----------------------------------------------"

           if ws-sub-count = zero then
               display "No feed advertises a WebSub hub."
               exit paragraph
           end-if

           move function get-config("websub_callback")
               to ws-config-val
           if ws-config-val = "NOT-SET" or ws-config-val = spaces then
               display "Callback: (not set - 'websub_callback' "
                   "config; nothing is subscribed)"
               end-display
           else
               display "Callback: " function trim(ws-config-val)
                   "/<feed id>"
               end-display
           end-if
           display " "

           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx > ws-sub-count
               move ws-sub-entry(ws-sub-idx) to ws-websub-record

               evaluate true
                   when ws-websub-active
                       move "active" to ws-state-disp
                   when ws-websub-pending
                       move "pending" to ws-state-disp
                   when ws-websub-denied
                       move "refused" to ws-state-disp
                   when other
                       move "new" to ws-state-disp
               end-evaluate

               move spaces to ws-lease-disp
               if ws-websub-active then
                   move ws-websub-lease-expiry to ws-stamp-epoch
                   perform format-epoch-stamp
                   move ws-stamp-disp to ws-lease-disp
               end-if

               move "never" to ws-stamp-disp
               if ws-websub-last-push > zero then
                   move ws-websub-last-push to ws-stamp-epoch
                   perform format-epoch-stamp
               end-if

               display function concatenate(
                   "Feed ", ws-websub-feed-id, "  ", ws-state-disp,
                   "  lease to ", ws-lease-disp,
                   "  last push ", ws-stamp-disp)
               end-display
               display "    hub:  " function trim(ws-websub-hub-url)
               if ws-websub-self-url not = spaces then
                   display "    self: "
                       function trim(ws-websub-self-url)
                   end-display
               end-if
           end-perform

           exit paragraph.


       format-epoch-stamp.

      *> The clock is UTC; stamps are shown on the host's wall clock,
      *> the same as the log and audit times beside them.
           compute ws-stamp-local =
               ws-stamp-epoch + function rss-host-utc-offset
           compute ws-stamp-days = ws-stamp-local / 1440
           move function date-of-integer(ws-stamp-days)
               to ws-stamp-date
           compute ws-stamp-hh =
               function mod(ws-stamp-local, 1440) / 60
           compute ws-stamp-mi = function mod(ws-stamp-local, 60)

           move spaces to ws-stamp-disp
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
               ws-stamp-date(7:2) " " ws-stamp-hh ":" ws-stamp-mi
               delimited by size into ws-stamp-disp
           end-string

           exit paragraph.


       find-subscription.

           move zero to ws-sub-found-idx
           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx > ws-sub-count
               or ws-sub-found-idx > zero
               if ws-sub-entry(ws-sub-idx)(1:5) = l-websub-feed-id
               then
                   move ws-sub-idx to ws-sub-found-idx
               end-if
           end-perform

           exit paragraph.


       load-subscriptions.

           move zero to ws-sub-count
           set ws-not-eof to true

           open input fd-websub-file
               perform until ws-eof
                   read fd-websub-file into ws-websub-line
                       at end set ws-eof to true
                   not at end
                       perform load-one-subscription
                   end-read
               end-perform
           close fd-websub-file

           exit paragraph.


       load-one-subscription.

           if ws-sub-count >= ws-max-subs then
               exit paragraph
           end-if

           initialize ws-websub-record
           move spaces to ws-field-id ws-field-lease ws-field-push
           unstring ws-websub-line delimited by "|"
               into ws-field-id ws-websub-state ws-websub-hub-url
                    ws-websub-self-url ws-websub-feed-url
                    ws-field-lease ws-websub-secret ws-field-push
           end-unstring

           if function trim(ws-field-id) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-field-id) to ws-websub-feed-id

           if function trim(ws-field-lease) is numeric then
               move function numval(ws-field-lease)
                   to ws-websub-lease-expiry
           end-if
           if function trim(ws-field-push) is numeric then
               move function numval(ws-field-push)
                   to ws-websub-last-push
           end-if

           add 1 to ws-sub-count
           move ws-websub-record to ws-sub-entry(ws-sub-count)

           exit paragraph.


       save-subscriptions.

           open output fd-websub-file
               perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
                   move ws-sub-entry(ws-sub-idx) to ws-websub-record
                   move function concatenate(
                       ws-websub-feed-id, "|",
                       ws-websub-state, "|",
                       function trim(ws-websub-hub-url), "|",
                       function trim(ws-websub-self-url), "|",
                       function trim(ws-websub-feed-url), "|",
                       ws-websub-lease-expiry, "|",
                       function trim(ws-websub-secret), "|",
                       ws-websub-last-push)
                       to ws-websub-line
                   write f-websub-line-raw from ws-websub-line
               end-perform
           close fd-websub-file

           exit paragraph.

       end program rss-websub.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Polling interval to use for a feed: its own
      *>          refresh minutes, or - while a verified WebSub
      *>          lease is running and new content is pushed to us
      *>          - at least the 'websub_poll_mins' setting
      *>          (default 720), so the pushed feed is polled only
      *>          as a fallback.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       function-id. rss-websub-poll-minutes.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function get-config
           function resolve-data-path.

       input-output section.
           file-control.
               select optional fd-websub-file
               assign to dynamic ws-websub-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-websub-file.
           01  f-websub-line-raw              pic x(1024).

       working-storage section.

       77  ws-websub-file-name               pic x(256) value spaces.
       78  ws-fallback-default               value 720.

       local-storage section.

       01  ls-websub-line                    pic x(1024) value spaces.
       01  ls-field-id                       pic x(8) value spaces.
       01  ls-field-state                    pic x(4) value spaces.
       01  ls-field-hub                      pic x(256) value spaces.
       01  ls-field-self                     pic x(256) value spaces.
       01  ls-field-url                      pic x(256) value spaces.
       01  ls-field-lease                    pic x(12) value spaces.
       01  ls-config-val                     pic x(128) value spaces.
       01  ls-fallback-minutes               pic 9(5) value zero.

       01  ls-push-live-sw                   pic a value 'N'.
           88  ls-push-live                  value 'Y'.

       01  ls-eof-sw                         pic a value 'N'.
           88  ls-eof                        value 'Y'.

       linkage section.
       01  l-feed-id                         pic 9(5).
       01  l-refresh-minutes                 pic 9(5).
       01  l-poll-minutes                    pic 9(5) value zero.

       procedure division using l-feed-id l-refresh-minutes
           returning l-poll-minutes.

       main-procedure.

           move l-refresh-minutes to l-poll-minutes

      *> A zero interval keeps its own meaning for the caller.
           if l-refresh-minutes = zero then
               goback
           end-if

           move function resolve-data-path("feeds/websub.dat")
               to ws-websub-file-name

           open input fd-websub-file
               perform until ls-eof or ls-push-live
                   read fd-websub-file into ls-websub-line
                       at end set ls-eof to true
                   not at end
                       perform check-websub-line
                   end-read
               end-perform
           close fd-websub-file

           if not ls-push-live then
               goback
           end-if

           move function get-config("websub_poll_mins")
               to ls-config-val
           if ls-config-val = "NOT-SET" or ls-config-val = spaces
           or function trim(ls-config-val) is not numeric then
               move ws-fallback-default to ls-fallback-minutes
           else
               move function numval(ls-config-val)
                   to ls-fallback-minutes
           end-if

           if ls-fallback-minutes > l-poll-minutes then
               move ls-fallback-minutes to l-poll-minutes
           end-if

           goback.


       check-websub-line.

           move spaces to ls-field-id ls-field-state ls-field-lease
           unstring ls-websub-line delimited by "|"
               into ls-field-id ls-field-state ls-field-hub
                    ls-field-self ls-field-url ls-field-lease
           end-unstring

           if function trim(ls-field-id) is not numeric
           or function trim(ls-field-lease) is not numeric then
               exit paragraph
           end-if

           if function numval(ls-field-id) = l-feed-id
           and ls-field-state(1:1) = "A"
           and function numval(ls-field-lease)
               > function rss-epoch-minutes then
               set ls-push-live to true
           end-if

           exit paragraph.

       end function rss-websub-poll-minutes.


      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: WebSub callback receiver, inetd style like
      *>          rss-query-server: one HTTP request on stdin, one
      *>          response on stdout, then exit. Path is the
      *>          callback base + "/<feed id>".
      *>          GET  - the hub verifying a subscribe (or reporting
      *>                 it denied): the topic must match the feed's
      *>                 and the subscription must be one we asked
      *>                 for; the challenge is echoed back and the
      *>                 lease recorded.
      *>          POST - pushed content: the body is checked against
      *>                 the X-Hub-Signature HMAC made with the
      *>                 feed's secret, then goes through
      *>                 rss-downloader's normal transcode/filter/
      *>                 parse/save path in place of a download.
      *>          Run it behind e.g. "socat TCP-LISTEN:8098,fork
      *>          EXEC:'crssr --websub-callback'" with a TLS proxy
      *>          in front for the public callback URL.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-websub-receiver.

       environment division.

       configuration section.

       repository.
           function rss-epoch-minutes
           function rss-downloader
           function pipe-open
           function pipe-close
           function resolve-data-path.

       input-output section.
           file-control.
      *> Read a byte at a time so the body is taken exactly as sent
      *> (Content-Length bytes) without waiting for the client to
      *> close its side.
               select fd-request-in-file
               assign to dynamic ws-request-in-file-name
               organization is sequential
               file status is ws-request-in-status.

               select fd-push-body-file
               assign to dynamic ws-push-body-file-name
               organization is sequential.

               select optional fd-signature-file
               assign to dynamic ws-signature-file-name
               organization is line sequential.

       data division.
       file section.
           FD fd-request-in-file.
           01  f-request-in-byte              pic x.

           FD fd-push-body-file.
           01  f-push-body-byte               pic x.

           FD fd-signature-file.
           01  f-signature-line-raw           pic x(256).

       working-storage section.

       copy "./copybooks/wsrecord/ws-websub-record.cpy".

       77  ws-request-in-file-name           pic x(32)
                                             value "/dev/stdin".
       77  ws-request-in-status              pic xx value spaces.
       77  ws-push-body-file-name            pic x(256) value spaces.
       77  ws-signature-file-name            pic x(256) value spaces.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-shell-cmd                      pic x(1024) value spaces.

       78  ws-new-line                       value x"0a".
       78  ws-carriage-return                value x"0d".

      *> Request line and headers.
       77  ws-http-line                      pic x(2048) value spaces.
       77  ws-http-line-len                  pic 9(4) value zero.
       77  ws-request-method                 pic x(8) value spaces.
       77  ws-request-target                 pic x(2048) value spaces.
       77  ws-request-path                   pic x(512) value spaces.
       77  ws-request-query                  pic x(2048) value spaces.
       77  ws-header-name                    pic x(64) value spaces.
       77  ws-header-value                   pic x(512) value spaces.
       77  ws-content-length                 pic 9(9) value zero.
       77  ws-hub-signature                  pic x(256) value spaces.
       78  ws-max-push-bytes                 value 5000000.

       01  ws-stream-sw                      pic a value 'N'.
           88  ws-stream-ended               value 'Y'.
           88  ws-stream-open                value 'N'.

      *> Feed id - the last path segment.
       77  ws-path-len                       pic 9(4) value zero.
       77  ws-path-idx                       pic 9(4) value zero.
       77  ws-path-tail                      pic x(16) value spaces.

      *> Verification query parameters.
       77  ws-query-ptr                      pic 9(4) value zero.
       77  ws-query-pair                     pic x(1024) value spaces.
       77  ws-query-name                     pic x(64) value spaces.
       77  ws-query-value                    pic x(1024) value spaces.
       77  ws-hub-mode                       pic x(16) value spaces.
       77  ws-hub-topic                      pic x(512) value spaces.
       77  ws-hub-challenge                  pic x(512) value spaces.
       77  ws-hub-lease                      pic x(16) value spaces.
       77  ws-expected-topic                 pic x(256) value spaces.

      *> %xx / "+" decoding of a query value.
       77  ws-decode-in                      pic x(1024) value spaces.
       77  ws-decode-out                     pic x(1024) value spaces.
       77  ws-decode-in-idx                  pic 9(4) value zero.
       77  ws-decode-out-idx                 pic 9(4) value zero.
       77  ws-decode-len                     pic 9(4) value zero.
       77  ws-hex-digits                     pic x(16)
                                             value "0123456789abcdef".
       77  ws-hex-char                       pic x value space.
       77  ws-hex-high                       pic 99 value zero.
       77  ws-hex-low                        pic 99 value zero.
       77  ws-hex-value                      pic 9(3) value zero.

      *> Push handling.
       77  ws-body-bytes-read                pic 9(9) value zero.
       77  ws-sig-algorithm                  pic x(16) value spaces.
       77  ws-sig-expected                   pic x(160) value spaces.
       77  ws-sig-computed                   pic x(160) value spaces.
       77  ws-signature-line                 pic x(256) value spaces.
       77  ws-download-status                pic 9 value zero.
       77  ws-now-epoch                      pic 9(10) value zero.
       77  ws-lease-minutes                  pic 9(9) value zero.

       77  ws-websub-op                      pic x value space.
       77  ws-websub-status                  pic 9 value zero.

       procedure division.

       main-procedure.

           move function resolve-data-path("feeds/websub_sig.tmp")
               to ws-signature-file-name

           open input fd-request-in-file
           if ws-request-in-status not = "00" then
               goback
           end-if

           perform read-http-line
           unstring ws-http-line delimited by all space
               into ws-request-method ws-request-target
           end-unstring

           perform read-request-headers

           move spaces to ws-request-path ws-request-query
           unstring ws-request-target delimited by "?"
               into ws-request-path ws-request-query
           end-unstring

           perform find-feed-id-in-path

           if ws-websub-feed-id = zero then
               perform answer-not-found
               close fd-request-in-file
               goback
           end-if

           move "G" to ws-websub-op
           call "rss-websub" using
               ws-websub-op ws-websub-record ws-websub-status
           end-call

           if ws-websub-status not = 1 then
               perform answer-not-found
               close fd-request-in-file
               goback
           end-if

           evaluate function upper-case(
               function trim(ws-request-method))
               when "GET"
                   perform handle-verification
               when "POST"
                   perform handle-push
               when other
                   display "HTTP/1.0 405 Method Not Allowed"
                   display "Connection: close"
                   display space
           end-evaluate

           close fd-request-in-file

           goback.


       read-request-headers.

           move zero to ws-content-length
           move spaces to ws-hub-signature

           perform read-http-line
           perform until ws-http-line = spaces or ws-stream-ended
               move spaces to ws-header-name ws-header-value
               unstring ws-http-line delimited by ":"
                   into ws-header-name ws-header-value
               end-unstring

               evaluate function lower-case(
                   function trim(ws-header-name))
                   when "content-length"
                       if function trim(ws-header-value) is numeric
                       then
                           move function numval(ws-header-value)
                               to ws-content-length
                       end-if
                   when "x-hub-signature"
                       move function trim(ws-header-value)
                           to ws-hub-signature
               end-evaluate

               perform read-http-line
           end-perform

           exit paragraph.


       read-http-line.

      *> One CRLF- (or bare LF-) terminated line into ws-http-line.
           move spaces to ws-http-line
           move zero to ws-http-line-len

           perform until ws-stream-ended
               read fd-request-in-file
                   at end
                       set ws-stream-ended to true
                   not at end
                       if f-request-in-byte = ws-new-line then
                           exit perform
                       end-if
                       if f-request-in-byte not = ws-carriage-return
                       and ws-http-line-len < length of ws-http-line
                       then
                           add 1 to ws-http-line-len
                           move f-request-in-byte
                               to ws-http-line(ws-http-line-len:1)
                       end-if
               end-read
           end-perform

           exit paragraph.


       find-feed-id-in-path.

           move zero to ws-websub-feed-id
           move spaces to ws-path-tail
           move function length(function trim(ws-request-path
               trailing)) to ws-path-len

           if ws-request-path = spaces then
               exit paragraph
           end-if

           perform varying ws-path-idx from ws-path-len by -1
               until ws-path-idx < 1
               or ws-request-path(ws-path-idx:1) = "/"
               continue
           end-perform

           if ws-path-idx < ws-path-len then
               move ws-request-path(ws-path-idx + 1:) to ws-path-tail
           end-if

           if function trim(ws-path-tail) is numeric then
               move function numval(ws-path-tail) to ws-websub-feed-id
           end-if

           exit paragraph.


       handle-verification.

           move spaces to ws-hub-mode ws-hub-topic ws-hub-challenge
           move spaces to ws-hub-lease
           move 1 to ws-query-ptr

           perform until ws-query-ptr > length of ws-request-query
               or ws-request-query(ws-query-ptr:) = spaces
               move spaces to ws-query-pair
               unstring ws-request-query delimited by "&"
                   into ws-query-pair
                   with pointer ws-query-ptr
               end-unstring
               perform note-query-pair
           end-perform

           if ws-websub-self-url not = spaces then
               move ws-websub-self-url to ws-expected-topic
           else
               move ws-websub-feed-url to ws-expected-topic
           end-if

           move function rss-epoch-minutes to ws-now-epoch

           evaluate function lower-case(function trim(ws-hub-mode))

               when "subscribe"
      *> Only a subscription we asked for, on this feed's topic.
                   if function trim(ws-hub-topic)
                       not = function trim(ws-expected-topic)
                   or not (ws-websub-pending or ws-websub-active)
                   or ws-hub-challenge = spaces then
                       perform answer-not-found
                       exit paragraph
                   end-if

                   if function trim(ws-hub-lease) is numeric then
                       compute ws-lease-minutes =
                           function numval(ws-hub-lease) / 60
                   else
                       move 14400 to ws-lease-minutes
                   end-if
                   set ws-websub-active to true
                   compute ws-websub-lease-expiry =
                       ws-now-epoch + ws-lease-minutes
                   perform update-websub-entry

                   display "HTTP/1.0 200 OK"
                   display "Content-Type: text/plain"
                   display "Connection: close"
                   display space
                   display function trim(ws-hub-challenge)
                       with no advancing
                   end-display

                   call "logger" using function concatenate(
                       "WebSub subscription verified for feed ",
                       ws-websub-feed-id, " - lease ",
                       ws-lease-minutes, " minute(s).")
                   end-call

               when "denied"
                   set ws-websub-denied to true
                   compute ws-websub-lease-expiry =
                       ws-now-epoch + 1440
                   perform update-websub-entry

                   display "HTTP/1.0 200 OK"
                   display "Connection: close"
                   display space

                   call "logger" using function concatenate(
                       "WARN: WebSub hub denied the subscription ",
                       "for feed ", ws-websub-feed-id)
                   end-call

               when other
      *> We never unsubscribe - refuse anything else.
                   perform answer-not-found

           end-evaluate

           exit paragraph.


       note-query-pair.

           move spaces to ws-query-name ws-query-value
           unstring ws-query-pair delimited by "="
               into ws-query-name ws-query-value
           end-unstring

           move ws-query-value to ws-decode-in
           perform url-decode-value

           evaluate function trim(ws-query-name)
               when "hub.mode"
                   move ws-decode-out to ws-hub-mode
               when "hub.topic"
                   move ws-decode-out to ws-hub-topic
               when "hub.challenge"
                   move ws-decode-out to ws-hub-challenge
               when "hub.lease_seconds"
                   move ws-decode-out to ws-hub-lease
           end-evaluate

           exit paragraph.


       url-decode-value.

           move spaces to ws-decode-out
           move zero to ws-decode-out-idx
           move function length(function trim(ws-decode-in trailing))
               to ws-decode-len
           if ws-decode-in = spaces then
               exit paragraph
           end-if

           move 1 to ws-decode-in-idx
           perform until ws-decode-in-idx > ws-decode-len
               add 1 to ws-decode-out-idx
               evaluate true
                   when ws-decode-in(ws-decode-in-idx:1) = "+"
                       move space
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 1 to ws-decode-in-idx
                   when ws-decode-in(ws-decode-in-idx:1) = "%"
                   and ws-decode-in-idx + 2 <= ws-decode-len
                       move function lower-case(
                           ws-decode-in(ws-decode-in-idx + 1:1))
                           to ws-hex-char
                       perform hex-digit-value
                       move ws-hex-value to ws-hex-high
                       move function lower-case(
                           ws-decode-in(ws-decode-in-idx + 2:1))
                           to ws-hex-char
                       perform hex-digit-value
                       move ws-hex-value to ws-hex-low
                       compute ws-hex-value =
                           ws-hex-high * 16 + ws-hex-low
                       move function char(ws-hex-value + 1)
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 3 to ws-decode-in-idx
                   when other
                       move ws-decode-in(ws-decode-in-idx:1)
                           to ws-decode-out(ws-decode-out-idx:1)
                       add 1 to ws-decode-in-idx
               end-evaluate
           end-perform

           exit paragraph.


       hex-digit-value.

           move zero to ws-hex-value
           inspect ws-hex-digits tallying ws-hex-value
               for characters before initial ws-hex-char
           if ws-hex-value > 15 then
               move zero to ws-hex-value
           end-if

           exit paragraph.


       handle-push.

           if ws-content-length = zero
           or ws-content-length > ws-max-push-bytes then
               display "HTTP/1.0 413 Payload Too Large"
               display "Connection: close"
               display space
               exit paragraph
           end-if

           if not ws-websub-active then
               perform answer-not-found
               exit paragraph
           end-if

           move function resolve-data-path(function concatenate(
               "feeds/websub_push_", ws-websub-feed-id, ".xml"))
               to ws-push-body-file-name

           move zero to ws-body-bytes-read
           open output fd-push-body-file
               perform until ws-body-bytes-read >= ws-content-length
                   or ws-stream-ended
                   read fd-request-in-file
                       at end
                           set ws-stream-ended to true
                       not at end
                           add 1 to ws-body-bytes-read
                           write f-push-body-byte
                               from f-request-in-byte
                   end-read
               end-perform
           close fd-push-body-file

      *> Acknowledge first - hubs time out slow subscribers - then
      *> work on the content.
           display "HTTP/1.0 202 Accepted"
           display "Connection: close"
           display space

           perform verify-push-signature

           if ws-sig-computed = spaces
           or ws-sig-computed not = ws-sig-expected then
               call "logger" using function concatenate(
                   "WARN: WebSub push for feed ", ws-websub-feed-id,
                   " failed signature verification - ignored.")
               end-call
               perform remove-push-body
               exit paragraph
           end-if

      *> Stamped before the parse - which may itself update the
      *> entry if the feed now names a different hub.
           move function rss-epoch-minutes to ws-websub-last-push
           perform update-websub-entry

      *> Same transcode/filter/parse/save path as a download - the
      *> downloader takes the pushed body in place of fetching.
           set environment "COB_RSSR_PUSH_BODY"
               to function trim(ws-push-body-file-name)
           move function rss-downloader(ws-websub-feed-url, 'N')
               to ws-download-status
           set environment "COB_RSSR_PUSH_BODY" to spaces

           call "logger" using function concatenate(
               "WebSub push received for feed ", ws-websub-feed-id,
               " (", ws-body-bytes-read, " bytes) - status ",
               ws-download-status)
           end-call

           perform remove-push-body

           exit paragraph.


       verify-push-signature.

      *> "X-Hub-Signature: sha256=<hex>" - HMAC of the raw body with
      *> this feed's secret, in any of the WebSub algorithms.
           move spaces to ws-sig-algorithm ws-sig-expected
           move spaces to ws-sig-computed

           if ws-websub-secret = spaces or ws-hub-signature = spaces
           then
               exit paragraph
           end-if

           unstring ws-hub-signature delimited by "="
               into ws-sig-algorithm ws-sig-expected
           end-unstring
           move function lower-case(ws-sig-algorithm)
               to ws-sig-algorithm
           move function lower-case(ws-sig-expected)
               to ws-sig-expected

           if ws-sig-algorithm not = "sha1"
           and ws-sig-algorithm not = "sha256"
           and ws-sig-algorithm not = "sha384"
           and ws-sig-algorithm not = "sha512" then
               exit paragraph
           end-if

           move function concatenate(
               "openssl dgst -", function trim(ws-sig-algorithm),
               " -hmac '", function trim(ws-websub-secret), "' -r ",
               function trim(ws-push-body-file-name), " > ",
               function trim(ws-signature-file-name), " 2>/dev/null")
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           move spaces to ws-signature-line
           open input fd-signature-file
               read fd-signature-file into ws-signature-line
                   at end move spaces to ws-signature-line
               end-read
           close fd-signature-file

           unstring ws-signature-line delimited by space
               into ws-sig-computed
           end-unstring
           move function lower-case(ws-sig-computed)
               to ws-sig-computed

           exit paragraph.


       remove-push-body.

           move function concatenate(
               "rm -f ", function trim(ws-push-body-file-name), " ",
               function trim(ws-signature-file-name))
               to ws-shell-cmd
           move pipe-open(ws-shell-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           exit paragraph.


       update-websub-entry.

           move "U" to ws-websub-op
           call "rss-websub" using
               ws-websub-op ws-websub-record ws-websub-status
           end-call

           exit paragraph.


       answer-not-found.

           display "HTTP/1.0 404 Not Found"
           display "Content-Type: text/plain"
           display "Connection: close"
           display space
           display "No such WebSub subscription."

           exit paragraph.

       end program rss-websub-receiver.
