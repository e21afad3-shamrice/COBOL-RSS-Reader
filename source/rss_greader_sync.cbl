      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Two-way sync with a Google Reader API server
      *>          (FreshRSS's greader.php, Miniflux, and the like) so
      *>          crssr and a phone reading the same server agree.
      *>          The server is the 'greader_url' config key; the
      *>          account is stored through rss-feed-creds under that
      *>          URL by "--greader-sync login". A sync:
      *>            - subscriptions: a feed on one side only is added
      *>              to the other, unless it was on both sides at
      *>              the last sync - then it was dropped on the side
      *>              that no longer has it, and goes from the other;
      *>            - read flags: matched on feed URL, then item guid
      *>              (or the item link - the API does not always
      *>              carry the publisher's guid);
      *>            - starred items: the server's starred state is
      *>              crssr's read-later queue.
      *>          Conflicts go to the last change. Each item's read /
      *>          starred state as of the last sync is kept in
      *>          feeds/greader_sync.dat; whichever side differs from
      *>          it has changed since, and wins. An item with no
      *>          previous state (first sync) counts as read or
      *>          starred if either side says so. A summary of what
      *>          changed on each side is displayed, logged and
      *>          audited, so the sync can run as a job-stream step.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-greader-sync.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function rss-downloader
           function remove-rss-record
           function rss-store-lock
           function resolve-data-path.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".
               copy "./copybooks/filecontrol/rss_last_id_file.cpy".
               copy "./copybooks/filecontrol/rss_saved_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               select optional fd-sync-state-file
               assign to dynamic ws-sync-state-file-name
               organization is line sequential.

               select optional fd-greader-code-file
               assign to dynamic ws-greader-code-file-name
               organization is line sequential.

               select optional fd-greader-text-file
               assign to dynamic ws-greader-text-file-name
               organization is line sequential.

               select optional fd-greader-json-file
               assign to dynamic ws-greader-json-file-name
               organization is sequential
               file status is ws-json-file-status.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_last_id_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_saved_file.cpy".

           FD fd-sync-state-file.
           01  f-sync-state-line-raw          pic x(600).

           FD fd-greader-code-file.
           01  f-greader-code-line-raw        pic x(64).

           FD fd-greader-text-file.
           01  f-greader-text-line-raw        pic x(1024).

           FD fd-greader-json-file.
           01  f-greader-json-byte            pic x.

       working-storage section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-rss-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-rss-saved-file-name            pic x(256) value spaces.
       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-rss-content-temp-file-name     pic x(255) value spaces.
       77  ws-content-file-status            pic 99.
       77  ws-content-file-write-status      pic 99.

       77  ws-sync-state-file-name           pic x(256) value spaces.
       77  ws-greader-code-file-name         pic x(256) value spaces.
       77  ws-greader-text-file-name         pic x(256) value spaces.
       77  ws-greader-json-file-name         pic x(256) value spaces.
       77  ws-json-file-status               pic 99 value zero.

       77  ws-shell-cmd                      pic x(2048) value spaces.
       77  ws-rss-swap-cmd                   pic x(600) value spaces.
       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

      *> Server, account and session.
       77  ws-greader-url-key                pic x(16)
                                             value "greader_url".
       77  ws-greader-items-key              pic x(16)
                                             value "greader_items".
       77  ws-config-value                   pic x(256) value spaces.
       77  ws-base-url                       pic x(256) value spaces.
       78  ws-default-fetch-items            value 500.
       77  ws-fetch-max                      pic 9(5) value zero.

       77  ws-cred-operation                 pic x value space.
       77  ws-cred-user                      pic x(64) value spaces.
       77  ws-cred-pass                      pic x(64) value spaces.
       77  ws-cred-status                    pic 9 value zero.

       77  ws-auth-token                     pic x(256) value spaces.
       77  ws-write-token                    pic x(128) value spaces.
       77  ws-http-code                      pic x(3) value spaces.
       77  ws-text-line                      pic x(1024) value spaces.

      *> Shell single-quote escaping for values put on a curl line.
       77  ws-quote-input                    pic x(512) value spaces.
       77  ws-quote-output                   pic x(1100) value spaces.
       77  ws-quoted-user                    pic x(300) value spaces.
       77  ws-quoted-pass                    pic x(300) value spaces.
       77  ws-quoted-url                     pic x(1100) value spaces.
       77  ws-quoted-item                    pic x(300) value spaces.

      *> Remote call being made.
       77  ws-api-path                       pic x(128) value spaces.
       77  ws-api-params                     pic x(1400) value spaces.
       77  ws-stream-path                    pic x(64) value spaces.
       77  ws-continuation                   pic x(128) value spaces.
       77  ws-page-size                      pic 9(4) value zero.
       77  ws-page-added                     pic 9(5) value zero.
       77  ws-edit-tag                       pic x(40) value spaces.
       77  ws-edit-action                    pic x value space.

       01  ws-call-ok-sw                     pic a value 'N'.
           88  ws-call-ok                    value 'Y'.
           88  ws-call-failed                value 'N'.

      *> JSON scanner state, as rss-starred-import reads its exports:
      *> one container per nesting level with the last key read at
      *> each object level, so a value is placed by its path.
       78  ws-max-depth                      value 32.
       01  ws-container-stack.
           05  ws-container occurs 32 times.
               10  ws-container-type         pic x value space.
               10  ws-container-key          pic x(32) value spaces.
       77  ws-depth                          pic 9(3) value zero.
       77  ws-byte                           pic x value space.

       01  ws-expect-key-sw                  pic a value 'N'.
           88  ws-expect-key                 value 'Y'.
           88  ws-expect-value               value 'N'.

       01  ws-in-string-sw                   pic a value 'N'.
           88  ws-in-string                  value 'Y'.
           88  ws-not-in-string              value 'N'.

       01  ws-escape-sw                      pic a value 'N'.
           88  ws-escape-pending             value 'Y'.
           88  ws-no-escape-pending          value 'N'.

       78  ws-max-token                      value 8000.
       77  ws-token                          pic x(8000) value spaces.
       77  ws-token-len                      pic 9(5) value zero.
       77  ws-number-token                   pic x(24) value spaces.
       77  ws-number-len                     pic 9(3) value zero.
       77  ws-token-is-key-sw                pic a value 'N'.
           88  ws-token-is-key               value 'Y'.

       77  ws-hex-digits                     pic x(16)
                                             value "0123456789abcdef".
       77  ws-hex-count                      pic 9 value zero.
       77  ws-hex-pos                        pic 9(3) value zero.
       77  ws-code-point                     pic 9(7) value zero.
       77  ws-high-surrogate                 pic 9(7) value zero.
       77  ws-utf8-byte                      pic 9(3) value zero.
       77  ws-out-char                       pic x value space.

      *> Which document is being read: the subscription list or a
      *> page of a stream's items.
       01  ws-json-kind-sw                   pic x value space.
           88  ws-json-subscriptions         value 'S'.
           88  ws-json-items                 value 'I'.

       77  ws-entry-depth                    pic 9(3) value zero.
       01  ws-in-entry-sw                    pic a value 'N'.
           88  ws-in-entry                   value 'Y'.
           88  ws-not-in-entry               value 'N'.

       77  ws-leaf-key                       pic x(32) value spaces.
       77  ws-parent-key                     pic x(32) value spaces.

       01  ws-entry.
           05  ws-ent-id                     pic x(256) value spaces.
           05  ws-ent-origin-id              pic x(256) value spaces.
           05  ws-ent-url                    pic x(256) value spaces.
           05  ws-ent-title                  pic x(256) value spaces.
           05  ws-ent-canonical              pic x(256) value spaces.
           05  ws-ent-alternate              pic x(256) value spaces.
           05  ws-ent-stream-id              pic x(256) value spaces.
           05  ws-ent-feed-title             pic x(256) value spaces.
           05  ws-ent-published              pic x(24) value spaces.
           05  ws-ent-read                   pic a value 'N'.
           05  ws-ent-starred                pic a value 'N'.
           05  ws-ent-summary                pic x(8000) value spaces.

      *> The server's subscriptions.
       78  ws-max-remote-subs                value 500.
       01  ws-remote-sub-table.
           05  ws-remote-sub occurs 500 times.
               10  ws-rsub-id                pic x(256) value spaces.
               10  ws-rsub-url               pic x(256) value spaces.
               10  ws-rsub-matched           pic a value 'N'.
       77  ws-remote-sub-count               pic 9(5) value zero.
       77  ws-rsub-idx                       pic 9(5) value zero.

      *> crssr's subscriptions that the server can carry (http/https
      *> feeds - script, mail, scrape and local feeds stay here).
       78  ws-max-local-subs                 value 1000.
       01  ws-local-sub-table.
           05  ws-local-sub occurs 1000 times.
               10  ws-lsub-url               pic x(256) value spaces.
               10  ws-lsub-matched           pic a value 'N'.
       77  ws-local-sub-count                pic 9(5) value zero.
       77  ws-lsub-idx                       pic 9(5) value zero.
       77  ws-rss-idx                        pic 9(5) value zero.

      *> Items fetched from the server: the newest of the reading
      *> list, then whatever is starred.
       78  ws-max-remote-items               value 1000.
       01  ws-remote-item-table.
           05  ws-remote-item occurs 1000 times.
               10  ws-ritm-id                pic x(128) value spaces.
               10  ws-ritm-stream-id         pic x(256) value spaces.
               10  ws-ritm-guid              pic x(256) value spaces.
               10  ws-ritm-link              pic x(256) value spaces.
               10  ws-ritm-title             pic x(128) value spaces.
               10  ws-ritm-feed-title        pic x(128) value spaces.
               10  ws-ritm-published         pic x(24) value spaces.
               10  ws-ritm-summary           pic x(512) value spaces.
               10  ws-ritm-read              pic a value 'N'.
               10  ws-ritm-starred           pic a value 'N'.
      *> The state as of this sync - read stays blank for an item
      *> with no local copy, which therefore has no agreed state.
               10  ws-ritm-sync-read         pic x value space.
               10  ws-ritm-sync-starred      pic x value space.
       77  ws-remote-item-count              pic 9(5) value zero.
       77  ws-ritm-idx                       pic 9(5) value zero.

      *> State as of the previous sync (feeds/greader_sync.dat):
      *> S|feed url - subscribed on both sides;
      *> I|item id|read|starred - agreed item state ("-" unknown).
       78  ws-max-prev-subs                  value 1000.
       01  ws-prev-sub-table.
           05  ws-prev-sub-url occurs 1000 times
                                             pic x(256) value spaces.
       77  ws-prev-sub-count                 pic 9(5) value zero.
       78  ws-max-prev-items                 value 2000.
       01  ws-prev-item-table.
           05  ws-prev-item occurs 2000 times.
               10  ws-prev-item-id           pic x(128) value spaces.
               10  ws-prev-item-read         pic x value space.
               10  ws-prev-item-starred      pic x value space.
       77  ws-prev-item-count                pic 9(5) value zero.
       77  ws-prev-idx                       pic 9(5) value zero.
       77  ws-state-line                     pic x(600) value spaces.
       77  ws-state-kind                     pic x(4) value spaces.
       77  ws-state-field-1                  pic x(256) value spaces.
       77  ws-state-field-2                  pic x(4) value spaces.
       77  ws-state-field-3                  pic x(4) value spaces.

      *> Subscriptions agreed on at the end of this sync.
       01  ws-next-sub-table.
           05  ws-next-sub-url occurs 1000 times
                                             pic x(256) value spaces.
       77  ws-next-sub-count                 pic 9(5) value zero.

       01  ws-found-sw                       pic a value 'N'.
           88  ws-found                      value 'Y'.
           88  ws-not-found                  value 'N'.

      *> Three-way decision for one flag.
       77  ws-local-flag                     pic x value space.
       77  ws-remote-flag                    pic x value space.
       77  ws-prev-flag                      pic x value space.
       77  ws-final-flag                     pic x value space.

       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-local-item-idx                 pic 9(6) value zero.
       77  ws-add-status                     pic 9 value zero.
       77  ws-remove-status                  pic 9 value zero.
       77  ws-lock-status                    pic 9 value zero.
       77  ws-sum-unread-count               pic 9(6) value zero.
       77  ws-sum-latest-epoch               pic 9(10) value zero.

       01  ws-feed-changed-sw                pic a value 'N'.
           88  ws-feed-changed               value 'Y'.
           88  ws-feed-unchanged             value 'N'.

       01  ws-items-synced-sw                pic a value 'N'.
           88  ws-items-synced               value 'Y'.
           88  ws-items-not-synced           value 'N'.

      *> The read-later queue as rss-saved-items numbers it (its
      *> remove index is the position among live entries).
       78  ws-max-queued                     value 200.
       01  ws-queued-table.
           05  ws-queued occurs 200 times.
               10  ws-queued-guid            pic x(256) value spaces.
               10  ws-queued-link            pic x(256) value spaces.
       77  ws-queued-count                   pic 9(5) value zero.
       77  ws-queued-idx                     pic 9(5) value zero.
       77  ws-queued-found-idx               pic 9(5) value zero.

       77  ws-saved-op                       pic x value 'A'.
       77  ws-saved-feed-title               pic x(128) value spaces.
       01  ws-saved-item.
           05  ws-saved-item-exists          pic x value 'Y'.
           05  ws-saved-item-title           pic x(128) value spaces.
           05  ws-saved-item-link            pic x(256) value spaces.
           05  ws-saved-item-guid            pic x(256) value spaces.
           05  ws-saved-item-pub-date        pic x(128) value spaces.
           05  ws-saved-item-desc            pic x(1024) value spaces.
       77  ws-saved-remove-idx               pic 9(5) value zero.
       77  ws-saved-status                   pic 9 value zero.

      *> Timestamp conversion (seconds since 1970, UTC).
       77  ws-epoch-seconds                  pic 9(18) value zero.
       77  ws-epoch-days                     pic 9(9) value zero.
       77  ws-epoch-rest                     pic 9(5) value zero.
       77  ws-epoch-date8                    pic 9(8) value zero.
       77  ws-epoch-hh                       pic 99 value zero.
       77  ws-epoch-mi                       pic 99 value zero.
       77  ws-epoch-ss                       pic 99 value zero.

      *> Markup stripping for item summaries.
       77  ws-strip-input                    pic x(8000) value spaces.
       77  ws-strip-output                   pic x(1024) value spaces.
       77  ws-strip-idx                      pic 9(5) value zero.
       77  ws-strip-out-len                  pic 9(5) value zero.
       01  ws-in-tag-sw                      pic a value 'N'.
           88  ws-in-tag                     value 'Y'.
           88  ws-not-in-tag                 value 'N'.

      *> What changed, per side.
       01  ws-sync-counts.
           05  ws-local-subs-added           pic 9(5) value zero.
           05  ws-local-subs-removed         pic 9(5) value zero.
           05  ws-local-marked-read          pic 9(5) value zero.
           05  ws-local-marked-unread        pic 9(5) value zero.
           05  ws-local-starred              pic 9(5) value zero.
           05  ws-local-unstarred            pic 9(5) value zero.
           05  ws-remote-subs-added          pic 9(5) value zero.
           05  ws-remote-subs-removed        pic 9(5) value zero.
           05  ws-remote-marked-read         pic 9(5) value zero.
           05  ws-remote-marked-unread       pic 9(5) value zero.
           05  ws-remote-starred             pic 9(5) value zero.
           05  ws-remote-unstarred           pic 9(5) value zero.
           05  ws-sync-failures              pic 9(5) value zero.

      *> Every change line is tagged, so a dry run reads as one.
       77  ws-would-prefix                   pic x(12) value "Sync:".

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

      *> "SYNC" or "LOGIN".
       01  l-sync-op                         pic x(8).

       01  l-dry-run-flag                    pic a.
           88  l-is-dry-run                  value 'Y'.

       01  l-sync-status                     pic 9.
           88  l-sync-ok                     value 1.
           88  l-sync-failed                 value 2.

       procedure division using
           l-sync-op, l-dry-run-flag, l-sync-status.

       main-procedure.

           set l-sync-failed to true

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/lastid.dat")
               to ws-rss-last-id-file-name
           move function resolve-data-path("feeds/saved.dat")
               to ws-rss-saved-file-name
           move function resolve-data-path("feeds/greader_sync.dat")
               to ws-sync-state-file-name
           move function resolve-data-path("feeds/greader_code.tmp")
               to ws-greader-code-file-name
           move function resolve-data-path("feeds/greader_body.tmp")
               to ws-greader-text-file-name
           move ws-greader-text-file-name to ws-greader-json-file-name

           move function get-config(ws-greader-url-key)
               to ws-config-value
           if ws-config-value = "NOT-SET" or ws-config-value = spaces
           then
               display
                   "No Google Reader API server is configured - set "
                   "greader_url in crssr.conf (e.g. https://host/api/"
                   "greader.php for FreshRSS, https://host for "
                   "Miniflux)."
               end-display
               goback
           end-if
           move function trim(ws-config-value) to ws-base-url
           perform until ws-base-url = spaces
               or ws-base-url(function length(
                   function trim(ws-base-url)):1) not = "/"
               move spaces to ws-base-url(function length(
                   function trim(ws-base-url)):1)
           end-perform

           move ws-default-fetch-items to ws-fetch-max
           move function get-config(ws-greader-items-key)
               to ws-config-value
           if ws-config-value not = "NOT-SET"
           and ws-config-value not = spaces
           and function trim(ws-config-value) is numeric then
               move function numval(ws-config-value) to ws-fetch-max
           end-if
           if ws-fetch-max < 1 or ws-fetch-max > ws-max-remote-items
           then
               move ws-max-remote-items to ws-fetch-max
           end-if

           evaluate function upper-case(function trim(l-sync-op))
               when "LOGIN"
                   perform store-login
               when "SYNC"
                   perform run-sync
               when other
                   call "logger" using function concatenate(
                       "Unknown Google Reader sync operation: ",
                       l-sync-op)
                   end-call
           end-evaluate

           goback.


       store-login.

      *> The account is checked against the server before it is
      *> kept - a mistyped password is reported now, not at 3am.
           display function concatenate(
               "Google Reader API server: ", function trim(ws-base-url))
           end-display
           display "Username: " with no advancing end-display
           accept ws-cred-user
           display "Password: " with no advancing end-display
           accept ws-cred-pass with no-echo
           display " " end-display

           if ws-cred-user = spaces then
               display "No username given - nothing stored."
               end-display
               exit paragraph
           end-if

           perform client-login
           if ws-auth-token = spaces then
               display
                   "The server did not accept that login - nothing "
                   "stored."
               end-display
               exit paragraph
           end-if

           move 'S' to ws-cred-operation
           call "rss-feed-creds" using
               ws-cred-operation ws-base-url
               ws-cred-user ws-cred-pass ws-cred-status
           end-call
           cancel "rss-feed-creds"

           display
               "Login accepted and stored. Run --greader-sync to sync."
           end-display

           set l-sync-ok to true

           exit paragraph.


       run-sync.

           if l-is-dry-run then
               move "Dry run:" to ws-would-prefix
           end-if

           move 'G' to ws-cred-operation
           call "rss-feed-creds" using
               ws-cred-operation ws-base-url
               ws-cred-user ws-cred-pass ws-cred-status
           end-call
           cancel "rss-feed-creds"

           if ws-cred-status not = 1 then
               display
                   "No login is stored for the Google Reader API "
                   "server - run --greader-sync login first."
               end-display
               exit paragraph
           end-if

           call "logger" using function concatenate(
               "Google Reader sync starting with ",
               function trim(ws-base-url))
           end-call

           perform client-login
           if ws-auth-token = spaces then
               display
                   "Login to the Google Reader API server failed - "
                   "check the stored account (--greader-sync login)."
               end-display
               call "logger" using
                   "Google Reader sync: login refused or unreachable."
               end-call
               exit paragraph
           end-if

           perform fetch-write-token
           perform load-previous-state

           perform fetch-subscriptions
           if ws-call-failed then
               display
                   "Could not read the server's subscription list - "
                   "sync abandoned, nothing changed."
               end-display
               exit paragraph
           end-if

           perform load-local-subscriptions
           perform reconcile-subscriptions

           perform fetch-remote-items

      *> Read flags are written into the content files - take the
      *> store lock like every other feed-store writer. Without it
      *> the item state is left for the next run and the previous
      *> agreed state carried forward untouched.
           set ws-items-not-synced to true
           if ws-call-ok then
               move function rss-store-lock('A') to ws-lock-status
               if ws-lock-status = 1 then
                   perform reconcile-read-flags
                   perform reconcile-starred
                   move function rss-store-lock('R')
                       to ws-lock-status
                   set ws-items-synced to true
               else
                   display
                       "The feed store is locked (another writer is "
                       "active) - read and starred state not synced "
                       "this time."
                   end-display
                   add 1 to ws-sync-failures
               end-if
           else
               display
                   "Could not read the server's items - read and "
                   "starred state not synced this time."
               end-display
               add 1 to ws-sync-failures
           end-if

           if not l-is-dry-run then
               perform write-sync-state
           end-if

           perform report-sync-summary

           if ws-sync-failures = zero then
               set l-sync-ok to true
           end-if

           exit paragraph.


      *> Server calls. Every call leaves the HTTP status in the code
      *> file and the body in the body file.

       client-login.

           move spaces to ws-auth-token

           move ws-cred-user to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-user
           move ws-cred-pass to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-pass
           move ws-base-url to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-url

           move function concatenate(
               "curl -s --max-time 30 -o ",
               function trim(ws-greader-text-file-name),
               " -w '%{http_code}' ",
               "--data-urlencode 'Email=",
               function trim(ws-quoted-user), "' ",
               "--data-urlencode 'Passwd=",
               function trim(ws-quoted-pass), "' '",
               function trim(ws-quoted-url), "/accounts/ClientLogin'",
               " > ", function trim(ws-greader-code-file-name),
               " 2>/dev/null")
               to ws-shell-cmd

           perform run-shell-cmd
           move spaces to ws-shell-cmd ws-quoted-pass

           if ws-call-failed then
               call "logger" using function concatenate(
                   "Google Reader login failed, HTTP status ",
                   ws-http-code)
               end-call
               exit paragraph
           end-if

           set ws-not-eof to true
           open input fd-greader-text-file
               perform until ws-eof
                   read fd-greader-text-file into ws-text-line
                       at end set ws-eof to true
                   not at end
                       if ws-text-line(1:5) = "Auth=" then
                           move function trim(ws-text-line(6:))
                               to ws-auth-token
                       end-if
                   end-read
               end-perform
           close fd-greader-text-file

           exit paragraph.


       fetch-write-token.

      *> Edits carry a short-lived write token as T=.
           move spaces to ws-write-token
           move "/reader/api/0/token" to ws-api-path
           move spaces to ws-api-params
           perform call-api-get

           if ws-call-ok then
               open input fd-greader-text-file
                   read fd-greader-text-file into ws-text-line
                       at end move spaces to ws-text-line
                   end-read
               close fd-greader-text-file
               move function trim(ws-text-line) to ws-write-token
           end-if

           exit paragraph.


       call-api-get.

           move ws-base-url to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-url

           move function concatenate(
               "curl -s -G --max-time 60 -o ",
               function trim(ws-greader-text-file-name),
               " -w '%{http_code}' ",
               "-H 'Authorization: GoogleLogin auth=",
               function trim(ws-auth-token), "' ",
               function trim(ws-api-params), " '",
               function trim(ws-quoted-url),
               function trim(ws-api-path), "' > ",
               function trim(ws-greader-code-file-name),
               " 2>/dev/null")
               to ws-shell-cmd

           perform run-shell-cmd

           exit paragraph.


       call-api-post.

           move ws-base-url to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-url

           move function concatenate(
               "curl -s --max-time 30 -o ",
               function trim(ws-greader-text-file-name),
               " -w '%{http_code}' ",
               "-H 'Authorization: GoogleLogin auth=",
               function trim(ws-auth-token), "' ",
               function trim(ws-api-params), " ",
               "--data-urlencode 'T=",
               function trim(ws-write-token), "' '",
               function trim(ws-quoted-url),
               function trim(ws-api-path), "' > ",
               function trim(ws-greader-code-file-name),
               " 2>/dev/null")
               to ws-shell-cmd

           perform run-shell-cmd

           exit paragraph.


       run-shell-cmd.

           set ws-call-failed to true
           move spaces to ws-http-code

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           open input fd-greader-code-file
               read fd-greader-code-file into ws-text-line
                   at end move spaces to ws-text-line
               end-read
           close fd-greader-code-file

           move ws-text-line(1:3) to ws-http-code
           if ws-http-code = "200" then
               set ws-call-ok to true
           end-if

           exit paragraph.


       quote-for-shell.

      *> Values go on the curl line in single quotes; a quote inside
      *> one is closed, escaped and reopened.
           move function substitute(ws-quote-input, "'", "'\''")
               to ws-quote-output
           move spaces to ws-quote-input

           exit paragraph.


       fetch-subscriptions.

           move zero to ws-remote-sub-count
           move "/reader/api/0/subscription/list" to ws-api-path
           move "--data-urlencode 'output=json'" to ws-api-params
           perform call-api-get

           if ws-call-failed then
               call "logger" using function concatenate(
                   "Google Reader subscription list failed, HTTP ",
                   "status ", ws-http-code)
               end-call
               exit paragraph
           end-if

           set ws-json-subscriptions to true
           perform scan-json-body

           exit paragraph.


       fetch-remote-items.

      *> The newest of the reading list first (read and unread),
      *> then the starred stream so older starred items are seen
      *> too - page by page until greader_items are held.
           move zero to ws-remote-item-count
           set ws-json-items to true

           move "user/-/state/com.google/reading-list"
               to ws-stream-path
           perform fetch-stream-pages
           if ws-call-failed then
               exit paragraph
           end-if

           move "user/-/state/com.google/starred" to ws-stream-path
           perform fetch-stream-pages

           exit paragraph.


       fetch-stream-pages.

           move spaces to ws-continuation
           move 1 to ws-page-added

           perform until ws-page-added = zero
               or ws-remote-item-count >= ws-fetch-max

               compute ws-page-size =
                   function min(250, ws-fetch-max
                       - ws-remote-item-count)
               end-compute

               move function concatenate(
                   "/reader/api/0/stream/contents/",
                   function trim(ws-stream-path))
                   to ws-api-path
               move function concatenate(
                   "--data-urlencode 'output=json' ",
                   "--data-urlencode 'n=", ws-page-size, "'")
                   to ws-api-params
               if ws-continuation not = spaces then
                   move ws-continuation to ws-quote-input
                   perform quote-for-shell
                   move function concatenate(
                       function trim(ws-api-params),
                       " --data-urlencode 'c=",
                       function trim(ws-quote-output), "'")
                       to ws-api-params
               end-if

               perform call-api-get
               if ws-call-failed then
                   call "logger" using function concatenate(
                       "Google Reader stream read failed (",
                       function trim(ws-stream-path), "), HTTP ",
                       "status ", ws-http-code)
                   end-call
                   exit perform
               end-if

               move spaces to ws-continuation
               move zero to ws-page-added
               perform scan-json-body

               if ws-continuation = spaces then
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> JSON reading - the body file, a byte at a time.

       scan-json-body.

           move zero to ws-depth ws-number-len ws-hex-count
           move zero to ws-high-surrogate
           move spaces to ws-number-token
           set ws-not-in-string to true
           set ws-not-in-entry to true
           set ws-expect-value to true

           open input fd-greader-json-file
           if ws-json-file-status not = zero then
               close fd-greader-json-file
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-eof
               read fd-greader-json-file
                   at end set ws-eof to true
               not at end
                   move f-greader-json-byte to ws-byte
                   perform scan-json-byte
               end-read
           end-perform

           close fd-greader-json-file

           exit paragraph.


       scan-json-byte.

           if ws-in-string then
               perform scan-string-byte
               exit paragraph
           end-if

      *> A number ends at the first byte that cannot continue it.
           if ws-byte is numeric
           or ws-byte = "-" or "." or "e" or "E" or "+" then
               if ws-number-len < 24 then
                   add 1 to ws-number-len
                   move ws-byte to ws-number-token(ws-number-len:1)
               end-if
               exit paragraph
           end-if

           if ws-number-len > zero then
               move ws-number-token to ws-token
               move ws-number-len to ws-token-len
               move spaces to ws-number-token
               move zero to ws-number-len
               move 'N' to ws-token-is-key-sw
               perform take-value
           end-if

           evaluate ws-byte
               when '"'
                   set ws-in-string to true
                   set ws-no-escape-pending to true
                   move spaces to ws-token
                   move zero to ws-token-len ws-hex-count
                   if ws-depth > zero
                   and ws-container-type(ws-depth) = "O"
                   and ws-expect-key then
                       move 'Y' to ws-token-is-key-sw
                   else
                       move 'N' to ws-token-is-key-sw
                   end-if

               when "{"
                   perform open-container
                   if ws-depth > zero then
                       move "O" to ws-container-type(ws-depth)
                   end-if
                   set ws-expect-key to true
                   perform check-entry-start

               when "["
                   perform open-container
                   if ws-depth > zero then
                       move "A" to ws-container-type(ws-depth)
                   end-if
                   set ws-expect-value to true

               when "}"
                   if ws-in-entry and ws-depth = ws-entry-depth then
                       perform finish-entry
                   end-if
                   perform close-container

               when "]"
                   perform close-container

               when ","
                   if ws-depth > zero
                   and ws-container-type(ws-depth) = "O" then
                       set ws-expect-key to true
                   end-if

               when ":"
                   set ws-expect-value to true

               when other
                   continue
           end-evaluate

           exit paragraph.


       open-container.

           if ws-depth < ws-max-depth then
               add 1 to ws-depth
               move space to ws-container-type(ws-depth)
               move spaces to ws-container-key(ws-depth)
           end-if

           exit paragraph.


       close-container.

           if ws-depth > zero then
               move space to ws-container-type(ws-depth)
               move spaces to ws-container-key(ws-depth)
               subtract 1 from ws-depth
           end-if
           set ws-expect-value to true

           exit paragraph.


       check-entry-start.

      *> Subscriptions are the root object's "subscriptions" array,
      *> a stream's items its "items" array.
           if ws-in-entry then
               exit paragraph
           end-if

           if ws-depth = 3 and ws-container-type(1) = "O"
           and ws-container-type(2) = "A"
           and ((ws-json-subscriptions
                 and ws-container-key(1) = "subscriptions")
             or (ws-json-items and ws-container-key(1) = "items"))
           then
               set ws-in-entry to true
               move ws-depth to ws-entry-depth
               initialize ws-entry
           end-if

           exit paragraph.


       scan-string-byte.

           if ws-hex-count > zero then
               perform take-hex-digit
               exit paragraph
           end-if

           if ws-escape-pending then
               set ws-no-escape-pending to true
               evaluate ws-byte
                   when "n"
                       move space to ws-out-char
                   when "t"
                       move space to ws-out-char
                   when "r"
                       move space to ws-out-char
                   when "b"
                       exit paragraph
                   when "f"
                       exit paragraph
                   when "u"
                       move 4 to ws-hex-count
                       move zero to ws-code-point
                       exit paragraph
                   when other
                       move ws-byte to ws-out-char
               end-evaluate
               perform append-token-char
               exit paragraph
           end-if

           evaluate ws-byte
               when "\"
                   set ws-escape-pending to true
               when '"'
                   set ws-not-in-string to true
                   perform end-string-token
               when other
                   move ws-byte to ws-out-char
                   perform append-token-char
           end-evaluate

           exit paragraph.


       take-hex-digit.

           move zero to ws-hex-pos
           inspect ws-hex-digits tallying ws-hex-pos
               for characters before initial
               function lower-case(ws-byte)
           if ws-hex-pos > 15 then
               move zero to ws-hex-pos
           end-if

           compute ws-code-point = ws-code-point * 16 + ws-hex-pos
           subtract 1 from ws-hex-count

           if ws-hex-count = zero then
               perform emit-code-point
           end-if

           exit paragraph.


       emit-code-point.

      *> A surrogate pair arrives as two \u escapes - hold the high
      *> half until the low half completes the character.
           if ws-code-point >= 55296 and ws-code-point <= 56319 then
               move ws-code-point to ws-high-surrogate
               exit paragraph
           end-if

           if ws-code-point >= 56320 and ws-code-point <= 57343 then
               if ws-high-surrogate = zero then
                   exit paragraph
               end-if
               compute ws-code-point = 65536
                   + (ws-high-surrogate - 55296) * 1024
                   + (ws-code-point - 56320)
               move zero to ws-high-surrogate
           end-if

           evaluate true
               when ws-code-point < 128
                   move function char(ws-code-point + 1)
                       to ws-out-char
                   perform append-token-char
               when ws-code-point < 2048
                   compute ws-utf8-byte =
                       192 + ws-code-point / 64
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
               when ws-code-point < 65536
                   compute ws-utf8-byte =
                       224 + ws-code-point / 4096
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 64), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
               when other
                   compute ws-utf8-byte =
                       240 + ws-code-point / 262144
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 4096), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte = 128 + function mod(
                       function integer-part(ws-code-point / 64), 64)
                   perform append-utf8-byte
                   compute ws-utf8-byte =
                       128 + function mod(ws-code-point, 64)
                   perform append-utf8-byte
           end-evaluate

           exit paragraph.


       append-utf8-byte.

           move function char(ws-utf8-byte + 1) to ws-out-char
           perform append-token-char

           exit paragraph.


       append-token-char.

           if ws-token-len < ws-max-token then
               add 1 to ws-token-len
               move ws-out-char to ws-token(ws-token-len:1)
           end-if

           exit paragraph.


       end-string-token.

           if ws-token-is-key then
               if ws-depth > zero then
                   move ws-token(1:32) to ws-container-key(ws-depth)
               end-if
               set ws-expect-value to true
               exit paragraph
           end-if

           perform take-value

           exit paragraph.


       take-value.

      *> A stream page names the next page as "continuation".
           if ws-depth = 1 and ws-container-key(1) = "continuation"
           then
               move ws-token to ws-continuation
               exit paragraph
           end-if

           if not ws-in-entry or ws-depth < ws-entry-depth then
               exit paragraph
           end-if

           move ws-container-key(ws-depth) to ws-leaf-key

           if ws-depth = ws-entry-depth then
               evaluate ws-leaf-key
                   when "id"
                       move ws-token to ws-ent-id
                   when "originId"
                       move ws-token to ws-ent-origin-id
                   when "url"
                       move ws-token to ws-ent-url
                   when "title"
                       move ws-token to ws-ent-title
                   when "published"
                       move ws-token to ws-ent-published
                   when "summary"
                       move ws-token to ws-ent-summary
               end-evaluate
               exit paragraph
           end-if

           move ws-container-key(ws-entry-depth) to ws-parent-key

           evaluate ws-parent-key also ws-leaf-key
               when "origin" also "streamId"
                   move ws-token to ws-ent-stream-id
               when "origin" also "title"
                   move ws-token to ws-ent-feed-title
               when "canonical" also "href"
                   if ws-ent-canonical = spaces then
                       move ws-token to ws-ent-canonical
                   end-if
               when "alternate" also "href"
                   if ws-ent-alternate = spaces then
                       move ws-token to ws-ent-alternate
                   end-if
               when "summary" also "content"
                   move ws-token to ws-ent-summary
               when "content" also "content"
                   move ws-token to ws-ent-summary
               when "categories" also any
                   perform take-item-category
               when other
                   continue
           end-evaluate

           exit paragraph.


       take-item-category.

      *> States arrive as user/<id or ->/state/com.google/read and
      *> .../starred among the item's categories.
           if ws-token-len >= 22 then
               if ws-token(ws-token-len - 21:22)
                   = "/state/com.google/read" then
                   move 'Y' to ws-ent-read
               end-if
           end-if
           if ws-token-len >= 25 then
               if ws-token(ws-token-len - 24:25)
                   = "/state/com.google/starred" then
                   move 'Y' to ws-ent-starred
               end-if
           end-if

           exit paragraph.


       finish-entry.

           set ws-not-in-entry to true

           if ws-json-subscriptions then
               perform keep-remote-subscription
           else
               perform keep-remote-item
           end-if

           exit paragraph.


       keep-remote-subscription.

           if ws-ent-url = spaces
           or ws-remote-sub-count >= ws-max-remote-subs then
               exit paragraph
           end-if

           add 1 to ws-remote-sub-count
           move ws-ent-id to ws-rsub-id(ws-remote-sub-count)
           move ws-ent-url to ws-rsub-url(ws-remote-sub-count)
           move 'N' to ws-rsub-matched(ws-remote-sub-count)

           exit paragraph.


       keep-remote-item.

           if ws-ent-id = spaces
           or ws-remote-item-count >= ws-max-remote-items then
               exit paragraph
           end-if

      *> The starred stream repeats items the reading list already
      *> brought in.
           perform varying ws-ritm-idx from 1 by 1
               until ws-ritm-idx > ws-remote-item-count
               if ws-ritm-id(ws-ritm-idx) = ws-ent-id then
                   exit paragraph
               end-if
           end-perform

           add 1 to ws-remote-item-count ws-page-added
           move ws-remote-item-count to ws-ritm-idx
           initialize ws-remote-item(ws-ritm-idx)

           move ws-ent-id to ws-ritm-id(ws-ritm-idx)
           move ws-ent-stream-id to ws-ritm-stream-id(ws-ritm-idx)
           move ws-ent-origin-id to ws-ritm-guid(ws-ritm-idx)
           if ws-ent-canonical not = spaces then
               move ws-ent-canonical to ws-ritm-link(ws-ritm-idx)
           else
               move ws-ent-alternate to ws-ritm-link(ws-ritm-idx)
           end-if
           move ws-ent-title to ws-strip-input
           perform strip-markup
           move ws-strip-output to ws-ritm-title(ws-ritm-idx)
           move ws-ent-feed-title to ws-strip-input
           perform strip-markup
           move ws-strip-output to ws-ritm-feed-title(ws-ritm-idx)
           move ws-ent-published to ws-ritm-published(ws-ritm-idx)
           move ws-ent-summary to ws-strip-input
           perform strip-markup
           move ws-strip-output to ws-ritm-summary(ws-ritm-idx)
           move ws-ent-read to ws-ritm-read(ws-ritm-idx)
           move ws-ent-starred to ws-ritm-starred(ws-ritm-idx)

           exit paragraph.


      *> Subscriptions.

       load-local-subscriptions.

           move zero to ws-local-sub-count
           perform load-highest-rss-record

           if ws-last-id-record is zeros then
               exit paragraph
           end-if

           open input fd-rss-list-file
               perform varying ws-rss-idx from 1 by 1
                   until ws-rss-idx > ws-last-id-record
                   or ws-local-sub-count >= ws-max-local-subs

                   move ws-rss-idx to f-rss-feed-id
                   read fd-rss-list-file into ws-rss-list-record
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           if ws-rss-link(1:4) = "http" or "HTTP"
                           then
                               add 1 to ws-local-sub-count
                               move ws-rss-link to
                                   ws-lsub-url(ws-local-sub-count)
                               move 'N' to
                                   ws-lsub-matched(ws-local-sub-count)
                           end-if
                   end-read

               end-perform
           close fd-rss-list-file

           exit paragraph.


       reconcile-subscriptions.

           move zero to ws-next-sub-count

      *> A side with no subscriptions at all is far more likely a
      *> fresh or broken account (or an empty profile here) than one
      *> where every feed was just dropped - never empty the other
      *> side's list over it.
           if (ws-remote-sub-count = zero or ws-local-sub-count = zero)
           and ws-prev-sub-count > zero then
               display
                   "One side has no subscriptions at all - not "
                   "removing any from the other; subscriptions not "
                   "synced."
               end-display
               call "logger" using
                   "Google Reader sync: a side has no subscriptions."
               end-call
               perform carry-previous-subscriptions
               exit paragraph
           end-if

           perform varying ws-lsub-idx from 1 by 1
               until ws-lsub-idx > ws-local-sub-count
               perform find-remote-subscription
               if ws-found then
                   move 'Y' to ws-lsub-matched(ws-lsub-idx)
                   move 'Y' to ws-rsub-matched(ws-rsub-idx)
                   move ws-lsub-url(ws-lsub-idx) to ws-state-field-1
                   perform keep-next-subscription
               else
                   move ws-lsub-url(ws-lsub-idx) to ws-state-field-1
                   perform check-previous-subscription
                   if ws-found then
                       perform drop-local-subscription
                   else
                       perform add-remote-subscription
                   end-if
               end-if
           end-perform

           perform varying ws-rsub-idx from 1 by 1
               until ws-rsub-idx > ws-remote-sub-count
               if ws-rsub-matched(ws-rsub-idx) not = 'Y' then
                   move ws-rsub-url(ws-rsub-idx) to ws-state-field-1
                   perform check-previous-subscription
                   if ws-found then
                       perform drop-remote-subscription
                   else
                       perform add-local-subscription
                   end-if
               end-if
           end-perform

           exit paragraph.


       find-remote-subscription.

           set ws-not-found to true
           perform varying ws-rsub-idx from 1 by 1
               until ws-rsub-idx > ws-remote-sub-count
               if function trim(ws-rsub-url(ws-rsub-idx))
                   = function trim(ws-lsub-url(ws-lsub-idx)) then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       check-previous-subscription.

           set ws-not-found to true
           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx > ws-prev-sub-count
               if ws-prev-sub-url(ws-prev-idx) = ws-state-field-1 then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       keep-next-subscription.

           if ws-next-sub-count < ws-max-prev-subs then
               add 1 to ws-next-sub-count
               move ws-state-field-1
                   to ws-next-sub-url(ws-next-sub-count)
           end-if

           exit paragraph.


       carry-previous-subscriptions.

           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx > ws-prev-sub-count
               move ws-prev-sub-url(ws-prev-idx) to ws-state-field-1
               perform keep-next-subscription
           end-perform

           exit paragraph.


       drop-local-subscription.

      *> Subscribed on both sides last time, gone from the server
      *> since - dropped on the phone, so dropped here.
           display function concatenate(
               function trim(ws-would-prefix), " Unsubscribed here ",
               "(dropped on the server): ",
               function trim(ws-lsub-url(ws-lsub-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-local-subs-removed
               exit paragraph
           end-if

           move function remove-rss-record(
               ws-lsub-url(ws-lsub-idx), 'N')
               to ws-remove-status
           if ws-remove-status = 1 then
               add 1 to ws-local-subs-removed
           else
               add 1 to ws-sync-failures
               call "logger" using function concatenate(
                   "Google Reader sync: could not remove feed, ",
                   "status ", ws-remove-status, ": ",
                   function trim(ws-lsub-url(ws-lsub-idx)))
               end-call
      *> Still here and still agreed on - try again next time.
               perform keep-next-subscription
           end-if

           exit paragraph.


       add-remote-subscription.

           display function concatenate(
               function trim(ws-would-prefix),
               " Subscribed on the server: ",
               function trim(ws-lsub-url(ws-lsub-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-remote-subs-added
               exit paragraph
           end-if

           move ws-lsub-url(ws-lsub-idx) to ws-quote-input
           perform quote-for-shell
           move "/reader/api/0/subscription/quickadd" to ws-api-path
           move function concatenate(
               "--data-urlencode 'quickadd=",
               function trim(ws-quote-output), "'")
               to ws-api-params
           perform call-api-post

           if ws-call-ok then
               add 1 to ws-remote-subs-added
               perform keep-next-subscription
           else
               add 1 to ws-sync-failures
               call "logger" using function concatenate(
                   "Google Reader sync: server subscribe failed, ",
                   "HTTP status ", ws-http-code, ": ",
                   function trim(ws-lsub-url(ws-lsub-idx)))
               end-call
           end-if

           exit paragraph.


       drop-remote-subscription.

      *> Agreed on last time, deleted here since - drop it on the
      *> server too.
           display function concatenate(
               function trim(ws-would-prefix),
               " Unsubscribed on the server (deleted here): ",
               function trim(ws-rsub-url(ws-rsub-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-remote-subs-removed
               exit paragraph
           end-if

           move ws-rsub-id(ws-rsub-idx) to ws-quote-input
           perform quote-for-shell
           move "/reader/api/0/subscription/edit" to ws-api-path
           move function concatenate(
               "--data-urlencode 'ac=unsubscribe' ",
               "--data-urlencode 's=",
               function trim(ws-quote-output), "'")
               to ws-api-params
           perform call-api-post

           if ws-call-ok then
               add 1 to ws-remote-subs-removed
           else
               add 1 to ws-sync-failures
               call "logger" using function concatenate(
                   "Google Reader sync: server unsubscribe failed, ",
                   "HTTP status ", ws-http-code, ": ",
                   function trim(ws-rsub-url(ws-rsub-idx)))
               end-call
               perform keep-next-subscription
           end-if

           exit paragraph.


       add-local-subscription.

           display function concatenate(
               function trim(ws-would-prefix), " Subscribed here: ",
               function trim(ws-rsub-url(ws-rsub-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-local-subs-added
               exit paragraph
           end-if

           move function rss-downloader(ws-rsub-url(ws-rsub-idx), 'Y')
               to ws-add-status
           if ws-add-status = 1 or ws-add-status = 6 then
               add 1 to ws-local-subs-added
               move 'Y' to ws-rsub-matched(ws-rsub-idx)
               perform keep-next-subscription
           else
               add 1 to ws-sync-failures
               call "logger" using function concatenate(
                   "Google Reader sync: could not subscribe here, ",
                   "status ", ws-add-status, ": ",
                   function trim(ws-rsub-url(ws-rsub-idx)))
               end-call
           end-if

           exit paragraph.


      *> Read flags - feed by feed, for feeds on both sides.

       reconcile-read-flags.

           perform varying ws-rsub-idx from 1 by 1
               until ws-rsub-idx > ws-remote-sub-count
               if ws-rsub-matched(ws-rsub-idx) = 'Y' then
                   perform sync-feed-read-flags
               end-if
           end-perform

           exit paragraph.


       sync-feed-read-flags.

           set ws-not-found to true
           move function trim(ws-rsub-url(ws-rsub-idx)) to f-rss-link

           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       set ws-found to true
               end-read
           close fd-rss-list-file

           if ws-not-found then
               exit paragraph
           end-if

           perform load-feed-content
           set ws-feed-unchanged to true

           perform varying ws-ritm-idx from 1 by 1
               until ws-ritm-idx > ws-remote-item-count
               if ws-ritm-stream-id(ws-ritm-idx)
                   = ws-rsub-id(ws-rsub-idx) then
                   perform sync-item-read-flag
               end-if
           end-perform

           if ws-feed-changed and not l-is-dry-run then
               perform stage-and-swap-content-file
               perform update-summary-index
           end-if

           exit paragraph.


       sync-item-read-flag.

           perform find-local-item
           if ws-local-item-idx = zero then
               exit paragraph
           end-if

           move ws-item-read(ws-local-item-idx) to ws-local-flag
           if ws-local-flag not = 'Y' then
               move 'N' to ws-local-flag
           end-if
           move ws-ritm-read(ws-ritm-idx) to ws-remote-flag

           perform find-previous-item
           if ws-prev-idx > zero then
               move ws-prev-item-read(ws-prev-idx) to ws-prev-flag
           else
               move space to ws-prev-flag
           end-if

           perform decide-flag
           move ws-final-flag to ws-ritm-sync-read(ws-ritm-idx)

           if ws-final-flag not = ws-local-flag then
               if ws-final-flag = 'Y' then
                   add 1 to ws-local-marked-read
               else
                   add 1 to ws-local-marked-unread
               end-if
               if not l-is-dry-run then
                   move ws-final-flag
                       to ws-item-read(ws-local-item-idx)
                   set ws-feed-changed to true
               end-if
           end-if

           if ws-final-flag not = ws-remote-flag then
               move "user/-/state/com.google/read" to ws-edit-tag
               if ws-final-flag = 'Y' then
                   move 'a' to ws-edit-action
               else
                   move 'r' to ws-edit-action
               end-if
               perform push-item-tag
               if ws-call-ok then
                   if ws-final-flag = 'Y' then
                       add 1 to ws-remote-marked-read
                   else
                       add 1 to ws-remote-marked-unread
                   end-if
               else
      *> Not agreed after all - leave it to be decided again.
                   move space to ws-ritm-sync-read(ws-ritm-idx)
               end-if
           end-if

           exit paragraph.


       find-local-item.

      *> The publisher's guid when the server passed it on (or the
      *> server's own item id, for an item first saved from there),
      *> otherwise the item's link.
           move zero to ws-local-item-idx

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-guid(ws-item-idx) not = spaces
               and ((ws-ritm-guid(ws-ritm-idx) not = spaces
                     and ws-item-guid(ws-item-idx)
                         = ws-ritm-guid(ws-ritm-idx))
                 or ws-item-guid(ws-item-idx)
                         = ws-ritm-id(ws-ritm-idx)) then
                   move ws-item-idx to ws-local-item-idx
                   exit paragraph
               end-if
           end-perform

           if ws-ritm-link(ws-ritm-idx) = spaces then
               exit paragraph
           end-if

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items
               if ws-item-exists(ws-item-idx) = 'Y'
               and (ws-item-link(ws-item-idx)
                       = ws-ritm-link(ws-ritm-idx)
                 or ws-item-canon-link(ws-item-idx)
                       = ws-ritm-link(ws-ritm-idx)) then
                   move ws-item-idx to ws-local-item-idx
                   exit paragraph
               end-if
           end-perform

           exit paragraph.


       find-previous-item.

           move zero to ws-prev-idx
           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx > ws-prev-item-count
               if ws-prev-item-id(ws-prev-idx) = ws-ritm-id(ws-ritm-idx)
               then
                   exit paragraph
               end-if
           end-perform
           move zero to ws-prev-idx

           exit paragraph.


       decide-flag.

      *> Last change wins: the side that no longer matches the state
      *> agreed at the last sync changed since, and is taken. With
      *> nothing agreed yet, read (or starred) anywhere counts.
           evaluate true
               when ws-local-flag = ws-remote-flag
                   move ws-local-flag to ws-final-flag
               when ws-prev-flag not = 'Y' and ws-prev-flag not = 'N'
                   move 'Y' to ws-final-flag
               when ws-local-flag not = ws-prev-flag
                   move ws-local-flag to ws-final-flag
               when other
                   move ws-remote-flag to ws-final-flag
           end-evaluate

           exit paragraph.


       push-item-tag.

           if l-is-dry-run then
               set ws-call-ok to true
               exit paragraph
           end-if

           move ws-ritm-id(ws-ritm-idx) to ws-quote-input
           perform quote-for-shell
           move ws-quote-output to ws-quoted-item
           move "/reader/api/0/edit-tag" to ws-api-path
           move function concatenate(
               "--data-urlencode 'i=",
               function trim(ws-quoted-item), "' ",
               "--data-urlencode '", ws-edit-action, "=",
               function trim(ws-edit-tag), "'")
               to ws-api-params
           perform call-api-post

           if ws-call-failed then
               add 1 to ws-sync-failures
               call "logger" using function concatenate(
                   "Google Reader sync: edit-tag failed, HTTP ",
                   "status ", ws-http-code, ": ",
                   function trim(ws-ritm-id(ws-ritm-idx)))
               end-call
           end-if

           exit paragraph.


       update-summary-index.

      *> The menu's fast path trusts the summary index - keep it in
      *> step with the read flags just written.
           move zero to ws-sum-unread-count
           move zero to ws-sum-latest-epoch

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and (ws-item-read(ws-item-idx) not = 'Y'
                   or ws-item-updated(ws-item-idx) = 'Y') then
                   add 1 to ws-sum-unread-count
               end-if

               if ws-item-pub-epoch-min(ws-item-idx)
               > ws-sum-latest-epoch then
                   move ws-item-pub-epoch-min(ws-item-idx)
                       to ws-sum-latest-epoch
               end-if

           end-perform

           call "rss-summary-update" using
               ws-feed-id ws-sum-unread-count ws-num-items
               ws-sum-latest-epoch
           end-call

           exit paragraph.


       load-feed-content.

           move ws-rss-dat-file-name to ws-rss-content-file-name
           move zero to ws-num-items
           set ws-not-eof to true

           open input fd-rss-content-file
               perform until ws-eof
                   read fd-rss-content-file into ws-rss-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-content-file

           exit paragraph.


       stage-and-swap-content-file.

      *> Stage to a temp file first, then swap it into place with an
      *> actual rename - the same last-known-good protection the
      *> other content-file writers use.
           move function concatenate(
               function trim(ws-rss-dat-file-name), ".tmp")
               to ws-rss-content-temp-file-name

           move ws-rss-content-temp-file-name
               to ws-rss-content-file-name
           open output fd-rss-content-file
               write f-rss-content-record from ws-rss-record
               end-write
           move ws-content-file-status to ws-content-file-write-status
           close fd-rss-content-file

           if ws-content-file-write-status <> zero then
               call "logger" using function concatenate(
                   "Failed to stage synced read flags, status ",
                   ws-content-file-write-status, ". Leaving existing ",
                   "content file unchanged: ",
                   function trim(ws-rss-dat-file-name))
               end-call
               add 1 to ws-sync-failures
               exit paragraph
           end-if

           move function concatenate(
               "mv ", function trim(ws-rss-content-temp-file-name),
               " ", function trim(ws-rss-dat-file-name))
               to ws-rss-swap-cmd

           move pipe-open(ws-rss-swap-cmd, "w") to ws-pipe-record
           move pipe-close(ws-pipe-record) to ws-pipe-return

           if ws-pipe-return is not zero then
               call "logger" using function concatenate(
                   "Failed to swap synced read flags into ",
                   function trim(ws-rss-dat-file-name),
                   " : mv exit status ", ws-pipe-return)
               end-call
               add 1 to ws-sync-failures
           end-if

           exit paragraph.


      *> Starred items - the server's starred state against the
      *> read-later queue.

       reconcile-starred.

           perform load-queued-items

           perform varying ws-ritm-idx from 1 by 1
               until ws-ritm-idx > ws-remote-item-count
               perform sync-item-starred
           end-perform

           exit paragraph.


       sync-item-starred.

           perform find-queued-item
           if ws-queued-found-idx > zero then
               move 'Y' to ws-local-flag
           else
               move 'N' to ws-local-flag
           end-if
           move ws-ritm-starred(ws-ritm-idx) to ws-remote-flag

           perform find-previous-item
           if ws-prev-idx > zero then
               move ws-prev-item-starred(ws-prev-idx) to ws-prev-flag
           else
               move space to ws-prev-flag
           end-if

           perform decide-flag
           move ws-final-flag to ws-ritm-sync-starred(ws-ritm-idx)

           if ws-final-flag not = ws-local-flag then
               if ws-final-flag = 'Y' then
                   perform queue-remote-item
               else
                   perform unqueue-remote-item
               end-if
           end-if

           if ws-final-flag not = ws-remote-flag then
               move "user/-/state/com.google/starred" to ws-edit-tag
               if ws-final-flag = 'Y' then
                   move 'a' to ws-edit-action
               else
                   move 'r' to ws-edit-action
               end-if
               perform push-item-tag
               if ws-call-ok then
                   if ws-final-flag = 'Y' then
                       add 1 to ws-remote-starred
                   else
                       add 1 to ws-remote-unstarred
                   end-if
               else
                   move space to ws-ritm-sync-starred(ws-ritm-idx)
               end-if
           end-if

           exit paragraph.


       queue-remote-item.

           display function concatenate(
               function trim(ws-would-prefix), " Queued here: ",
               function trim(ws-ritm-title(ws-ritm-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-local-starred
               exit paragraph
           end-if

           initialize ws-saved-item
           move 'Y' to ws-saved-item-exists
           move ws-ritm-title(ws-ritm-idx) to ws-saved-item-title
           move ws-ritm-link(ws-ritm-idx) to ws-saved-item-link
           if ws-ritm-guid(ws-ritm-idx) not = spaces then
               move ws-ritm-guid(ws-ritm-idx) to ws-saved-item-guid
           else
               move ws-ritm-id(ws-ritm-idx) to ws-saved-item-guid
           end-if
           if ws-saved-item-title = spaces then
               move ws-saved-item-link to ws-saved-item-title
           end-if
           perform format-published-date
           move ws-ritm-summary(ws-ritm-idx) to ws-saved-item-desc
           if ws-ritm-feed-title(ws-ritm-idx) not = spaces then
               move ws-ritm-feed-title(ws-ritm-idx)
                   to ws-saved-feed-title
           else
               move "Starred on the server" to ws-saved-feed-title
           end-if

           move 'A' to ws-saved-op
           call "rss-saved-items" using
               ws-saved-op ws-saved-feed-title ws-saved-item
               ws-saved-remove-idx ws-saved-status
           end-call

           evaluate ws-saved-status
               when 1
               when 3
                   add 1 to ws-local-starred
                   perform load-queued-items
               when other
      *> Queue full or unwritable - not agreed, decided again next
      *> time.
                   add 1 to ws-sync-failures
                   move space to ws-ritm-sync-starred(ws-ritm-idx)
                   call "logger" using function concatenate(
                       "Google Reader sync: could not queue starred ",
                       "item, status ", ws-saved-status, ": ",
                       function trim(ws-ritm-title(ws-ritm-idx)))
                   end-call
           end-evaluate

           exit paragraph.


       unqueue-remote-item.

           display function concatenate(
               function trim(ws-would-prefix),
               " Taken off the read-later queue: ",
               function trim(ws-ritm-title(ws-ritm-idx)))
           end-display

           if l-is-dry-run then
               add 1 to ws-local-unstarred
               exit paragraph
           end-if

           move ws-queued-found-idx to ws-saved-remove-idx
           move 'R' to ws-saved-op
           call "rss-saved-items" using
               ws-saved-op ws-saved-feed-title ws-saved-item
               ws-saved-remove-idx ws-saved-status
           end-call

           if ws-saved-status = 1 then
               add 1 to ws-local-unstarred
               perform load-queued-items
           else
               add 1 to ws-sync-failures
               move space to ws-ritm-sync-starred(ws-ritm-idx)
           end-if

           exit paragraph.


       load-queued-items.

           move zero to ws-queued-count
           set ws-not-eof to true

           open input fd-rss-saved-file
               perform until ws-eof
                   read fd-rss-saved-file
                       at end set ws-eof to true
                   not at end
                       if f-saved-exists = 'Y'
                       and ws-queued-count < ws-max-queued then
                           add 1 to ws-queued-count
                           move f-saved-item-guid
                               to ws-queued-guid(ws-queued-count)
                           move f-saved-item-link
                               to ws-queued-link(ws-queued-count)
                       end-if
                   end-read
               end-perform
           close fd-rss-saved-file

           exit paragraph.


       find-queued-item.

           move zero to ws-queued-found-idx

           perform varying ws-queued-idx from 1 by 1
               until ws-queued-idx > ws-queued-count
               if ws-queued-guid(ws-queued-idx)
                   = ws-ritm-id(ws-ritm-idx)
               or (ws-ritm-guid(ws-ritm-idx) not = spaces
                   and ws-queued-guid(ws-queued-idx)
                       = ws-ritm-guid(ws-ritm-idx))
               or (ws-ritm-link(ws-ritm-idx) not = spaces
                   and ws-queued-link(ws-queued-idx)
                       = ws-ritm-link(ws-ritm-idx)) then
                   move ws-queued-idx to ws-queued-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.


       format-published-date.

      *> The server stamps items in seconds since 1970, UTC; the
      *> queue keeps an iso-8601 date.
           move spaces to ws-saved-item-pub-date

           if function trim(ws-ritm-published(ws-ritm-idx))
               is not numeric then
               exit paragraph
           end-if

           move function numval(ws-ritm-published(ws-ritm-idx))
               to ws-epoch-seconds

           divide ws-epoch-seconds by 86400
               giving ws-epoch-days
               remainder ws-epoch-rest
           end-divide

           compute ws-epoch-date8 = function date-of-integer(
               function integer-of-date(19700101) + ws-epoch-days)

           divide ws-epoch-rest by 3600
               giving ws-epoch-hh
               remainder ws-epoch-rest
           end-divide
           divide ws-epoch-rest by 60
               giving ws-epoch-mi
               remainder ws-epoch-ss
           end-divide

           move function concatenate(
               ws-epoch-date8(1:4), "-", ws-epoch-date8(5:2), "-",
               ws-epoch-date8(7:2), "T", ws-epoch-hh, ":",
               ws-epoch-mi, ":", ws-epoch-ss, "Z")
               to ws-saved-item-pub-date

           exit paragraph.


       strip-markup.

      *> Drops HTML tags and folds white space, then decodes the
      *> common entities - the queue holds plain text.
           move spaces to ws-strip-output
           move zero to ws-strip-out-len
           set ws-not-in-tag to true

           perform varying ws-strip-idx from 1 by 1
               until ws-strip-idx > ws-max-token
               or ws-strip-out-len >= 1024

               evaluate true
                   when ws-in-tag
                       if ws-strip-input(ws-strip-idx:1) = ">" then
                           set ws-not-in-tag to true
                       end-if
                   when ws-strip-input(ws-strip-idx:1) = "<"
                       set ws-in-tag to true
                   when ws-strip-input(ws-strip-idx:1) < space
                   or ws-strip-input(ws-strip-idx:1) = space
                       if ws-strip-out-len > zero
                       and ws-strip-output(ws-strip-out-len:1)
                           not = space then
                           add 1 to ws-strip-out-len
                       end-if
                   when other
                       add 1 to ws-strip-out-len
                       move ws-strip-input(ws-strip-idx:1)
                           to ws-strip-output(ws-strip-out-len:1)
               end-evaluate

           end-perform

           move function substitute(ws-strip-output,
               "&lt;", "<",
               "&gt;", ">",
               "&quot;", quote,
               "&#39;", "'",
               "&apos;", "'",
               "&nbsp;", " ",
               "&amp;", "&")
               to ws-strip-output
           move spaces to ws-strip-input

           exit paragraph.


      *> Agreed state, summary.

       load-previous-state.

           move zero to ws-prev-sub-count ws-prev-item-count
           set ws-not-eof to true

           open input fd-sync-state-file
               perform until ws-eof
                   read fd-sync-state-file into ws-state-line
                       at end set ws-eof to true
                   not at end
                       perform take-state-line
                   end-read
               end-perform
           close fd-sync-state-file

           exit paragraph.


       take-state-line.

           move spaces to ws-state-kind ws-state-field-1
           move spaces to ws-state-field-2 ws-state-field-3

           unstring ws-state-line delimited by "|"
               into ws-state-kind ws-state-field-1
                    ws-state-field-2 ws-state-field-3
           end-unstring

           evaluate ws-state-kind
               when "S"
                   if ws-prev-sub-count < ws-max-prev-subs then
                       add 1 to ws-prev-sub-count
                       move ws-state-field-1
                           to ws-prev-sub-url(ws-prev-sub-count)
                   end-if
               when "I"
                   if ws-prev-item-count < ws-max-prev-items then
                       add 1 to ws-prev-item-count
                       move ws-state-field-1
                           to ws-prev-item-id(ws-prev-item-count)
                       move ws-state-field-2(1:1)
                           to ws-prev-item-read(ws-prev-item-count)
                       move ws-state-field-3(1:1)
                           to ws-prev-item-starred(ws-prev-item-count)
                   end-if
           end-evaluate

           exit paragraph.


       write-sync-state.

           open output fd-sync-state-file

               perform varying ws-prev-idx from 1 by 1
                   until ws-prev-idx > ws-next-sub-count
                   move function concatenate(
                       "S|",
                       function trim(ws-next-sub-url(ws-prev-idx)))
                       to ws-state-line
                   write f-sync-state-line-raw from ws-state-line
               end-perform

               if ws-items-synced then
                   perform varying ws-ritm-idx from 1 by 1
                       until ws-ritm-idx > ws-remote-item-count
                       perform write-item-state
                   end-perform
               else
                   perform varying ws-prev-idx from 1 by 1
                       until ws-prev-idx > ws-prev-item-count
                       move function concatenate(
                           "I|",
                           function trim(ws-prev-item-id(ws-prev-idx)),
                           "|", ws-prev-item-read(ws-prev-idx),
                           "|", ws-prev-item-starred(ws-prev-idx))
                           to ws-state-line
                       write f-sync-state-line-raw from ws-state-line
                   end-perform
               end-if

           close fd-sync-state-file

           exit paragraph.


       write-item-state.

           move ws-ritm-sync-read(ws-ritm-idx) to ws-local-flag
           if ws-local-flag = space then
               move "-" to ws-local-flag
           end-if
           move ws-ritm-sync-starred(ws-ritm-idx) to ws-remote-flag
           if ws-remote-flag = space then
               move "-" to ws-remote-flag
           end-if

           move function concatenate(
               "I|", function trim(ws-ritm-id(ws-ritm-idx)),
               "|", ws-local-flag, "|", ws-remote-flag)
               to ws-state-line
           write f-sync-state-line-raw from ws-state-line

           exit paragraph.


       report-sync-summary.

           display function concatenate(
               function trim(ws-would-prefix),
               " Changed here: ",
               ws-local-subs-added, " subscribed, ",
               ws-local-subs-removed, " unsubscribed, ",
               ws-local-marked-read, " marked read, ",
               ws-local-marked-unread, " marked unread, ",
               ws-local-starred, " queued, ",
               ws-local-unstarred, " unqueued.")
           end-display
           display function concatenate(
               function trim(ws-would-prefix),
               " Changed on the server: ",
               ws-remote-subs-added, " subscribed, ",
               ws-remote-subs-removed, " unsubscribed, ",
               ws-remote-marked-read, " marked read, ",
               ws-remote-marked-unread, " marked unread, ",
               ws-remote-starred, " starred, ",
               ws-remote-unstarred, " unstarred.")
           end-display
           display function concatenate(
               "Items compared: ", ws-remote-item-count,
               "  Failures: ", ws-sync-failures)
           end-display

           if l-is-dry-run then
               display "DRY RUN: no changes were made on either side."
               end-display
               exit paragraph
           end-if

           call "logger" using function concatenate(
               "Google Reader sync here: +", ws-local-subs-added,
               "/-", ws-local-subs-removed, " subs, ",
               ws-local-marked-read, " read, ",
               ws-local-marked-unread, " unread, +",
               ws-local-starred, "/-", ws-local-unstarred, " queued")
           end-call
           call "logger" using function concatenate(
               "Google Reader sync server: +", ws-remote-subs-added,
               "/-", ws-remote-subs-removed, " subs, ",
               ws-remote-marked-read, " read, ",
               ws-remote-marked-unread, " unread, +",
               ws-remote-starred, "/-", ws-remote-unstarred,
               " starred, ", ws-sync-failures, " failure(s)")
           end-call

           move "GREADER-SYNC" to ws-audit-op
           move zero to ws-audit-feed-id
           move ws-base-url to ws-audit-url
           move function concatenate(
               "here +", ws-local-subs-added, "/-",
               ws-local-subs-removed, " subs ",
               ws-local-marked-read, "r ", ws-local-marked-unread,
               "u +", ws-local-starred, "/-", ws-local-unstarred,
               "q; server +", ws-remote-subs-added, "/-",
               ws-remote-subs-removed, " subs ",
               ws-remote-marked-read, "r ", ws-remote-marked-unread,
               "u +", ws-remote-starred, "/-", ws-remote-unstarred,
               "s; ", ws-sync-failures, " failed")
               to ws-audit-detail
           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           exit paragraph.


       load-highest-rss-record.

           set ws-not-eof to true

           open input fd-rss-last-id-file
               perform until ws-eof
                   read fd-rss-last-id-file into ws-last-id-record
                       at end set ws-eof to true
                   end-read
               end-perform
           close fd-rss-last-id-file

           exit paragraph.

       end program rss-greader-sync.
