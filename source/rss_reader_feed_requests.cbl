      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: RSS Reader Subscription Requests - admin screen over
      *          the pending requests readers submit from Add Feed
      *          (feeds/feed_requests.dat, see rss-feed-request).
      *          Each request's URL can be run through the same
      *          validity check the add screen uses; approving one
      *          subscribes the feed with the requester as owner and
      *          their justification and category filled in,
      *          rejecting one records the reason. Both decisions go
      *          to the audit trail.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. rss-reader-feed-requests.

       environment division.

       configuration section.

       repository.
           function rss-downloader
           function check-feed-url
           function rss-operator-role
           function rss-operator-name
           function resolve-data-path.

       special-names.
           cursor is ws-cursor-position
           crt status is ws-crt-status.

       input-output section.
           file-control.
               select optional fd-feed-request-file
               assign to dynamic ws-feed-request-file-name
               organization is line sequential.

               copy "./copybooks/filecontrol/rss_list_file.cpy".

       data division.
       file section.
           FD fd-feed-request-file.
           01  f-feed-request-line-raw        pic x(700).

           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

       working-storage section.

       copy "screenio.cpy".
       copy "./copybooks/wsrecord/ws-theme-record.cpy".

       01  ws-cursor-position.
           05  ws-cursor-line                pic 99.
           05  ws-cursor-col                 pic 99.

       01  ws-crt-status.
           05  ws-key1                       pic x.
           05  ws-key2                       pic x.
           05  filler                        pic x.
           05  filler                        pic x.

       01  ws-accept-item                    pic x value space.

       77  ws-role-denied-answer             pic x value space.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-exit-sw                        pic a value 'N'.
           88  ws-exit-true                  value 'Y'.
           88  ws-exit-false                 value 'N'.

       77  ws-empty-line                     pic x(80) value spaces.

       77  ws-feed-request-file-name         pic x(256) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-feed-request-line              pic x(700) value spaces.

      *> Every request in the file, decided ones included - the file
      *> is rewritten whole after each decision.
       78  ws-max-requests                   value 300.
       01  ws-request-table.
           05  ws-request occurs 300 times.
               10  ws-req-id                 pic 9(5) value zero.
               10  ws-req-status             pic x value space.
               10  ws-req-by                 pic x(32) value spaces.
               10  ws-req-stamp              pic x(12) value spaces.
               10  ws-req-url                pic x(256) value spaces.
               10  ws-req-category           pic x(32) value spaces.
               10  ws-req-justification      pic x(128) value spaces.
               10  ws-req-decided-by         pic x(32) value spaces.
               10  ws-req-decided-stamp      pic x(12) value spaces.
               10  ws-req-reason             pic x(128) value spaces.

       77  ws-request-count                  pic 9(3) value zero.
       77  ws-request-idx                    pic 9(3) value zero.
       77  ws-field-id                       pic x(8) value spaces.
       77  ws-field-status                   pic x(4) value spaces.

      *> Table positions of the pending requests, in file order.
       01  ws-pending-table.
           05  ws-pending-req-idx            pic 9(3) value zero
                                             occurs 300 times.
       77  ws-pending-count                  pic 9(3) value zero.

       78  ws-requests-page-size             value 12.
       77  ws-requests-page-num              pic 9(3) value 1.
       77  ws-page-start                     pic 9(3) value zero.
       77  ws-display-idx                    pic 9(3) value zero.
       77  ws-pending-idx                    pic 9(3) value zero.

       01  ws-display-rows.
           05  ws-display-row                pic x(76) value spaces
                                             occurs 12 times.
       01  ws-requests-details.
           05  ws-requests-detail            pic x(76) value spaces
                                             occurs 2 times.

       77  ws-requests-header                pic x(76) value spaces.
       77  ws-requests-status-display        pic x(76) value spaces.

       77  ws-selected-row                   pic 9(3) value zero.
       77  ws-selected-req                   pic 9(3) value zero.

       77  ws-url-check-status               pic 9 value zero.
           88  ws-url-check-reachable        value 1.
           88  ws-url-check-unreachable      value 2.
       77  ws-add-feed-status                pic 9 value zero.
       77  ws-decision-reason                pic x(128) value spaces.
       77  ws-decision-operator              pic x(32) value spaces.

      *> Audit-trail hand-off fields - see rss-audit.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       linkage section.

       screen section.

       copy "./screens/rss_feed_requests_screen.cpy".
       copy "./screens/blank_screen.cpy".

       procedure division.
       set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       set environment 'COB_SCREEN_ESC'        TO 'Y'.

       main-procedure.

      *> Deciding a request adds to the shared list - an admin
      *> action, same as adding a feed directly.
           if function rss-operator-role not = "admin" then
               call "logger" using function concatenate(
                   "WARN|Operator without the admin role tried to ",
                   "open the subscription request queue.")
               end-call
               display
                   "Your operator role does not allow deciding "
                   "subscription requests - ask a shared-store "
                   "admin (see feeds/operators.dat). Press ENTER."
               end-display
               accept ws-role-denied-answer
               goback
           end-if

      *> Resolve the configured color theme before anything draws.
           call "rss-theme-loader" using ws-theme-colors
           end-call

           move function resolve-data-path("feeds/feed_requests.dat")
               to ws-feed-request-file-name
           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name

           call "logger" using "Opening subscription request queue."

           perform load-feed-requests
           perform set-requests-display

           move 0 to ws-cursor-line, ws-cursor-col

           perform until ws-exit-true

               move spaces to ws-crt-status

               display s-blank-screen
               accept s-rss-feed-requests-screen

               evaluate true

                   when ws-crt-status = COB-SCR-F3
                       perform check-selected-request

                   when ws-crt-status = COB-SCR-F5
                       perform approve-selected-request

                   when ws-crt-status = COB-SCR-F6
                       perform reject-selected-request

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                   and ws-requests-page-num * ws-requests-page-size
                       < ws-pending-count
                       add 1 to ws-requests-page-num
                       perform set-requests-display

                   when ws-crt-status = COB-SCR-PAGE-UP
                   and ws-requests-page-num > 1
                       subtract 1 from ws-requests-page-num
                       perform set-requests-display

                   when ws-crt-status = COB-SCR-ESC
                       set ws-exit-true to true

               end-evaluate

           end-perform

           display s-blank-screen
           goback.


       load-feed-requests.

           move zero to ws-request-count
           set ws-not-eof to true

           open input fd-feed-request-file
               perform until ws-eof
                   or ws-request-count >= ws-max-requests

                   read fd-feed-request-file into ws-feed-request-line
                       at end set ws-eof to true
                   not at end
                       perform parse-one-request
                   end-read

               end-perform
           close fd-feed-request-file

           exit paragraph.


       parse-one-request.

           if ws-feed-request-line = spaces then
               exit paragraph
           end-if

           add 1 to ws-request-count
           move ws-request-count to ws-request-idx
           move spaces to ws-field-id ws-field-status

           unstring ws-feed-request-line delimited by "|"
               into ws-field-id ws-field-status
                    ws-req-by(ws-request-idx)
                    ws-req-stamp(ws-request-idx)
                    ws-req-url(ws-request-idx)
                    ws-req-category(ws-request-idx)
                    ws-req-justification(ws-request-idx)
                    ws-req-decided-by(ws-request-idx)
                    ws-req-decided-stamp(ws-request-idx)
                    ws-req-reason(ws-request-idx)
           end-unstring

           if function trim(ws-field-id) is not numeric then
               subtract 1 from ws-request-count
               exit paragraph
           end-if

           move function numval(ws-field-id)
               to ws-req-id(ws-request-idx)
           move ws-field-status(1:1) to ws-req-status(ws-request-idx)

           exit paragraph.


       set-requests-display.

           move spaces to ws-display-rows
           move zero to ws-pending-count

           perform varying ws-request-idx from 1 by 1
               until ws-request-idx > ws-request-count
               if ws-req-status(ws-request-idx) = "P" then
                   add 1 to ws-pending-count
                   move ws-request-idx
                       to ws-pending-req-idx(ws-pending-count)
               end-if
           end-perform

      *> A decision can empty the last page - step back onto one
      *> that still has rows.
           perform until ws-requests-page-num = 1
               or (ws-requests-page-num - 1) * ws-requests-page-size
                   < ws-pending-count
               subtract 1 from ws-requests-page-num
           end-perform

           compute ws-page-start =
               (ws-requests-page-num - 1) * ws-requests-page-size

           perform varying ws-display-idx from 1 by 1
               until ws-display-idx > ws-requests-page-size
               or ws-page-start + ws-display-idx > ws-pending-count

               compute ws-pending-idx = ws-page-start + ws-display-idx
               move ws-pending-req-idx(ws-pending-idx)
                   to ws-request-idx

               move function concatenate(
                   "#", ws-req-id(ws-request-idx), " ",
                   ws-req-stamp(ws-request-idx)(1:4), "-",
                   ws-req-stamp(ws-request-idx)(5:2), "-",
                   ws-req-stamp(ws-request-idx)(7:2), " ",
                   function trim(ws-req-by(ws-request-idx)), " [",
                   function trim(ws-req-category(ws-request-idx)),
                   "] ", function trim(ws-req-url(ws-request-idx)))
                   to ws-display-row(ws-display-idx)

           end-perform

           if ws-pending-count = zero then
               move "No subscription requests are waiting."
                   to ws-requests-header
           else
               move function concatenate(
                   function trim(ws-pending-count),
                   " pending request(s) - put the cursor on one and ",
                   "choose an action")
                   to ws-requests-header
           end-if

           exit paragraph.


       select-request-on-cursor.

      *> 3 is the line offset of the first request row on screen.
           move zero to ws-selected-req ws-selected-row

           if ws-cursor-line > 3 then
               compute ws-selected-row = ws-cursor-line - 3
           end-if

           if ws-selected-row = zero
           or ws-selected-row > ws-requests-page-size
           or ws-page-start + ws-selected-row > ws-pending-count then
               move "Put the cursor on a request row first."
                   to ws-requests-status-display
               exit paragraph
           end-if

           compute ws-pending-idx = ws-page-start + ws-selected-row
           move ws-pending-req-idx(ws-pending-idx) to ws-selected-req

           move function concatenate(
               "Why: ",
               function trim(ws-req-justification(ws-selected-req)))
               to ws-requests-detail(1)
           move function concatenate(
               "URL: ", function trim(ws-req-url(ws-selected-req)))
               to ws-requests-detail(2)

           exit paragraph.


       check-selected-request.

           perform select-request-on-cursor
           if ws-selected-req = zero then
               exit paragraph
           end-if

           perform run-url-check

           if ws-url-check-unreachable then
               move function concatenate(
                   "Request #", ws-req-id(ws-selected-req),
                   ": that URL does not appear to be reachable.")
                   to ws-requests-status-display
           else
               move function concatenate(
                   "Request #", ws-req-id(ws-selected-req),
                   ": URL is reachable.")
                   to ws-requests-status-display
           end-if

           exit paragraph.


       run-url-check.

           display "Checking the requested URL...                "
               with blank line
               at 2101
           end-display

           move function check-feed-url(ws-req-url(ws-selected-req))
               to ws-url-check-status

           exit paragraph.


       approve-selected-request.

           perform select-request-on-cursor
           if ws-selected-req = zero then
               exit paragraph
           end-if

      *> The same validity check the add screen makes - an
      *> unreachable URL is not approved; reject it with a reason
      *> instead.
           perform run-url-check
           if ws-url-check-unreachable then
               move function concatenate(
                   "Request #", ws-req-id(ws-selected-req),
                   " not approved - the URL is not reachable.")
                   to ws-requests-status-display
               exit paragraph
           end-if

           display "Approval note (optional):                    "
               with blank line
               at 2101
           end-display
           move spaces to ws-decision-reason
           accept ws-decision-reason at 2201

           display "Downloading and parsing the requested feed...  "
               with blank line
               at 2101
           end-display

           move function rss-downloader(
               ws-req-url(ws-selected-req), 'Y')
               to ws-add-feed-status

           evaluate ws-add-feed-status
               when 1
                   perform apply-request-to-new-feed
                   move 'A' to ws-req-status(ws-selected-req)
                   perform record-decision
                   move "FEED-REQ-APPROVE" to ws-audit-op
                   perform audit-decision
                   move function concatenate(
                       "Request #", ws-req-id(ws-selected-req),
                       " approved - feed ", ws-audit-feed-id,
                       " added for ",
                       function trim(ws-req-by(ws-selected-req)))
                       to ws-requests-status-display
               when 6
                   move function concatenate(
                       "Request #", ws-req-id(ws-selected-req),
                       ": that URL is already subscribed - reject ",
                       "it with a reason.")
                       to ws-requests-status-display
               when other
                   move function concatenate(
                       "Request #", ws-req-id(ws-selected-req),
                       ": downloading and parsing failed, status ",
                       ws-add-feed-status, " - see the log.")
                       to ws-requests-status-display
           end-evaluate

           perform set-requests-display

           exit paragraph.


       apply-request-to-new-feed.

      *> Same governance fields the add screen captures, taken from
      *> the request - the requester owns the feed they asked for.
           move zero to ws-audit-feed-id
           move function trim(ws-req-url(ws-selected-req))
               to f-rss-link

           open i-o fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       move f-rss-feed-id to ws-audit-feed-id
                       move ws-req-by(ws-selected-req) to f-rss-owner
                       move ws-req-justification(ws-selected-req)
                           to f-rss-justification
                       if ws-req-category(ws-selected-req)
                       not = spaces then
                           move ws-req-category(ws-selected-req)
                               to f-rss-category
                       end-if
                       rewrite f-rss-list-record
                           invalid key
                               continue
                       end-rewrite
               end-read
           close fd-rss-list-file

           exit paragraph.


       reject-selected-request.

           perform select-request-on-cursor
           if ws-selected-req = zero then
               exit paragraph
           end-if

           display "Reason for rejecting (required):             "
               with blank line
               at 2101
           end-display
           move spaces to ws-decision-reason
           accept ws-decision-reason at 2201

           if ws-decision-reason = spaces then
               move "Not rejected - a reason is required."
                   to ws-requests-status-display
               exit paragraph
           end-if

           move 'R' to ws-req-status(ws-selected-req)
           perform record-decision
           move zero to ws-audit-feed-id
           move "FEED-REQ-REJECT" to ws-audit-op
           perform audit-decision

           move function concatenate(
               "Request #", ws-req-id(ws-selected-req),
               " rejected.")
               to ws-requests-status-display

           perform set-requests-display

           exit paragraph.


       record-decision.

           inspect ws-decision-reason replacing all "|" by "/"

           move function rss-operator-name to ws-decision-operator
           if ws-decision-operator = spaces then
               move "-" to ws-decision-operator
           end-if

           move ws-decision-operator
               to ws-req-decided-by(ws-selected-req)
           move function current-date(1:12)
               to ws-req-decided-stamp(ws-selected-req)
           move ws-decision-reason to ws-req-reason(ws-selected-req)

           perform rewrite-request-file

           exit paragraph.


       rewrite-request-file.

           open output fd-feed-request-file
               perform varying ws-request-idx from 1 by 1
                   until ws-request-idx > ws-request-count

                   move function concatenate(
                       ws-req-id(ws-request-idx), "|",
                       ws-req-status(ws-request-idx), "|",
                       function trim(ws-req-by(ws-request-idx)), "|",
                       ws-req-stamp(ws-request-idx), "|",
                       function trim(ws-req-url(ws-request-idx)), "|",
                       function trim(ws-req-category(ws-request-idx)),
                       "|", function trim(
                           ws-req-justification(ws-request-idx)), "|",
                       function trim(
                           ws-req-decided-by(ws-request-idx)), "|",
                       ws-req-decided-stamp(ws-request-idx), "|",
                       function trim(ws-req-reason(ws-request-idx)))
                       to ws-feed-request-line
                   write f-feed-request-line-raw
                       from ws-feed-request-line

               end-perform
           close fd-feed-request-file

           exit paragraph.


       audit-decision.

           move ws-req-url(ws-selected-req) to ws-audit-url
           move function concatenate(
               "request #", ws-req-id(ws-selected-req), " from ",
               function trim(ws-req-by(ws-selected-req)),
               "; reason: ", function trim(ws-decision-reason))
               to ws-audit-detail

           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           exit paragraph.

       end program rss-reader-feed-requests.
