
       01  ws-add-feed-status                pic 9 value zero.

      *> Backfill on add - see rss-backfill.
       77  ws-backfill-op                    pic x value 'A'.
       77  ws-backfill-feed-id               pic 9(5) value zero.
       77  ws-backfill-feed-url              pic x(256) value spaces.
       77  ws-backfill-pages                 pic 9(3) value zero.
       77  ws-backfill-pages-fetched         pic 9(5) value zero.
       77  ws-backfill-items-added           pic 9(6) value zero.
       77  ws-backfill-status                pic 9 value zero.
       77  ws-backfill-items-disp            pic z(5)9.
       77  ws-backfill-pages-disp            pic z(4)9.

       01  ws-url-check-status               pic 9 value zero.
           88  ws-url-check-reachable        value 1.
           88  ws-url-check-unreachable      value 2.

       77  ws-role-denied-answer             pic x value space.

      *> Subscription request queue - see rss-feed-request. Readers
      *> submit a request instead of adding; admins see how many are
      *> waiting and open the queue with F4.
       77  ws-request-op                     pic x value space.
       77  ws-request-url                    pic x(256) value spaces.
       77  ws-request-category               pic x(32) value spaces.
       77  ws-request-justification          pic x(128) value spaces.
       77  ws-request-pending-count          pic 9(5) value zero.
       77  ws-request-status                 pic 9 value zero.
       77  ws-add-feed-notice                pic x(78) value spaces.

      *> Subscription governance capture (owner, justification,
      *> next review date) - written onto the new list record
      *> right after a successful subscribe.
       main-procedure.

      *> Adding a feed changes the shared list - an admin action.
      *> Anyone else may put in a request for an admin to decide.
           if function rss-operator-role not = "admin" then
               call "logger" using function concatenate(
                   "WARN|Operator without the admin role tried to ",
                   "add a feed.")
               end-call
               perform submit-subscription-request
               goback
           end-if


           move "Add Feed Status" to ws-msg-title

           perform set-pending-request-notice

           perform handle-user-input

           display s-blank-screen 
                   when ws-crt-status = COB-SCR-F2
                       perform set-feed-credentials

                   when ws-crt-status = COB-SCR-F4
                       call "rss-reader-feed-requests"
                       cancel "rss-reader-feed-requests"
                       perform set-pending-request-notice

                   when ws-crt-status = COB-SCR-ESC
                       set ws-exit-true to true

           exit paragraph.


       set-pending-request-notice.

           move 'C' to ws-request-op
           call "rss-feed-request" using
               ws-request-op ws-request-url ws-request-category
               ws-request-justification ws-request-pending-count
               ws-request-status
           end-call
           cancel "rss-feed-request"

           if ws-request-pending-count = zero then
               move "F2 Feed login   F4 Subscription requests"
                   to ws-add-feed-notice
           else
               move function concatenate(
                   "F2 Feed login   F4 Subscription requests (",
                   function trim(ws-request-pending-count),
                   " waiting)")
                   to ws-add-feed-notice
           end-if

           exit paragraph.


       submit-subscription-request.

           display
               "Your operator role does not allow adding feeds "
               "directly. Submit a request for a shared-store admin "
               "to approve? (Y/N) "
           end-display
           accept ws-role-denied-answer

           if function upper-case(ws-role-denied-answer) not = "Y"
           then
               exit paragraph
           end-if

           move spaces to ws-request-url ws-request-category
           move spaces to ws-request-justification

           display "Feed URL:"
           accept ws-request-url
           display "Category (blank for none):"
           accept ws-request-category
           display "Why is this feed needed (one line)?"
           accept ws-request-justification

           move 'S' to ws-request-op
           call "rss-feed-request" using
               ws-request-op ws-request-url ws-request-category
               ws-request-justification ws-request-pending-count
               ws-request-status
           end-call
           cancel "rss-feed-request"

           evaluate ws-request-status
               when 1
                   display
                       "Request submitted - an admin will approve or "
                       "reject it. Press ENTER."
                   end-display
               when 2
                   display
                       "That URL is already waiting for a decision. "
                       "Press ENTER."
                   end-display
               when other
                   display
                       "A URL and a justification are both needed - "
                       "nothing was submitted. Press ENTER."
                   end-display
           end-evaluate
           accept ws-role-denied-answer

           exit paragraph.


       preview-feed-before-subscribe.

           move "Fetching preview..." to ws-msg-body-text(1)
               move "New RSS feed added successfully."
                   to ws-msg-body-text(1)
               move spaces to ws-msg-body-text(2)
               move ws-rss-url to ws-backfill-feed-url
               perform backfill-added-feed
           else
               if ws-add-feed-status = 6 then
                   move function concatenate(
           exit paragraph.


       backfill-added-feed.

      *> With "backfill_pages" set, the new subscription starts
      *> with its archive history, not just the latest items.
           move zero to ws-backfill-feed-id ws-backfill-pages
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
               move function concatenate(
                   "Backfilled ",
                   function trim(ws-backfill-items-disp),
                   " older item(s) from ",
                   function trim(ws-backfill-pages-disp),
                   " archive page(s).")
                   to ws-msg-body-text(2)
           end-if

           exit paragraph.


       capture-governance-fields.

      *> Sixty feeds and nobody remembers why half were added - so
                   move "New RSS feed added successfully."
                       to ws-msg-body-text(1)
                   move spaces to ws-msg-body-text(2)
                   move ws-candidate-url(ws-discover-choice)
                       to ws-backfill-feed-url
                   perform backfill-added-feed
               when 6
                   move function concatenate(
                       "That feed URL is already in ",
