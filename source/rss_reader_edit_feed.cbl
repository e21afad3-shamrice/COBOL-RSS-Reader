       configuration section.

       repository.
           function rss-category-interval
           function resolve-data-path.

       special-names.
       01  ws-edit-upstream-note             pic x(78) value spaces.
       01  ws-edit-ttl-disp                  pic z(4)9.

      *> Read-only note with the publisher's copyright / rights text
      *> and the redistribution override set with F5.
       01  ws-edit-rights-note               pic x(78) value spaces.

      *> Read-only notes showing, value by value, what the feed
      *> inherits from its category's defaults (feeds/categories.dat)
      *> and what it sets - or overrides - itself.
       01  ws-edit-category-note-1           pic x(78) value spaces.
       01  ws-edit-category-note-2           pic x(78) value spaces.

       copy "./copybooks/wsrecord/ws-category-record.cpy".
       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.
       77  ws-cat-own-disp                   pic z(5)9.
       77  ws-cat-inh-disp                   pic z(5)9.
       77  ws-note-interval                  pic x(40) value spaces.
       77  ws-note-weight                    pic x(40) value spaces.
       77  ws-note-owner                     pic x(80) value spaces.
       77  ws-note-keep                      pic x(40) value spaces.
       77  ws-note-review                    pic x(40) value spaces.

       01  ws-exit-sw                        pic a value 'N'.
           88  ws-exit-true                  value 'Y'.
           88  ws-exit-false                 value 'N'.

       77  ws-title-answer                   pic x value space.

      *> Redistribution override entry (F5).
       77  ws-redist-input                   pic x value space.
       77  ws-redist-label                   pic x(24) value spaces.

      *> Per-feed pre-parse filter entry (F10).
       77  ws-filter-cmd-input               pic x(128) value spaces.

       77  ws-gov-review-input               pic x(10) value spaces.
       77  ws-gov-digits                     pic x(8) value spaces.

      *> 'R' at the review prompt: reviewed today, next review one
      *> category review cycle from now.
       01  ws-gov-today.
           05  ws-gov-today-yyyy             pic 9(4) value zero.
           05  ws-gov-today-mm               pic 9(2) value zero.
           05  ws-gov-today-dd               pic 9(2) value zero.
       77  ws-gov-month-count                pic 9(6) value zero.
       77  ws-gov-next-yyyy                  pic 9(4) value zero.
       77  ws-gov-next-mm                    pic 9(2) value zero.
       77  ws-gov-next-dd                    pic 9(2) value zero.
       77  ws-gov-next-date                  pic 9(8) value zero.
       01  ws-gov-cycle-sw                   pic a value 'Y'.
           88  ws-gov-cycle-ok               value 'Y'.
           88  ws-gov-no-cycle               value 'N'.

      *> Standby (mirror) URL entry (F11) - see rss-feed-standby.
       77  ws-standby-op                     pic x value 'G'.
       77  ws-standby-status                 pic 9 value zero.
       copy "./copybooks/wsrecord/ws-standby-record.cpy".
       77  ws-standby-input                  pic x(256) value spaces.

       linkage section.

       01  l-rss-feed-id                     pic 9(5).
                       perform save-edited-feed
                       set ws-exit-true to true

                   when ws-crt-status = COB-SCR-F5
                       perform set-feed-redistribution

                   when ws-crt-status = COB-SCR-F6
                       perform set-feed-credentials

                   when ws-crt-status = COB-SCR-F10
                       perform set-feed-filter-cmd

                   when ws-crt-status = COB-SCR-F11
                       perform set-feed-standby-url

                   when ws-crt-status = COB-SCR-F12
                       perform edit-governance-fields

           exit paragraph.


       set-feed-redistribution.

      *> F5 - what may be republished from this feed (feed
      *> publisher, static site, maildir export, EPUB bundle):
      *> A - full text, L - title and link only, N - never,
      *> D - back to the shop's "redistribution" default.
           display "Redistribution A=allowed L=link N=never D=default"
               with blank line
               at 2101
           end-display
           move space to ws-redist-input
           accept ws-redist-input at 2152

           move function upper-case(ws-redist-input)
               to ws-redist-input
           if ws-redist-input not = 'A' and not = 'L'
           and not = 'N' and not = 'D' then
               display "Redistribution setting unchanged.            "
                   with blank line
                   at 2101
               end-display
               exit paragraph
           end-if
           if ws-redist-input = 'D' then
               move space to ws-redist-input
           end-if

           open i-o fd-rss-list-file

               read fd-rss-list-file into ws-rss-list-record
               key is f-rss-feed-id
                   invalid key
                       close fd-rss-list-file
                       exit paragraph
               end-read

               move ws-redist-input to f-rss-redistribution

               rewrite f-rss-list-record
                   invalid key
                       call "logger" using function concatenate(
                           "Set redistribution: rewrite failed for ",
                           "feed id: ", f-rss-feed-id)
                       end-call
                   not invalid key
                       move ws-redist-input to ws-rss-redistribution
                       perform build-rights-note
                       move "EDIT-FEED" to ws-audit-op
                       move function concatenate(
                           "redistribution set: ",
                           function trim(ws-redist-label))
                           to ws-audit-detail
                       call "rss-audit" using
                           ws-audit-op f-rss-feed-id f-rss-link
                           ws-audit-detail
                       end-call
               end-rewrite

           close fd-rss-list-file

           display function concatenate(
               "Redistribution: ", ws-redist-label)
               with blank line
               at 2101
           end-display

           exit paragraph.


       build-category-note.

           move spaces to ws-edit-category-note-1
               ws-edit-category-note-2

           move zero to ws-cat-status
           if ws-rss-category not = spaces then
               move ws-rss-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
           end-if

           if ws-cat-status not = 1 then
               move "No category defaults apply - every setting is "
                   & "the feed's own."
                   to ws-edit-category-note-1
               exit paragraph
           end-if

      *> Refresh interval.
           move ws-rss-refresh-minutes to ws-cat-own-disp
           move ws-cat-refresh-minutes to ws-cat-inh-disp
           evaluate true
               when ws-rss-refresh-minutes > zero
               and ws-cat-refresh-minutes > zero
                   move function concatenate(
                       "Interval ", function trim(ws-cat-own-disp),
                       " min (overrides ",
                       function trim(ws-cat-inh-disp), ")")
                       to ws-note-interval
               when ws-rss-refresh-minutes > zero
                   move function concatenate(
                       "Interval ", function trim(ws-cat-own-disp),
                       " min (own)")
                       to ws-note-interval
               when ws-cat-refresh-minutes > zero
                   move function concatenate(
                       "Interval ", function trim(ws-cat-inh-disp),
                       " min (inherited)")
                       to ws-note-interval
               when other
                   move "Interval: every refresh (own)"
                       to ws-note-interval
           end-evaluate

      *> Base weight.
           move ws-rss-base-weight to ws-cat-own-disp
           move ws-cat-base-weight to ws-cat-inh-disp
           evaluate true
               when ws-rss-base-weight > zero
               and ws-cat-base-weight > zero
                   move function concatenate(
                       "Weight ", function trim(ws-cat-own-disp),
                       " (overrides ",
                       function trim(ws-cat-inh-disp), ")")
                       to ws-note-weight
               when ws-rss-base-weight > zero
                   move function concatenate(
                       "Weight ", function trim(ws-cat-own-disp),
                       " (own)")
                       to ws-note-weight
               when ws-cat-base-weight > zero
                   move function concatenate(
                       "Weight ", function trim(ws-cat-inh-disp),
                       " (inherited)")
                       to ws-note-weight
               when other
                   move "Weight 0 (own)" to ws-note-weight
           end-evaluate

      *> Owner.
           evaluate true
               when ws-rss-owner not = spaces
               and ws-cat-owner not = spaces
               and ws-rss-owner not = ws-cat-owner
                   move function concatenate(
                       "Owner ", function trim(ws-rss-owner),
                       " (overrides ", function trim(ws-cat-owner),
                       ")")
                       to ws-note-owner
               when ws-rss-owner not = spaces
                   move function concatenate(
                       "Owner ", function trim(ws-rss-owner),
                       " (own)")
                       to ws-note-owner
               when ws-cat-owner not = spaces
                   move function concatenate(
                       "Owner ", function trim(ws-cat-owner),
                       " (inherited)")
                       to ws-note-owner
               when other
                   move "No owner" to ws-note-owner
           end-evaluate

      *> Retention and review cycle have no per-feed setting.
           if ws-cat-retention > zero then
               move ws-cat-retention to ws-cat-inh-disp
               move function concatenate(
                   "Keep ", function trim(ws-cat-inh-disp),
                   " items (inherited)")
                   to ws-note-keep
           else
               move "Keep per maxitems" to ws-note-keep
           end-if

           if ws-cat-review-months > zero then
               move ws-cat-review-months to ws-cat-inh-disp
               move function concatenate(
                   "Review every ", function trim(ws-cat-inh-disp),
                   " mo (inherited)")
                   to ws-note-review
           else
               move "No review cycle" to ws-note-review
           end-if

           move function concatenate(
               "Category ", function trim(ws-cat-name), ": ",
               function trim(ws-note-interval), "; ",
               function trim(ws-note-weight))
               to ws-edit-category-note-1
           move function concatenate(
               function trim(ws-note-owner), "; ",
               function trim(ws-note-keep), "; ",
               function trim(ws-note-review))
               to ws-edit-category-note-2

           exit paragraph.


       build-rights-note.

           evaluate ws-rss-redistribution
               when 'A'
                   move "allowed" to ws-redist-label
               when 'L'
                   move "link only" to ws-redist-label
               when 'N'
                   move "never" to ws-redist-label
               when other
                   move "shop default" to ws-redist-label
           end-evaluate

           if ws-rss-rights = spaces then
               move function concatenate(
                   "Redistribution (F5): ", function trim(
                   ws-redist-label), " - publisher states no rights")
                   to ws-edit-rights-note
           else
               move function concatenate(
                   "Redistribution (F5): ", function trim(
                   ws-redist-label), " - rights: ",
                   function trim(ws-rss-rights))
                   to ws-edit-rights-note
           end-if

           exit paragraph.


       set-feed-credentials.

      *> Stores (or clears, on blank username) basic-auth
                   not invalid key
                       move ws-edit-base-weight
                           to f-rss-base-weight
                       move ws-edit-base-weight
                           to ws-rss-base-weight
                       rewrite f-rss-list-record
                           invalid key
                               continue
               end-read
           close fd-rss-list-file

           perform build-category-note

           display "Base weight saved. Applies at next refresh.  "
               with blank line
               at 2101
                       move ws-rss-category
                           to ws-edit-category
                       perform build-upstream-schedule-note
                       perform build-rights-note
                       perform build-category-note

               end-read
           close fd-rss-list-file

           if ws-rss-ttl-minutes > zero then
               move ws-rss-ttl-minutes to ws-edit-ttl-disp
               if ws-rss-ttl-minutes > function rss-category-interval(
                   ws-rss-category, ws-rss-refresh-minutes) then
                   move function concatenate(
                       "Publisher ttl ",
                       function trim(ws-edit-ttl-disp),
           exit paragraph.


       set-feed-standby-url.

      *> F11 - a second location the publisher serves this same
      *> feed from (CDN copy, mirror site). rss-downloader falls
      *> over to it when the feed's own URL runs out of retries,
      *> and back once that answers again. Blank keeps the stored
      *> value; '-' removes it.
           initialize ws-standby-record
           move l-rss-feed-id to ws-standby-feed-id
           move 'G' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

           if ws-standby-status = 1 then
               display function concatenate(
                   "Standby now: ", ws-standby-url(1:66))
                   with blank line
                   at 2201
               end-display
           else
               display "No standby URL stored for this feed."
                   with blank line
                   at 2201
               end-display
           end-if

           display "Standby URL (blank keeps, '-' removes):      "
               with blank line
               at 2101
           end-display
           move spaces to ws-standby-input
           accept ws-standby-input at 2146

           display ws-empty-line at 2201

           if ws-standby-input = spaces then
               exit paragraph
           end-if

           if function trim(ws-standby-input) = "-" then
               move spaces to ws-standby-url
           else
               if function lower-case(ws-standby-input(1:4))
                   not = "http" then
                   display "Standby URL must be an http(s) URL.  "
                       with blank line
                       at 2101
                   end-display
                   exit paragraph
               end-if
               move function trim(ws-standby-input) to ws-standby-url
           end-if

           move l-rss-feed-id to ws-standby-feed-id
           move 'S' to ws-standby-op
           call "rss-feed-standby" using
               ws-standby-op ws-standby-record ws-standby-status
           end-call
           cancel "rss-feed-standby"

           if ws-standby-status = 3 then
               display "Standby list is full - URL not stored.       "
                   with blank line
                   at 2101
               end-display
               exit paragraph
           end-if

           move "EDIT-FEED" to ws-audit-op
           if ws-standby-url = spaces then
               move "standby URL removed" to ws-audit-detail
           else
               move function concatenate(
                   "standby URL set: ", function trim(ws-standby-url))
                   to ws-audit-detail
           end-if
           call "rss-audit" using
               ws-audit-op l-rss-feed-id ws-rss-link ws-audit-detail
           end-call

           if ws-standby-url = spaces then
               display "Standby URL removed.                         "
                   with blank line
                   at 2101
               end-display
           else
               display "Standby URL stored for this feed.            "
                   with blank line
                   at 2101
               end-display
           end-if

           exit paragraph.


       edit-governance-fields.

      *> F12 - subscription governance: owner, one-line
               end-if

               display
                   "Next review (YYYY-MM-DD, R=reviewed now, blank "
                   "keeps, '-' clears): "
                   with blank line
                   at 2101
               end-display
               move spaces to ws-gov-review-input
               accept ws-gov-review-input at 2168

               set ws-gov-cycle-ok to true
               if function upper-case(function trim(
                   ws-gov-review-input)) = "R" then
                   perform set-review-from-cycle
                   move spaces to ws-gov-review-input
               end-if

               if function trim(ws-gov-review-input) = "-" then
                   move zero to ws-rss-review-date

           close fd-rss-list-file

           perform build-category-note

           if ws-gov-no-cycle then
               display
                   "Governance fields updated. No category review "
                   "cycle - review date kept."
                   with blank line
                   at 2101
               end-display
           else
               display "Governance fields updated.                   "
                   with blank line
                   at 2101
               end-display
           end-if

           exit paragraph.


       set-review-from-cycle.

      *> Next review = today plus the category's review cycle, with
      *> the day pulled back where the target month is shorter.
           move zero to ws-cat-status
           if ws-rss-category not = spaces then
               move ws-rss-category to ws-cat-name
               call "rss-category-defaults" using
                   ws-cat-op ws-cat-idx ws-category-record
                   ws-cat-status
               end-call
           end-if

           if ws-cat-status not = 1
           or ws-cat-review-months = zero then
               set ws-gov-no-cycle to true
               exit paragraph
           end-if

           move function current-date(1:8) to ws-gov-today
           compute ws-gov-month-count =
               ws-gov-today-yyyy * 12 + ws-gov-today-mm - 1
               + ws-cat-review-months
           compute ws-gov-next-yyyy = ws-gov-month-count / 12
           compute ws-gov-next-mm =
               function mod(ws-gov-month-count, 12) + 1
           move ws-gov-today-dd to ws-gov-next-dd

           compute ws-gov-next-date = ws-gov-next-yyyy * 10000
               + ws-gov-next-mm * 100 + ws-gov-next-dd
           perform until function test-date-yyyymmdd(
               ws-gov-next-date) = zero
               subtract 1 from ws-gov-next-dd
               compute ws-gov-next-date = ws-gov-next-yyyy * 10000
                   + ws-gov-next-mm * 100 + ws-gov-next-dd
           end-perform

           move ws-gov-next-date to ws-rss-review-date

           exit paragraph.

