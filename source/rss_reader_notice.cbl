      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: RSS Reader Team Notices - compose screen for the
      *          local:<name> feeds (see rss-local-synth). Shift
      *          notices, change freezes and known issues are
      *          written here with a title, body, optional link and
      *          optional expiry, kept in feeds/notices.dat, and
      *          the feed is refreshed at once so the notice shows
      *          in every operator's menu, timeline and digest. The
      *          notices still in force are listed below the form;
      *          withdrawing one expires it now. Posting to a local
      *          feed nobody has subscribed yet starts that feed,
      *          which is an admin action like adding any feed.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. rss-reader-notice.

       environment division.

       configuration section.

       repository.
           function rss-downloader
           function rss-epoch-minutes
           function rss-operator-role
           function rss-operator-name
           function rss-host-utc-offset
           function resolve-data-path.

       special-names.
           cursor is ws-cursor-position
           crt status is ws-crt-status.

       input-output section.
           file-control.
               select optional fd-notice-file
               assign to dynamic ws-notice-file-name
               organization is line sequential.

               select optional fd-notice-temp-file
               assign to dynamic ws-notice-temp-file-name
               organization is line sequential.

               copy "./copybooks/filecontrol/rss_list_file.cpy".

       data division.
       file section.
           FD fd-notice-file.
           01  f-notice-line-raw              pic x(1600).

           FD fd-notice-temp-file.
           01  f-notice-temp-line-raw         pic x(1600).

           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".

       working-storage section.

       copy "screenio.cpy".
       copy "./copybooks/wsrecord/ws-theme-record.cpy".
       copy "./copybooks/wsrecord/ws-notice-record.cpy".

       01  ws-cursor-position.
           05  ws-cursor-line                pic 99.
           05  ws-cursor-col                 pic 99.

       01  ws-crt-status.
           05  ws-key1                       pic x.
           05  ws-key2                       pic x.
           05  filler                        pic x.
           05  filler                        pic x.

       01  ws-accept-item                    pic x value space.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       01  ws-exit-sw                        pic a value 'N'.
           88  ws-exit-true                  value 'Y'.
           88  ws-exit-false                 value 'N'.

       77  ws-empty-line                     pic x(80) value spaces.

       77  ws-notice-file-name               pic x(256) value spaces.
       77  ws-notice-temp-file-name          pic x(256) value spaces.
       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-notice-line                    pic x(1600)
                                             value spaces.
       77  ws-rename-status                  pic s9(9) comp-5
                                             value zero.

      *> The compose form.
       77  ws-notice-feed-name               pic x(24) value spaces.
       77  ws-notice-expiry-date             pic x(10) value spaces.
       77  ws-notice-expiry-time             pic x(5) value spaces.
       77  ws-notice-title                   pic x(70) value spaces.
       77  ws-notice-link                    pic x(70) value spaces.
       01  ws-notice-body-lines.
           05  ws-notice-body-line           pic x(76) value spaces
                                             occurs 5 times.

       77  ws-notice-header                  pic x(76) value spaces.
       77  ws-active-header                  pic x(76) value spaces.
       77  ws-notice-status-display          pic x(76) value spaces.

      *> What a post is checked and stamped with.
       77  ws-local-url                      pic x(256) value spaces.
       77  ws-name-tally                     pic 9(3) value zero.
       77  ws-expiry-epoch                   pic 9(10) value zero.
       77  ws-expiry-local                   pic 9(10) value zero.
       77  ws-expiry-date8                   pic 9(8) value zero.
       77  ws-expiry-hh                      pic 99 value zero.
       77  ws-expiry-mi                      pic 99 value zero.
       77  ws-now-epoch-min                  pic 9(10) value zero.
       77  ws-current-date-time              pic x(21) value spaces.
       77  ws-feed-is-new-sw                 pic a value 'N'.
           88  ws-feed-is-new                value 'Y'.
           88  ws-feed-not-new               value 'N'.
       77  ws-download-status                pic 9 value zero.
       77  ws-operator-name                  pic x(32) value spaces.
       77  ws-confirm-answer                 pic x value space.

      *> Notices still in force across every local feed, in file
      *> (posting) order; shown newest first.
       78  ws-max-active                     value 200.
       01  ws-active-table.
           05  ws-active-notice occurs 200 times.
               10  ws-act-feed-name          pic x(32) value spaces.
               10  ws-act-guid               pic x(64) value spaces.
               10  ws-act-title              pic x(128) value spaces.
               10  ws-act-author             pic x(32) value spaces.
               10  ws-act-expiry-epoch       pic 9(10) value zero.
       77  ws-active-count                   pic 9(3) value zero.
       77  ws-active-idx                     pic 9(3) value zero.

       78  ws-notice-page-size               value 5.
       77  ws-notice-page-num                pic 9(3) value 1.
       77  ws-page-start                     pic 9(3) value zero.
       77  ws-display-idx                    pic 9(3) value zero.
       01  ws-display-rows.
           05  ws-display-row                pic x(76) value spaces
                                             occurs 5 times.

       77  ws-selected-row                   pic 9(3) value zero.
       77  ws-selected-notice                pic 9(3) value zero.
       77  ws-expiry-display                 pic x(16) value spaces.
       77  ws-expiry-days                    pic 9(9) value zero.
       77  ws-expiry-minutes                 pic 9(4) value zero.
       77  ws-withdrawn-count                pic 9(3) value zero.

      *> Audit-trail hand-off fields - see rss-audit.
       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-url                      pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       linkage section.

       screen section.

       copy "./screens/rss_notice_screen.cpy".
       copy "./screens/blank_screen.cpy".

       procedure division.
       set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
       set environment 'COB_SCREEN_ESC'        TO 'Y'.

       main-procedure.

      *> Resolve the configured color theme before anything draws.
           call "rss-theme-loader" using ws-theme-colors
           end-call

           move function resolve-data-path("feeds/notices.dat")
               to ws-notice-file-name
           move function resolve-data-path("feeds/notices.tmp")
               to ws-notice-temp-file-name
           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name

           call "logger" using "Opening team notice screen."

           move function concatenate(
               "Write a notice and press F2 to post it - it shows ",
               "as an item of feed local:<name>.")
               to ws-notice-header

           perform load-active-notices
           perform set-notice-display

           move 0 to ws-cursor-line, ws-cursor-col

           perform until ws-exit-true

               move spaces to ws-crt-status

               display s-blank-screen
               accept s-rss-notice-screen

               evaluate true

                   when ws-crt-status = COB-SCR-F2
                       perform post-notice

                   when ws-crt-status = COB-SCR-F4
                       perform withdraw-selected-notice

                   when ws-crt-status = COB-SCR-PAGE-DOWN
                   and ws-notice-page-num * ws-notice-page-size
                       < ws-active-count
                       add 1 to ws-notice-page-num
                       perform set-notice-display

                   when ws-crt-status = COB-SCR-PAGE-UP
                   and ws-notice-page-num > 1
                       subtract 1 from ws-notice-page-num
                       perform set-notice-display

                   when ws-crt-status = COB-SCR-ESC
                       set ws-exit-true to true

               end-evaluate

           end-perform

           display s-blank-screen
           goback.


       load-active-notices.

           move zero to ws-active-count
           move function rss-epoch-minutes to ws-now-epoch-min
           set ws-not-eof to true

           open input fd-notice-file
               perform until ws-eof
                   read fd-notice-file into ws-notice-line
                       at end set ws-eof to true
                   not at end
                       perform parse-notice-line
                       if ws-ntc-feed-name not = spaces
                       and (ws-ntc-expiry-epoch = zero
                           or ws-ntc-expiry-epoch > ws-now-epoch-min)
                       then
                           perform keep-active-notice
                       end-if
                   end-read
               end-perform
           close fd-notice-file

           exit paragraph.


       keep-active-notice.

      *> Past the cap the oldest notices fall off the list.
           if ws-active-count >= ws-max-active then
               perform varying ws-active-idx from 1 by 1
                   until ws-active-idx >= ws-max-active
                   move ws-active-notice(ws-active-idx + 1)
                       to ws-active-notice(ws-active-idx)
               end-perform
           else
               add 1 to ws-active-count
           end-if

           move ws-active-count to ws-active-idx
           move ws-ntc-feed-name to ws-act-feed-name(ws-active-idx)
           move ws-ntc-guid to ws-act-guid(ws-active-idx)
           move ws-ntc-title to ws-act-title(ws-active-idx)
           move ws-ntc-author to ws-act-author(ws-active-idx)
           move ws-ntc-expiry-epoch
               to ws-act-expiry-epoch(ws-active-idx)

           exit paragraph.


       parse-notice-line.

           initialize ws-notice-record

           unstring ws-notice-line delimited by "|"
               into ws-ntc-feed-name ws-ntc-guid ws-ntc-posted
                    ws-ntc-expiry-text ws-ntc-author ws-ntc-title
                    ws-ntc-link ws-ntc-body
           end-unstring

           if function trim(ws-ntc-expiry-text) is numeric then
               move function numval(ws-ntc-expiry-text)
                   to ws-ntc-expiry-epoch
           end-if

           exit paragraph.


       set-notice-display.

           move spaces to ws-display-rows

      *> A withdrawal can empty the last page - step back onto one
      *> that still has rows.
           perform until ws-notice-page-num = 1
               or (ws-notice-page-num - 1) * ws-notice-page-size
                   < ws-active-count
               subtract 1 from ws-notice-page-num
           end-perform

           compute ws-page-start =
               (ws-notice-page-num - 1) * ws-notice-page-size

           perform varying ws-display-idx from 1 by 1
               until ws-display-idx > ws-notice-page-size
               or ws-page-start + ws-display-idx > ws-active-count

               compute ws-active-idx = ws-active-count + 1
                   - (ws-page-start + ws-display-idx)
               perform set-expiry-display

               move function concatenate(
                   "[", function trim(ws-act-feed-name(ws-active-idx)),
                   "] ", function trim(ws-act-title(ws-active-idx)),
                   " - ", function trim(ws-act-author(ws-active-idx)),
                   ", ", function trim(ws-expiry-display))
                   to ws-display-row(ws-display-idx)

           end-perform

           if ws-active-count = zero then
               move "No notices are in force."
                   to ws-active-header
           else
               move function concatenate(
                   function trim(ws-active-count),
                   " notice(s) in force, newest first - cursor on ",
                   "one and F4 withdraws it")
                   to ws-active-header
           end-if

           exit paragraph.


       set-expiry-display.

           if ws-act-expiry-epoch(ws-active-idx) = zero then
               move "no expiry" to ws-expiry-display
               exit paragraph
           end-if

      *> Stored on the UTC clock; shown on the host's wall clock, the
      *> same clock the expiry was entered on.
           compute ws-expiry-local =
               ws-act-expiry-epoch(ws-active-idx)
               + function rss-host-utc-offset
           divide ws-expiry-local by 1440
               giving ws-expiry-days
               remainder ws-expiry-minutes
           end-divide
           move function date-of-integer(ws-expiry-days)
               to ws-expiry-date8
           divide ws-expiry-minutes by 60
               giving ws-expiry-hh
               remainder ws-expiry-mi
           end-divide

           move function concatenate(
               "until ", ws-expiry-date8(1:4), "-",
               ws-expiry-date8(5:2), "-", ws-expiry-date8(7:2), " ",
               ws-expiry-hh, ":", ws-expiry-mi)
               to ws-expiry-display

           exit paragraph.


       post-notice.

           move function lower-case(function trim(ws-notice-feed-name))
               to ws-notice-feed-name

           if ws-notice-feed-name = spaces
           or ws-notice-title = spaces then
               move "A notice needs a feed name and a title."
                   to ws-notice-status-display
               exit paragraph
           end-if

           move zero to ws-name-tally
           inspect function trim(ws-notice-feed-name)
               tallying ws-name-tally for all " " "|" ":"
           if ws-name-tally > zero then
               move function concatenate(
                   "The feed name is one word - no spaces, '|' or ",
                   "':'.")
                   to ws-notice-status-display
               exit paragraph
           end-if

           perform check-notice-expiry
           if ws-notice-status-display not = spaces then
               exit paragraph
           end-if

           move function concatenate(
               "local:", function trim(ws-notice-feed-name))
               to ws-local-url

      *> Starting a new local feed adds it to the shared list.
           perform find-local-feed
           if ws-feed-is-new
           and function rss-operator-role not = "admin" then
               move function concatenate(
                   "local:", function trim(ws-notice-feed-name),
                   " does not exist yet - only an admin can start ",
                   "a new notice feed.")
                   to ws-notice-status-display
               exit paragraph
           end-if

           perform append-notice-line

           display "Posting the notice and refreshing the feed...  "
               with blank line
               at 2101
           end-display

           if ws-feed-is-new then
               move function rss-downloader(ws-local-url, 'Y')
                   to ws-download-status
           else
               move function rss-downloader(ws-local-url, 'N')
                   to ws-download-status
           end-if

           perform find-local-feed

           move "NOTICE-POST" to ws-audit-op
           move ws-ntc-title to ws-audit-detail
           perform audit-notice

           if ws-download-status = 1 then
               move function concatenate(
                   "Notice posted to local:",
                   function trim(ws-notice-feed-name), " (feed ",
                   ws-audit-feed-id, ").")
                   to ws-notice-status-display
               move spaces to ws-notice-title ws-notice-link
               move spaces to ws-notice-expiry-date
               move spaces to ws-notice-expiry-time
               move spaces to ws-notice-body-lines
           else
               move function concatenate(
                   "Notice saved, but refreshing local:",
                   function trim(ws-notice-feed-name),
                   " failed (status ", ws-download-status,
                   ") - it shows at the next refresh.")
                   to ws-notice-status-display
           end-if

           perform load-active-notices
           perform set-notice-display

           exit paragraph.


       check-notice-expiry.

      *> Blank date = never expires; a date without a time lasts
      *> to the end of that day. Either way it must be in the future.
           move spaces to ws-notice-status-display
           move zero to ws-expiry-epoch

           if ws-notice-expiry-date = spaces then
               exit paragraph
           end-if

           if ws-notice-expiry-date(5:1) not = "-"
           or ws-notice-expiry-date(8:1) not = "-"
           or ws-notice-expiry-date(1:4) is not numeric
           or ws-notice-expiry-date(6:2) is not numeric
           or ws-notice-expiry-date(9:2) is not numeric then
               move "Expiry date must be YYYY-MM-DD (or blank)."
                   to ws-notice-status-display
               exit paragraph
           end-if

           move function concatenate(
               ws-notice-expiry-date(1:4), ws-notice-expiry-date(6:2),
               ws-notice-expiry-date(9:2))
               to ws-expiry-date8

           if function test-date-yyyymmdd(ws-expiry-date8) not = zero
           then
               move "That expiry date is not a calendar date."
                   to ws-notice-status-display
               exit paragraph
           end-if

           if ws-notice-expiry-time = spaces then
               move 23 to ws-expiry-hh
               move 59 to ws-expiry-mi
           else
               if ws-notice-expiry-time(3:1) not = ":"
               or ws-notice-expiry-time(1:2) is not numeric
               or ws-notice-expiry-time(4:2) is not numeric then
                   move "Expiry time must be HH:MM (or blank)."
                       to ws-notice-status-display
                   exit paragraph
               end-if
               move ws-notice-expiry-time(1:2) to ws-expiry-hh
               move ws-notice-expiry-time(4:2) to ws-expiry-mi
               if ws-expiry-hh > 23 or ws-expiry-mi > 59 then
                   move "Expiry time must be HH:MM (or blank)."
                       to ws-notice-status-display
                   exit paragraph
               end-if
           end-if

      *> Entered on the host's wall clock; stored on the UTC clock
      *> rss-epoch-minutes keeps.
           compute ws-expiry-epoch =
               function integer-of-date(ws-expiry-date8) * 1440
               + ws-expiry-hh * 60 + ws-expiry-mi
               - function rss-host-utc-offset

           if ws-expiry-epoch <= function rss-epoch-minutes then
               move "That expiry has already passed."
                   to ws-notice-status-display
           end-if

           exit paragraph.


       find-local-feed.

           set ws-feed-is-new to true
           move zero to ws-audit-feed-id
           move ws-local-url to f-rss-link

           open input fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       set ws-feed-not-new to true
                       move f-rss-feed-id to ws-audit-feed-id
               end-read
           close fd-rss-list-file

           exit paragraph.


       append-notice-line.

           move function current-date to ws-current-date-time

           initialize ws-notice-record
           move ws-notice-feed-name to ws-ntc-feed-name
           move function concatenate(
               "notice-", function trim(ws-notice-feed-name), "-",
               ws-current-date-time(1:16))
               to ws-ntc-guid

      *> iso-8601 with the local offset, so the pub date decodes to
      *> the same instant everywhere.
           if ws-current-date-time(17:1) = "+" or "-" then
               move function concatenate(
                   ws-current-date-time(1:4), "-",
                   ws-current-date-time(5:2), "-",
                   ws-current-date-time(7:2), "T",
                   ws-current-date-time(9:2), ":",
                   ws-current-date-time(11:2), ":",
                   ws-current-date-time(13:2),
                   ws-current-date-time(17:5))
                   to ws-ntc-posted
           else
               move function concatenate(
                   ws-current-date-time(1:4), "-",
                   ws-current-date-time(5:2), "-",
                   ws-current-date-time(7:2), "T",
                   ws-current-date-time(9:2), ":",
                   ws-current-date-time(11:2), ":",
                   ws-current-date-time(13:2))
                   to ws-ntc-posted
           end-if

           move ws-expiry-epoch to ws-ntc-expiry-epoch

           move function rss-operator-name to ws-operator-name
           if ws-operator-name = spaces then
               move "-" to ws-operator-name
           end-if
           move ws-operator-name to ws-ntc-author

           move ws-notice-title to ws-ntc-title
           move ws-notice-link to ws-ntc-link
           move function concatenate(
               function trim(ws-notice-body-line(1)), " ",
               function trim(ws-notice-body-line(2)), " ",
               function trim(ws-notice-body-line(3)), " ",
               function trim(ws-notice-body-line(4)), " ",
               function trim(ws-notice-body-line(5)))
               to ws-ntc-body
           move function trim(ws-ntc-body) to ws-ntc-body

           inspect ws-ntc-title replacing all "|" by "/"
           inspect ws-ntc-link replacing all "|" by "/"
           inspect ws-ntc-body replacing all "|" by "/"

           perform build-notice-line

           open extend fd-notice-file
               write f-notice-line-raw from ws-notice-line
           close fd-notice-file

           exit paragraph.


       build-notice-line.

           move function concatenate(
               function trim(ws-ntc-feed-name), "|",
               function trim(ws-ntc-guid), "|",
               function trim(ws-ntc-posted), "|",
               ws-ntc-expiry-epoch, "|",
               function trim(ws-ntc-author), "|",
               function trim(ws-ntc-title), "|",
               function trim(ws-ntc-link), "|",
               function trim(ws-ntc-body))
               to ws-notice-line

           exit paragraph.


       withdraw-selected-notice.

      *> 13 is the line offset of the first notice row on screen.
           move zero to ws-selected-notice ws-selected-row

           if ws-cursor-line > 13 then
               compute ws-selected-row = ws-cursor-line - 13
           end-if

           if ws-selected-row = zero
           or ws-selected-row > ws-notice-page-size
           or ws-page-start + ws-selected-row > ws-active-count then
               move "Put the cursor on a notice row first."
                   to ws-notice-status-display
               exit paragraph
           end-if

           compute ws-selected-notice = ws-active-count + 1
               - (ws-page-start + ws-selected-row)

      *> The author withdraws their own notice; an admin any.
           move function rss-operator-name to ws-operator-name
           if ws-operator-name = spaces then
               move "-" to ws-operator-name
           end-if
           if ws-operator-name
               not = ws-act-author(ws-selected-notice)
           and function rss-operator-role not = "admin" then
               move function concatenate(
                   "Only ",
                   function trim(ws-act-author(ws-selected-notice)),
                   " or an admin can withdraw that notice.")
                   to ws-notice-status-display
               exit paragraph
           end-if

           display "Withdraw this notice now? (Y/N):             "
               with blank line
               at 2101
           end-display
           move space to ws-confirm-answer
           accept ws-confirm-answer at 2135

           if ws-confirm-answer not = "Y" and "y" then
               move "Notice not withdrawn."
                   to ws-notice-status-display
               exit paragraph
           end-if

           perform expire-notice-now

           if ws-withdrawn-count = zero then
               move "That notice was not found - nothing withdrawn."
                   to ws-notice-status-display
               exit paragraph
           end-if

           move function concatenate(
               "local:",
               function trim(ws-act-feed-name(ws-selected-notice)))
               to ws-local-url

           display "Withdrawing the notice and refreshing the feed..."
               with blank line
               at 2101
           end-display

           move function rss-downloader(ws-local-url, 'N')
               to ws-download-status

           perform find-local-feed

           move "NOTICE-WITHDRAW" to ws-audit-op
           move ws-act-title(ws-selected-notice) to ws-audit-detail
           perform audit-notice

           if ws-download-status = 1 then
               move function concatenate(
                   "Notice withdrawn from ",
                   function trim(ws-local-url), ".")
                   to ws-notice-status-display
           else
               move function concatenate(
                   "Notice withdrawn, but refreshing ",
                   function trim(ws-local-url), " failed (status ",
                   ws-download-status,
                   ") - it drops at the next refresh.")
                   to ws-notice-status-display
           end-if

           perform load-active-notices
           perform set-notice-display

           exit paragraph.


       expire-notice-now.

      *> Copy the store through a temp file with this notice's
      *> expiry set to now, then swap it in.
           move zero to ws-withdrawn-count
           move function rss-epoch-minutes to ws-now-epoch-min
           set ws-not-eof to true

           open input fd-notice-file
           open output fd-notice-temp-file
               perform until ws-eof
                   read fd-notice-file into ws-notice-line
                       at end set ws-eof to true
                   not at end
                       perform parse-notice-line
                       if ws-ntc-guid
                           = ws-act-guid(ws-selected-notice)
                       and ws-ntc-feed-name
                           = ws-act-feed-name(ws-selected-notice)
                       then
                           move ws-now-epoch-min
                               to ws-ntc-expiry-epoch
                           perform build-notice-line
                           add 1 to ws-withdrawn-count
                       end-if
                       write f-notice-temp-line-raw
                           from ws-notice-line
                   end-read
               end-perform
           close fd-notice-temp-file
           close fd-notice-file

           if ws-withdrawn-count > zero then
               call "CBL_RENAME_FILE" using
                   ws-notice-temp-file-name ws-notice-file-name
                   returning ws-rename-status
               end-call
           end-if

           exit paragraph.


       audit-notice.

           move ws-local-url to ws-audit-url

           call "rss-audit" using
               ws-audit-op ws-audit-feed-id ws-audit-url
               ws-audit-detail
           end-call

           exit paragraph.

       end program rss-reader-notice.
