      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Backfills a subscription's history. A feed only
      *>          serves its latest items, but many publishers keep
      *>          the older ones reachable: RFC 5005 archived feeds
      *>          (<link rel="prev-archive">), paged feeds
      *>          (<link rel="next">), and WordPress, which pages
      *>          any feed with ?paged=N. Starting from the feed
      *>          document itself, each older page is fetched with
      *>          the configured download command and handed to
      *>          rss-parser in backfill mode - the normal parse
      *>          path - which stages the items not already on file
      *>          in the feed's merge carry store. A closing refresh
      *>          carries them into the record, where the retention
      *>          cap (maxitems, or the category's) applies as it
      *>          does to any item, and legal hold keeps everything.
      *>          The walk stops after the page depth - the caller's,
      *>          else "backfill_pages", else 10 - or at the first
      *>          page that adds nothing: all known, all dated before
      *>          "backfill_since" (YYYY-MM-DD), or the carry store
      *>          at the cap. Backfilled items arrive read.
      *>          Operations:
      *>          'C' - the --backfill command: one feed by id, or
      *>                every web feed when the id is zero, with a
      *>                progress report on the terminal;
      *>          'A' - a feed was just added (by url): runs only
      *>                when "backfill_pages" is set, and quietly -
      *>                the caller reports the counts.
      *> Tectonics:
      *>     ./build.sh
      *>*****************************************************************
       identification division.
       program-id. rss-backfill.

       environment division.

       configuration section.

       repository.
           function get-config
           function pipe-open
           function pipe-close
           function resolve-data-path
           function rss-parser
           function rss-downloader
           function rss-store-lock.

       input-output section.
           file-control.
               copy "./copybooks/filecontrol/rss_list_file.cpy".

               select optional fd-rss-content-file
               assign to dynamic ws-rss-content-file-name
               status is ws-content-file-status.

               select optional fd-backfill-page-file
               assign to dynamic ws-backfill-page-file-name
               organization is line sequential.

       data division.
       file section.
           copy "./copybooks/filedescriptor/fd_rss_list_file.cpy".
           copy "./copybooks/filedescriptor/fd_rss_content_file.cpy".

           FD fd-backfill-page-file.
           01  f-backfill-page-line          pic x(32768).

       working-storage section.

       77  ws-rss-list-file-name             pic x(255) value spaces.
       77  ws-rss-content-file-name          pic x(255) value spaces.
       77  ws-content-file-status            pic 99 value zero.
       77  ws-rss-merge-carry-file-name      pic x(255) value spaces.
       77  ws-backfill-page-file-name        pic x(255) value spaces.
       77  ws-backfill-retry-file-name       pic x(255) value spaces.

      *> Feeds to walk - the one asked for, or every web feed.
       78  ws-max-feeds                      value 1000.
       01  ws-bf-feed-table.
           05  ws-bf-feed-count              pic 9(4) value zero.
           05  ws-bf-feed-entry occurs 1000 times.
               10  ws-bf-feed-id             pic 9(5) value zero.
               10  ws-bf-feed-url            pic x(256) value spaces.
               10  ws-bf-feed-title          pic x(128) value spaces.
       77  ws-bf-feed-idx                    pic 9(4) value zero.

      *> Pages already fetched for the current feed - an archive
      *> chain that loops back on itself ends the walk.
       78  ws-max-backfill-pages             value 100.
       78  ws-default-backfill-pages         value 10.
       01  ws-visited-table.
           05  ws-visited-count              pic 9(3) value zero.
           05  ws-visited-url occurs 101 times
                                             pic x(256) value spaces.
       77  ws-visited-idx                    pic 9(3) value zero.

       77  ws-page-depth                     pic 9(3) value zero.
       77  ws-pages-fetched                  pic 9(3) value zero.
       77  ws-paged-number                   pic 9(4) value zero.
       77  ws-paged-number-disp              pic z(3)9.
       77  ws-page-url                       pic x(256) value spaces.
       77  ws-next-page-url                  pic x(256) value spaces.
       77  ws-prev-archive-url               pic x(256) value spaces.
       77  ws-rel-next-url                   pic x(256) value spaces.
       77  ws-feed-url-scheme                pic x(8) value spaces.
       77  ws-feed-url-host                  pic x(256) value spaces.
       77  ws-feed-url-rest                  pic x(256) value spaces.

       77  ws-page-line                      pic x(32768) value spaces.
       77  ws-rel-pos                        pic 9(5) value zero.
       77  ws-tag-start                      pic 9(5) value zero.
       77  ws-tag-end                        pic 9(5) value zero.
       77  ws-link-tag                       pic x(2048) value spaces.
       77  ws-href-before                    pic x(2048) value spaces.
       77  ws-href-after                     pic x(2048) value spaces.
       77  ws-href-url                       pic x(256) value spaces.
       77  ws-tag-tally                      pic 9(4) value zero.
       77  ws-quote-tally                    pic 9(4) value zero.

       77  ws-download-cmd                   pic x(128) value spaces.
       77  ws-xmllint-cmd                    pic x(128) value spaces.
       77  ws-timeout-config                 pic x(32) value spaces.
       77  ws-timeout-secs                   pic 9(4) value zero.
       78  ws-download-timeout-default       value 30.
       77  ws-shell-cmd                      pic x(1024) value spaces.
       77  ws-shell-status                   pic s9(9) value zero.

       01  ws-pipe-record.
           05  ws-pipe-pointer               usage pointer.
           05  ws-pipe-return                usage binary-long.

       77  ws-config-val                     pic x(256) value spaces.
       77  ws-parse-status                   pic 9 value zero.
       77  ws-refresh-status                 pic 9 value zero.
       77  ws-lock-status                    pic 9 value zero.

       77  ws-carry-count                    pic 9(6) value zero.
       77  ws-carry-before                   pic 9(6) value zero.
       77  ws-carry-staged                   pic 9(6) value zero.
       77  ws-feed-items-added               pic 9(6) value zero.
       77  ws-feed-items-dropped             pic 9(6) value zero.
       77  ws-total-pages                    pic 9(5) value zero.
       77  ws-total-items                    pic 9(6) value zero.
       77  ws-count-disp                     pic z(5)9.
       77  ws-count-disp-2                   pic z(5)9.
       77  ws-id-disp                        pic z(4)9.

       77  ws-audit-op                       pic x(16) value spaces.
       77  ws-audit-feed-id                  pic 9(5) value zero.
       77  ws-audit-link                     pic x(256) value spaces.
       77  ws-audit-detail                   pic x(256) value spaces.

       01  ws-walk-mode-sw                   pic a value 'L'.
           88  ws-walk-by-links              value 'L'.
           88  ws-walk-by-paged              value 'P'.

       01  ws-walk-done-sw                   pic a value 'N'.
           88  ws-walk-done                  value 'Y'.
           88  ws-walk-not-done              value 'N'.

       01  ws-wordpress-sw                   pic a value 'N'.
           88  ws-is-wordpress               value 'Y'.
           88  ws-not-wordpress              value 'N'.

       01  ws-fetch-sw                       pic a value 'N'.
           88  ws-fetch-ok                   value 'Y'.
           88  ws-fetch-failed               value 'N'.

       01  ws-visited-sw                     pic a value 'N'.
           88  ws-page-visited               value 'Y'.
           88  ws-page-not-visited           value 'N'.

       01  ws-eof-sw                         pic a value 'N'.
           88  ws-eof                        value 'Y'.
           88  ws-not-eof                    value 'N'.

       linkage section.

       01  l-backfill-op                     pic x.
           88  l-backfill-command            value 'C'.
           88  l-backfill-on-add             value 'A'.

      *> 'C': the feed id (zero = every web feed). 'A': the url.
       01  l-backfill-feed-id                pic 9(5).
       01  l-backfill-feed-url               pic x(256).

      *> Page depth - zero takes "backfill_pages".
       01  l-backfill-pages                  pic 9(3).

       01  l-backfill-pages-fetched          pic 9(5).
       01  l-backfill-items-added            pic 9(6).

       01  l-backfill-status                 pic 9.
           88  l-backfill-skipped            value 0.
           88  l-backfill-ok                 value 1.
           88  l-backfill-failed             value 2.
           88  l-backfill-locked             value 8.

       procedure division using
           l-backfill-op, l-backfill-feed-id, l-backfill-feed-url,
           l-backfill-pages, l-backfill-pages-fetched,
           l-backfill-items-added, l-backfill-status.

       main-procedure.

           set l-backfill-skipped to true
           move zero to l-backfill-pages-fetched
           move zero to l-backfill-items-added
           move zero to ws-total-pages ws-total-items

           move function resolve-data-path("feeds/list.dat")
               to ws-rss-list-file-name
           move function resolve-data-path("feeds/backfill.tmp")
               to ws-backfill-page-file-name
           move function resolve-data-path("feeds/backfill_fmt.tmp")
               to ws-backfill-retry-file-name

           perform load-page-depth
           if ws-page-depth = zero then
               goback
           end-if

           move function get-config("down_cmd") to ws-download-cmd
           if ws-download-cmd = "NOT-SET"
           or ws-download-cmd = spaces then
               call "logger" using function concatenate(
                   "Backfill: no download command configured. ",
                   "Run auto-configure first.")
               end-call
               if l-backfill-command then
                   display
                       "No download command is configured - run "
                       "auto-configuration first."
                   end-display
               end-if
               set l-backfill-failed to true
               goback
           end-if

           perform load-download-timeout

           move function get-config("xmllint") to ws-xmllint-cmd
           if ws-xmllint-cmd = "NOT-SET" then
               move spaces to ws-xmllint-cmd
           end-if

           perform load-backfill-feeds

           if ws-bf-feed-count = zero then
               if l-backfill-command then
                   if l-backfill-feed-id > zero then
                       move l-backfill-feed-id to ws-id-disp
                       display
                           "No feed with id "
                           function trim(ws-id-disp)
                           " was found."
                       end-display
                   else
                       display "There are no web feeds to backfill."
                   end-if
                   set l-backfill-failed to true
               end-if
               goback
           end-if

           set l-backfill-ok to true

           perform varying ws-bf-feed-idx from 1 by 1
               until ws-bf-feed-idx > ws-bf-feed-count
               or l-backfill-locked
               perform backfill-one-feed
           end-perform

           move ws-total-pages to l-backfill-pages-fetched
           move ws-total-items to l-backfill-items-added

           if l-backfill-command and ws-bf-feed-count > 1 then
               move ws-total-pages to ws-count-disp
               move ws-total-items to ws-count-disp-2
               display
                   "Backfill complete: "
                   function trim(ws-count-disp)
                   " page(s) fetched, "
                   function trim(ws-count-disp-2)
                   " older item(s) added."
               end-display
           end-if

           goback.


       load-page-depth.

      *> The caller's depth wins, then "backfill_pages". Backfill on
      *> add is off unless the key is set.
           move zero to ws-page-depth

           if l-backfill-pages > zero then
               move l-backfill-pages to ws-page-depth
           else
               move function get-config("backfill_pages")
                   to ws-config-val
               if ws-config-val not = "NOT-SET"
               and function trim(ws-config-val) is numeric then
                   move function numval(ws-config-val)
                       to ws-page-depth
               end-if
               if ws-page-depth = zero and l-backfill-command then
                   move ws-default-backfill-pages to ws-page-depth
               end-if
           end-if

           if ws-page-depth > ws-max-backfill-pages then
               move ws-max-backfill-pages to ws-page-depth
           end-if

           exit paragraph.


       load-download-timeout.

           move function get-config("download_timeout")
               to ws-timeout-config
           if ws-timeout-config = "NOT-SET"
           or function trim(ws-timeout-config) is not numeric then
               move ws-download-timeout-default to ws-timeout-secs
           else
               move function numval(ws-timeout-config)
                   to ws-timeout-secs
           end-if
           if ws-timeout-secs < 1 then
               move ws-download-timeout-default to ws-timeout-secs
           end-if

           exit paragraph.


       load-backfill-feeds.

           move zero to ws-bf-feed-count

           open input fd-rss-list-file

           evaluate true
               when l-backfill-on-add
                   move l-backfill-feed-url to f-rss-link
                   read fd-rss-list-file
                       key is f-rss-link
                       invalid key
                           continue
                       not invalid key
                           perform add-backfill-feed
                   end-read

               when l-backfill-feed-id > zero
                   move l-backfill-feed-id to f-rss-feed-id
                   read fd-rss-list-file
                       key is f-rss-feed-id
                       invalid key
                           continue
                       not invalid key
                           perform add-backfill-feed
                   end-read

               when other
      *> Script, mailbox, scrape and notice feeds have no archive
      *> to walk - only web feeds are taken.
                   set ws-not-eof to true
                   perform until ws-eof
                       read fd-rss-list-file next record
                           at end
                               set ws-eof to true
                           not at end
                               if (f-rss-link(1:7) = "http://"
                               or f-rss-link(1:8) = "https://")
                               and ws-bf-feed-count < ws-max-feeds
                               then
                                   perform add-backfill-feed
                               end-if
                       end-read
                   end-perform
           end-evaluate

           close fd-rss-list-file

           exit paragraph.


       add-backfill-feed.

           add 1 to ws-bf-feed-count
           move f-rss-feed-id to ws-bf-feed-id(ws-bf-feed-count)
           move f-rss-link to ws-bf-feed-url(ws-bf-feed-count)
           move f-rss-title to ws-bf-feed-title(ws-bf-feed-count)

           exit paragraph.


       backfill-one-feed.

           move ws-bf-feed-url(ws-bf-feed-idx) to ws-page-url
           move zero to ws-pages-fetched ws-feed-items-added
           move zero to ws-feed-items-dropped

           if l-backfill-command then
               move ws-bf-feed-id(ws-bf-feed-idx) to ws-id-disp
               display
                   "Backfilling "
                   function trim(ws-bf-feed-title(ws-bf-feed-idx))
                   " (id " function trim(ws-id-disp) ")..."
               end-display
           end-if

           if ws-page-url(1:7) not = "http://"
           and ws-page-url(1:8) not = "https://" then
               if l-backfill-command then
                   display
                       "  Not a web feed - it has no archive to walk."
                   end-display
               end-if
               exit paragraph
           end-if

           move function rss-store-lock('A') to ws-lock-status
           if ws-lock-status not = 1 then
               call "logger" using
                   "Backfill: the feed store is locked - stopping."
               end-call
               if l-backfill-command then
                   display
                       "  The feed store is locked - another crssr "
                       "process is refreshing. Try again shortly."
                   end-display
               end-if
               set l-backfill-locked to true
               exit paragraph
           end-if

           move function concatenate(
               function trim(function resolve-data-path("feeds")),
               "/rss_", ws-bf-feed-id(ws-bf-feed-idx), "_mrg.dat")
               to ws-rss-merge-carry-file-name
           perform count-carry-store
           move ws-carry-count to ws-carry-before

           move zero to ws-visited-count
           move spaces to ws-next-page-url
           set ws-walk-by-links to true
           set ws-walk-not-done to true

      *> The feed document itself is only read for its links - its
      *> items are the ones the refresh already brings in.
           perform fetch-backfill-page
           if ws-fetch-failed then
               set ws-walk-done to true
           else
               perform find-older-page-link
               if ws-next-page-url = spaces and ws-is-wordpress then
                   set ws-walk-by-paged to true
                   move 2 to ws-paged-number
                   perform build-paged-url
               end-if
           end-if

           if ws-walk-not-done and ws-next-page-url = spaces then
               call "logger" using function concatenate(
                   "Backfill: no archive or paged links in: ",
                   function trim(ws-bf-feed-url(ws-bf-feed-idx)))
               end-call
               if l-backfill-command then
                   display
                       "  The feed offers no archive or paged links."
                   end-display
               end-if
           end-if

           perform walk-one-page
               until ws-walk-done
               or ws-next-page-url = spaces
               or ws-pages-fetched >= ws-page-depth

           move function rss-store-lock('R') to ws-lock-status

           perform count-carry-store
           if ws-carry-count > ws-carry-before then
               compute ws-carry-staged =
                   ws-carry-count - ws-carry-before
           else
               move zero to ws-carry-staged
           end-if

           if ws-carry-staged > zero then
               perform refresh-backfilled-feed
           end-if

           add ws-pages-fetched to ws-total-pages
           add ws-feed-items-added to ws-total-items

           if l-backfill-command then
               move ws-pages-fetched to ws-count-disp
               move ws-feed-items-added to ws-count-disp-2
               display
                   "  " function trim(ws-count-disp)
                   " page(s) fetched, "
                   function trim(ws-count-disp-2)
                   " older item(s) added."
               end-display
               if ws-feed-items-dropped > zero then
                   move ws-feed-items-dropped to ws-count-disp
                   display
                       "  " function trim(ws-count-disp)
                       " more rolled off under the retention cap."
                   end-display
               end-if
           end-if

           if ws-pages-fetched > zero then
               move "BACKFILL" to ws-audit-op
               move ws-bf-feed-id(ws-bf-feed-idx) to ws-audit-feed-id
               move ws-bf-feed-url(ws-bf-feed-idx) to ws-audit-link
               move function concatenate(
                   ws-pages-fetched, " page(s) fetched, ",
                   ws-feed-items-added, " item(s) added, ",
                   ws-feed-items-dropped, " over the retention cap")
                   to ws-audit-detail
               call "rss-audit" using
                   ws-audit-op ws-audit-feed-id ws-audit-link
                   ws-audit-detail
               end-call
           end-if

           exit paragraph.


       walk-one-page.

           perform check-page-visited
           if ws-page-visited then
               set ws-walk-done to true
               exit paragraph
           end-if

           move ws-next-page-url to ws-page-url
           move spaces to ws-next-page-url

           perform fetch-backfill-page
           if ws-fetch-failed then
               set ws-walk-done to true
               exit paragraph
           end-if
           add 1 to ws-pages-fetched

           move function rss-parser(
               ws-backfill-page-file-name,
               ws-bf-feed-url(ws-bf-feed-idx), 'B')
               to ws-parse-status

      *> A minified page gets the same xmllint second chance a
      *> refresh gives it.
           if ws-parse-status = 2 and ws-xmllint-cmd not = spaces then
               move function concatenate(
                   function trim(ws-xmllint-cmd), space,
                   function trim(ws-backfill-page-file-name),
                   " > ", function trim(ws-backfill-retry-file-name))
                   to ws-shell-cmd
               move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
               if ws-pipe-return not = 255 then
                   move pipe-close(ws-pipe-record) to ws-shell-status
                   if ws-shell-status = zero then
                       move function rss-parser(
                           ws-backfill-retry-file-name,
                           ws-bf-feed-url(ws-bf-feed-idx), 'B')
                           to ws-parse-status
                   end-if
               end-if
           end-if

           call "logger" using function concatenate(
               "Backfill page ", ws-pages-fetched, " parse status ",
               ws-parse-status, ": ", function trim(ws-page-url))
           end-call

           if ws-parse-status not = 1 then
               set ws-walk-done to true
               exit paragraph
           end-if

           if ws-walk-by-paged then
               add 1 to ws-paged-number
               perform build-paged-url
           else
               perform find-older-page-link
           end-if

           exit paragraph.


       check-page-visited.

           set ws-page-not-visited to true
           perform varying ws-visited-idx from 1 by 1
               until ws-visited-idx > ws-visited-count
               if ws-visited-url(ws-visited-idx) = ws-next-page-url
               then
                   set ws-page-visited to true
               end-if
           end-perform

           exit paragraph.


       fetch-backfill-page.

           set ws-fetch-failed to true

           if ws-visited-count < ws-max-backfill-pages + 1 then
               add 1 to ws-visited-count
               move ws-page-url to ws-visited-url(ws-visited-count)
           end-if

      *> The URL came from feed content - only plain http(s) URLs
      *> with nothing that could break out of the quoting go near
      *> the shell.
           move zero to ws-quote-tally
           inspect ws-page-url tallying ws-quote-tally
               for all "'" all "`" all "$" all x"0a" all x"0d"
           if ws-quote-tally > zero
           or (ws-page-url(1:7) not = "http://"
               and ws-page-url(1:8) not = "https://")
           then
               call "logger" using function concatenate(
                   "Backfill: refusing unsafe page URL: ",
                   function trim(ws-page-url))
               end-call
               exit paragraph
           end-if

           move function concatenate(
               "timeout ", function trim(ws-timeout-secs), space,
               function trim(ws-download-cmd), space,
               function trim(ws-backfill-page-file-name), " '",
               function trim(ws-page-url), "'")
               to ws-shell-cmd

           call "logger" using function concatenate(
               "Fetching backfill page: ", function trim(ws-shell-cmd))
           end-call

           move pipe-open(ws-shell-cmd, "r") to ws-pipe-record
           if ws-pipe-return = 255 then
               call "logger" using
                   "Backfill: unable to open download pipe."
               end-call
               exit paragraph
           end-if
           move pipe-close(ws-pipe-record) to ws-shell-status

           if ws-shell-status not = zero then
               call "logger" using function concatenate(
                   "Backfill: download failed with status ",
                   ws-shell-status, " for: ",
                   function trim(ws-page-url))
               end-call
               exit paragraph
           end-if

           set ws-fetch-ok to true

           exit paragraph.


       find-older-page-link.

      *> An RFC 5005 archive link is the surest way back; a paging
      *> rel="next" is the next best. A WordPress generator line
      *> marks a feed that pages with ?paged=N.
           move spaces to ws-prev-archive-url ws-rel-next-url
           set ws-not-wordpress to true
           set ws-not-eof to true

           open input fd-backfill-page-file
               perform until ws-eof
                   read fd-backfill-page-file into ws-page-line
                       at end
                           set ws-eof to true
                       not at end
                           perform scan-page-line
                   end-read
               end-perform
           close fd-backfill-page-file

           if ws-prev-archive-url not = spaces then
               move ws-prev-archive-url to ws-next-page-url
           else
               move ws-rel-next-url to ws-next-page-url
           end-if

           exit paragraph.


       scan-page-line.

           move zero to ws-tag-tally
           inspect ws-page-line tallying ws-tag-tally
               for all "<generator"
           if ws-tag-tally > zero then
               move zero to ws-tag-tally
               inspect function lower-case(ws-page-line)
                   tallying ws-tag-tally for all "wordpress.org"
               if ws-tag-tally > zero then
                   set ws-is-wordpress to true
               end-if
           end-if

           if ws-prev-archive-url = spaces then
               move zero to ws-tag-tally
               inspect ws-page-line tallying ws-tag-tally
                   for all 'rel="prev-archive"' "rel='prev-archive'"
               if ws-tag-tally > zero then
                   move zero to ws-rel-pos
                   inspect ws-page-line tallying ws-rel-pos
                       for characters before initial "prev-archive"
                   perform extract-link-href
                   move ws-href-url to ws-prev-archive-url
               end-if
           end-if

           if ws-rel-next-url = spaces then
               move zero to ws-tag-tally
               inspect ws-page-line tallying ws-tag-tally
                   for all 'rel="next"' "rel='next'"
               if ws-tag-tally > zero then
                   move zero to ws-rel-pos
                   inspect ws-page-line tallying ws-rel-pos
                       for characters before initial "rel="
                   perform find-rel-next-pos
                   perform extract-link-href
                   move ws-href-url to ws-rel-next-url
               end-if
           end-if

           exit paragraph.


       find-rel-next-pos.

      *> The line may carry other rel= attributes ahead of the one
      *> wanted - step to the rel="next" itself.
           perform until ws-rel-pos + 10 > length of ws-page-line
               or ws-page-line(ws-rel-pos + 1:10) = 'rel="next"'
               or ws-page-line(ws-rel-pos + 1:10) = "rel='next'"
               add 1 to ws-rel-pos
           end-perform

           exit paragraph.


       extract-link-href.

      *> Cut the element holding the rel= out of the line, then its
      *> href - made absolute against the feed URL when it is only
      *> a path.
           move spaces to ws-href-url ws-link-tag
           move ws-rel-pos to ws-tag-start
           perform until ws-tag-start < 1
               or ws-page-line(ws-tag-start:1) = "<"
               subtract 1 from ws-tag-start
           end-perform
           if ws-tag-start < 1 then
               exit paragraph
           end-if

           move ws-rel-pos to ws-tag-end
           perform until ws-tag-end >= length of ws-page-line
               or ws-page-line(ws-tag-end:1) = ">"
               add 1 to ws-tag-end
           end-perform
           if ws-tag-end - ws-tag-start + 1 > length of ws-link-tag
           then
               exit paragraph
           end-if

           move ws-page-line(ws-tag-start:
               ws-tag-end - ws-tag-start + 1) to ws-link-tag

           move spaces to ws-href-before ws-href-after
           unstring ws-link-tag
               delimited by 'href="' or "href='"
               into ws-href-before ws-href-after
           end-unstring
           if ws-href-after = spaces then
               exit paragraph
           end-if
           unstring ws-href-after
               delimited by '"' or "'"
               into ws-href-url
           end-unstring

           move function substitute(
               function trim(ws-href-url), "&amp;", "&")
               to ws-href-url

           if ws-href-url(1:1) = "/" then
               perform split-feed-url
               if ws-href-url(1:2) = "//" then
                   move function concatenate(
                       function trim(ws-feed-url-scheme), ":",
                       function trim(ws-href-url))
                       to ws-href-url
               else
                   move function concatenate(
                       function trim(ws-feed-url-scheme), "://",
                       function trim(ws-feed-url-host),
                       function trim(ws-href-url))
                       to ws-href-url
               end-if
           end-if

           exit paragraph.


       split-feed-url.

           move spaces to ws-feed-url-scheme ws-feed-url-host
           move spaces to ws-feed-url-rest
           unstring ws-bf-feed-url(ws-bf-feed-idx)
               delimited by "://"
               into ws-feed-url-scheme ws-feed-url-rest
           end-unstring
           unstring ws-feed-url-rest
               delimited by "/" or "?"
               into ws-feed-url-host
           end-unstring

           exit paragraph.


       build-paged-url.

           move ws-paged-number to ws-paged-number-disp
           move zero to ws-tag-tally
           inspect ws-bf-feed-url(ws-bf-feed-idx)
               tallying ws-tag-tally for all "?"
           if ws-tag-tally > zero then
               move function concatenate(
                   function trim(ws-bf-feed-url(ws-bf-feed-idx)),
                   "&paged=", function trim(ws-paged-number-disp))
                   to ws-next-page-url
           else
               move function concatenate(
                   function trim(ws-bf-feed-url(ws-bf-feed-idx)),
                   "?paged=", function trim(ws-paged-number-disp))
                   to ws-next-page-url
           end-if

           exit paragraph.


       refresh-backfilled-feed.

      *> The staged items join the record at a full refresh. The
      *> stored validators are dropped first so an unchanged feed
      *> is still re-read rather than answered with a 304.
           move ws-bf-feed-url(ws-bf-feed-idx) to f-rss-link
           open i-o fd-rss-list-file
               read fd-rss-list-file
                   key is f-rss-link
                   invalid key
                       continue
                   not invalid key
                       move spaces to f-rss-etag f-rss-last-modified
                       rewrite f-rss-list-record
                           invalid key
                               continue
                       end-rewrite
               end-read
           close fd-rss-list-file

           move function rss-downloader(
               ws-bf-feed-url(ws-bf-feed-idx), 'N')
               to ws-refresh-status

           if ws-refresh-status not = 1 then
               call "logger" using function concatenate(
                   "Backfill: refresh after staging failed with ",
                   "status ", ws-refresh-status, " - the staged ",
                   "items join at the next refresh: ",
                   function trim(ws-bf-feed-url(ws-bf-feed-idx)))
               end-call
               move ws-carry-staged to ws-feed-items-added
               exit paragraph
           end-if

      *> What the refresh kept in the carry store is what the cap
      *> let into the record; the rest rolled off.
           perform count-carry-store
           if ws-carry-count > ws-carry-before then
               compute ws-feed-items-added =
                   ws-carry-count - ws-carry-before
           else
               move zero to ws-feed-items-added
           end-if
           if ws-carry-staged > ws-feed-items-added then
               compute ws-feed-items-dropped =
                   ws-carry-staged - ws-feed-items-added
           end-if

           exit paragraph.


       count-carry-store.

           move zero to ws-carry-count
           move ws-rss-merge-carry-file-name
               to ws-rss-content-file-name
           open input fd-rss-content-file
           if ws-content-file-status = zero
               read fd-rss-content-file
                   at end
                       continue
                   not at end
                       move f-num-items to ws-carry-count
               end-read
           end-if
           close fd-rss-content-file

           exit paragraph.

       end program rss-backfill.
