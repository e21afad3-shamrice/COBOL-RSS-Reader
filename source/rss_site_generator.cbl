       repository.
           function pipe-open
           function pipe-close
           function rss-redistribution-policy
           function resolve-data-path.

       input-output section.
       77  ws-feeds-rendered                 pic 9(5) value zero.
       77  ws-items-rendered                 pic 9(7) value zero.

      *> Publisher redistribution terms - see
      *> rss-redistribution-policy. Link-only items get a page with
      *> the title and link but not the text; a never feed's items
      *> get no pages. Both are noted on the feed page and counted.
       77  ws-redist-policy                  pic a value 'A'.
       77  ws-rights-text                    pic x(128) value spaces.
       77  ws-feed-withheld                  pic 9(6) value zero.
       77  ws-items-link-only                pic 9(7) value zero.
       77  ws-items-withheld                 pic 9(7) value zero.

      *> Feed-content text passed through html-escape before it goes
      *> into a page, so markup characters in titles/descriptions
      *> can't break (or script) the generated pages.
               function trim(ws-feeds-rendered),
               " Item pages: ", function trim(ws-items-rendered))
           end-display
           if ws-items-link-only > zero
           or ws-items-withheld > zero then
               display function concatenate(
                   "Withheld under publisher redistribution terms: ",
                   function trim(ws-items-link-only),
                   " item(s) as title and link only, ",
                   function trim(ws-items-withheld),
                   " item(s) left out.")
               end-display
               call "logger" using function concatenate(
                   "Static site redistribution terms: ",
                   function trim(ws-items-link-only), " link-only, ",
                   function trim(ws-items-withheld), " left out")
               end-call
           end-if
           display function concatenate(
               "Open ", function trim(ws-site-dir), "/index.html")
           end-display

           add 1 to ws-feeds-rendered

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy
           move zero to ws-feed-withheld

           move function concatenate(
               function trim(ws-site-dir),
               "/feed_", ws-rss-feed-id, ".html")
                   until ws-item-idx > ws-num-items

                   if ws-item-exists(ws-item-idx) = 'Y'
                   and ws-item-hidden(ws-item-idx) not = 'Y'
                   and ws-redist-policy = 'N' then
                       add 1 to ws-feed-withheld
                   end-if

                   if ws-item-exists(ws-item-idx) = 'Y'
                   and ws-item-hidden(ws-item-idx) not = 'Y'
                   and ws-redist-policy not = 'N' then
                       move ws-item-title(ws-item-idx)
                           to ws-escape-input
                       perform html-escape

               end-perform

               move "</ul>" to ws-html-line
               write f-html-line-raw from ws-html-line

               perform write-feed-rights-note

               move "</body></html>" to ws-html-line
               write f-html-line-raw from ws-html-line

           close fd-html-file

           add ws-feed-withheld to ws-items-withheld

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-redist-policy not = 'N' then
                   perform write-item-page
               end-if

                   to ws-html-line
               write f-html-line-raw from ws-html-line

               if ws-item-rights(ws-item-idx) not = spaces then
                   move ws-item-rights(ws-item-idx) to ws-rights-text
               else
                   move ws-rss-rights to ws-rights-text
               end-if

               if ws-redist-policy = 'L' then
                   add 1 to ws-items-link-only
                   move function concatenate(
                       "<p><em>Full text withheld - the publisher's ",
                       "terms allow title and link only.</em></p>")
                       to ws-html-line
               else
                   move ws-item-desc(ws-item-idx) to ws-escape-input
                   perform html-escape
                   move function concatenate(
                       "<p>", function trim(ws-escaped-text), "</p>")
                       to ws-html-line
               end-if
               write f-html-line-raw from ws-html-line

               if ws-rights-text not = spaces then
                   move ws-rights-text to ws-escape-input
                   perform html-escape
                   move function concatenate(
                       "<p><small>", function trim(ws-escaped-text),
                       "</small></p>")
                       to ws-html-line
                   write f-html-line-raw from ws-html-line
               end-if

               if ws-item-link(ws-item-idx) not = spaces then
                   move ws-item-link(ws-item-idx) to ws-escape-input
                   perform html-escape
           exit paragraph.


       write-feed-rights-note.

      *> What this feed's page leaves out, and the publisher's own
      *> rights statement.
           evaluate true
               when ws-redist-policy = 'N' and ws-feed-withheld > zero
                   move function concatenate(
                       "<p><em>", function trim(ws-feed-withheld),
                       " item(s) withheld - the publisher's terms do",
                       " not allow republishing.</em></p>")
                       to ws-html-line
                   write f-html-line-raw from ws-html-line
               when ws-redist-policy = 'L'
                   move function concatenate(
                       "<p><em>Item pages carry the title and link ",
                       "only - the publisher's terms do not allow ",
                       "republishing the text.</em></p>")
                       to ws-html-line
                   write f-html-line-raw from ws-html-line
           end-evaluate

           if ws-rss-rights not = spaces then
               move ws-rss-rights to ws-escape-input
               perform html-escape
               move function concatenate(
                   "<p><small>", function trim(ws-escaped-text),
                   "</small></p>")
                   to ws-html-line
               write f-html-line-raw from ws-html-line
           end-if

           exit paragraph.


       write-html-header-index.
           move "<!DOCTYPE html><html><head>" to ws-html-line
           write f-html-line-raw from ws-html-line
