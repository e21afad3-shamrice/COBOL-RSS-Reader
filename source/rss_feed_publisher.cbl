      *> Purpose: Republishes our curation as a valid outbound RSS
      *>          2.0 file any reader can subscribe to: either the
      *>          read-later queue (the team's "what to see" list)
      *>          or every item carrying a chosen tag, or the
      *>          current notices of a local:<name> team feed.
      *>          Guids come straight from the stored items, so
      *>          downstream readers never re-show what they've
      *>          seen. Drop the
      *>          output on the intranet web server next to
      *>          rss-site-generator's pages.
      *> Tectonics:
       configuration section.

       repository.
           function rss-redistribution-policy
           function resolve-data-path.

       input-output section.
       77  ws-item-idx                       pic 9(6) value zero.
       77  ws-tag-tally                      pic 9(4) value zero.

      *> Publisher redistribution terms - see
      *> rss-redistribution-policy. A link-only item goes out as
      *> title and link with a note in place of the text; a never
      *> item is left out. Both are counted in the summary.
       77  ws-redist-policy                  pic a value 'A'.
       77  ws-rights-text                    pic x(128) value spaces.
       77  ws-items-link-only                pic 9(6) value zero.
       77  ws-items-withheld                 pic 9(6) value zero.

       01  ws-list-eof-sw                    pic a value 'N'.
           88  ws-list-eof                   value 'Y'.
           88  ws-list-not-eof               value 'N'.

      *> XML escaping scratch - same minimal entity set the EPUB
      *> writer escapes.
       77  ws-escape-input                   pic x(1200)
       linkage section.

      *> Output file, then an optional tag: spaces publish the
      *> read-later queue, a tag publishes every item carrying it,
      *> and local:<name> publishes that notice feed's items.
       01  l-publish-file                    pic x(200).
       01  l-publish-tag                     pic x(32).

               if l-publish-tag = spaces then
                   perform publish-saved-queue
               else
                   if function lower-case(l-publish-tag(1:6))
                       = "local:" then
                       perform publish-local-feed
                   else
                       perform publish-tagged-items
                   end-if
               end-if

               if ws-items-link-only > zero
               or ws-items-withheld > zero then
                   move function concatenate(
                       "<!-- Publisher redistribution terms: ",
                       ws-items-link-only, " item(s) reduced to ",
                       "title and link, ", ws-items-withheld,
                       " item(s) left out. -->")
                       to ws-publish-line
                   write f-publish-line-raw from ws-publish-line
               end-if

               move "</channel>" to ws-publish-line
               " item(s) to ", function trim(ws-publish-file-name))
           end-display

           if ws-items-link-only > zero
           or ws-items-withheld > zero then
               display function concatenate(
                   "Withheld under publisher redistribution terms: ",
                   ws-items-link-only, " item(s) as title and link ",
                   "only, ", ws-items-withheld, " item(s) left out.")
               end-display
               call "logger" using function concatenate(
                   "Curated feed redistribution terms: ",
                   ws-items-link-only, " link-only, ",
                   ws-items-withheld, " left out")
               end-call
           end-if

           call "logger" using function concatenate(
               "Curated feed published: ",
               function trim(ws-publish-file-name), " (",
                   "</title>")
                   to ws-publish-line
           else
            if function lower-case(l-publish-tag(1:6)) = "local:"
            then
               move spaces to ws-escape-input
               move l-publish-tag(7:) to ws-escape-input
               perform xml-escape
               move function concatenate(
                   "<title>Notices: ",
                   function trim(ws-escaped-text), "</title>")
                   to ws-publish-line
            else
               move spaces to ws-escape-input
               move l-publish-tag to ws-escape-input
               perform xml-escape
                   "<title>Curated items tagged '",
                   function trim(ws-escaped-text), "'</title>")
                   to ws-publish-line
            end-if
           end-if
           write f-publish-line-raw from ws-publish-line

                       at end set ws-eof to true
                   not at end
                       if f-saved-exists = 'Y' then
                           perform resolve-saved-item-policy
                           if ws-redist-policy = 'N' then
                               add 1 to ws-items-withheld
                           else
                               perform write-saved-item-entry
                           end-if
                       end-if
                   end-read
               end-perform
           exit paragraph.


       resolve-saved-item-policy.

      *> The queue keeps only the feed's title - find the feed by it
      *> for its terms. A feed since removed or retitled falls back
      *> to the shop default.
           move space to ws-rss-redistribution
           move spaces to ws-rss-rights
           set ws-list-not-eof to true

           open input fd-rss-list-file
               perform until ws-list-eof
                   read fd-rss-list-file next record
                       at end set ws-list-eof to true
                   not at end
                       if f-rss-title = f-saved-feed-title then
                           move f-rss-redistribution
                               to ws-rss-redistribution
                           move f-rss-rights to ws-rss-rights
                           set ws-list-eof to true
                       end-if
                   end-read
               end-perform
           close fd-rss-list-file

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy
           move ws-rss-rights to ws-rights-text

           exit paragraph.


       write-saved-item-entry.

           move "<item>" to ws-publish-line
               write f-publish-line-raw from ws-publish-line
           end-if

           if ws-redist-policy = 'L' then
               perform build-withheld-note
           else
               move f-saved-item-desc to ws-escape-input
           end-if
           perform xml-escape
           move function concatenate(
               "<description>", function trim(ws-escaped-text),
           exit paragraph.


       publish-local-feed.

      *> Every current item of one local notice feed - the feed
      *> itself drops expired notices at each refresh, so what is
      *> on file is what is still in force.
           move function trim(l-publish-tag) to f-rss-link

           open input fd-rss-list-file
               read fd-rss-list-file into ws-rss-list-record
                   key is f-rss-link
                   invalid key
                       move spaces to ws-rss-dat-file-name
               end-read
           close fd-rss-list-file

           if ws-rss-dat-file-name = spaces then
               call "logger" using function concatenate(
                   "No local feed subscribed as ",
                   function trim(l-publish-tag))
               end-call
               exit paragraph
           end-if

           move function trim(ws-rss-dat-file-name)
               to ws-rss-content-file-name
           move zero to ws-num-items

           open input fd-rss-content-file
               read fd-rss-content-file into ws-rss-record
                   at end continue
               end-read
           close fd-rss-content-file

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               if ws-item-exists(ws-item-idx) = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y' then
                   if ws-redist-policy = 'N' then
                       add 1 to ws-items-withheld
                   else
                       perform write-content-item-entry
                   end-if
               end-if

           end-perform

           exit paragraph.


       publish-feed-tagged-items.

           move function trim(ws-rss-dat-file-name)
               end-read
           close fd-rss-content-file

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

                       tallying ws-tag-tally
                       for all function trim(l-publish-tag)
                   if ws-tag-tally > zero then
                       if ws-redist-policy = 'N' then
                           add 1 to ws-items-withheld
                       else
                           perform write-content-item-entry
                       end-if
                   end-if
               end-if

               write f-publish-line-raw from ws-publish-line
           end-if

           if ws-redist-policy = 'L' then
               if ws-item-rights(ws-item-idx) not = spaces then
                   move ws-item-rights(ws-item-idx) to ws-rights-text
               else
                   move ws-rss-rights to ws-rights-text
               end-if
               perform build-withheld-note
           else
               move ws-item-desc(ws-item-idx)
                   to ws-escape-input
           end-if
           perform xml-escape
           move function concatenate(
               "<description>", function trim(ws-escaped-text),
           exit paragraph.


       build-withheld-note.

      *> Stands in for the text of a link-only item.
           add 1 to ws-items-link-only
           if ws-rights-text = spaces then
               move function concatenate(
                   "Full text withheld - the publisher's terms ",
                   "allow title and link only. Read it at the link.")
                   to ws-escape-input
           else
               move function concatenate(
                   "Full text withheld - the publisher's terms ",
                   "allow title and link only (",
                   function trim(ws-rights-text),
                   "). Read it at the link.")
                   to ws-escape-input
           end-if

           exit paragraph.


       xml-escape.

      *> Minimal entity escaping so stored text can't break the
