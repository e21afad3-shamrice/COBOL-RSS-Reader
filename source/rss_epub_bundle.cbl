       repository.
           function pipe-open
           function pipe-close
           function rss-redistribution-policy
           function resolve-data-path.

       input-output section.
       77  ws-chapter-seq                    pic 9(5) value zero.
       77  ws-items-bundled                  pic 9(6) value zero.

      *> Publisher redistribution terms - see
      *> rss-redistribution-policy. A link-only item's chapter has
      *> the title and link with a note in place of the text; a
      *> never feed's items get no chapter (and so no table of
      *> contents entry). Both are counted in the summary.
       77  ws-redist-policy                  pic a value 'A'.
       77  ws-rights-text                    pic x(128) value spaces.
       77  ws-items-link-only                pic 9(6) value zero.
       77  ws-items-withheld                 pic 9(6) value zero.

       77  ws-epub-line                      pic x(4200)
                                             value spaces.
       77  ws-escaped-text                   pic x(4100)
               close fd-rss-list-file
           end-if

           if ws-items-withheld > zero then
               display function concatenate(
                   "Left out under publisher redistribution terms: ",
                   function trim(ws-items-withheld), " item(s).")
               end-display
               call "logger" using function concatenate(
                   "EPUB bundle left out ", ws-items-withheld,
                   " item(s) under publisher redistribution terms")
               end-call
           end-if

           if ws-items-bundled = zero then
               display "No unread items to bundle - no EPUB written."
               set l-return-status-empty to true
               " item(s))")
           end-display

           if ws-items-link-only > zero then
               display function concatenate(
                   "Title and link only under publisher ",
                   "redistribution terms: ",
                   function trim(ws-items-link-only), " item(s).")
               end-display
           end-if

           call "logger" using function concatenate(
               "EPUB bundle written: ",
               function trim(ws-output-path), " items: ",
               end-perform
           close fd-rss-content-file

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

               and ws-item-read(ws-item-idx) not = 'Y'
               and ws-item-hidden(ws-item-idx) not = 'Y'
               and ws-item-dup-of-feed(ws-item-idx) = zeros then
                   if ws-redist-policy = 'N' then
                       add 1 to ws-items-withheld
                   else
                       perform write-item-chapter
                   end-if
               end-if

           end-perform
                   to ws-epub-line
               write f-epub-line-raw from ws-epub-line

               if ws-redist-policy = 'L' then
                   perform write-chapter-link-only
               else
                   move ws-item-desc(ws-item-idx) to ws-escape-input
                   perform xml-escape
                   move function concatenate(
                       "<p>", function trim(ws-escaped-text), "</p>")
                       to ws-epub-line
                   write f-epub-line-raw from ws-epub-line

      *> Long items carry their continuation in the overflow store.
                   if ws-item-desc-more(ws-item-idx) = 'Y' then
                       perform write-chapter-overflow
                   end-if
               end-if

               if ws-item-rights(ws-item-idx) not = spaces then
                   move ws-item-rights(ws-item-idx) to ws-rights-text
               else
                   move ws-rss-rights to ws-rights-text
               end-if
               if ws-rights-text not = spaces then
                   move ws-rights-text to ws-escape-input
                   perform xml-escape
                   move function concatenate(
                       "<p><small>", function trim(ws-escaped-text),
                       "</small></p>")
                       to ws-epub-line
                   write f-epub-line-raw from ws-epub-line
               end-if

               perform write-chapter-note
           exit paragraph.


       write-chapter-link-only.

      *> The publisher allows the headline and a pointer, not the
      *> text.
           add 1 to ws-items-link-only

           move function concatenate(
               "<p><i>Full text withheld - the publisher's terms ",
               "allow title and link only.</i></p>")
               to ws-epub-line
           write f-epub-line-raw from ws-epub-line

           if ws-item-link(ws-item-idx) not = spaces then
               move ws-item-link(ws-item-idx) to ws-escape-input
               perform xml-escape
               move function concatenate(
                   '<p><a href="', function trim(ws-escaped-text),
                   '">', function trim(ws-escaped-text), "</a></p>")
                   to ws-epub-line
               write f-epub-line-raw from ws-epub-line
           end-if

           exit paragraph.


       write-chapter-overflow.

           move function substitute(
               end-perform
           close fd-rss-content-file

      *> A never feed wrote no chapters - it gets no entries.
           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy
           if ws-redist-policy = 'N' then
               exit paragraph
           end-if

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

