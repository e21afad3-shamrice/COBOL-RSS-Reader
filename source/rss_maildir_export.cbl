           function pipe-open
           function pipe-close
           function rss-epoch-minutes
           function rss-redistribution-policy
           function resolve-data-path.

       input-output section.
           88  ws-not-yet-delivered          value 'N'.

       77  ws-delivered-this-run             pic 9(6) value zero.

      *> Publisher redistribution terms - see
      *> rss-redistribution-policy. A link-only item is delivered
      *> with a note in place of its text; a never item is not
      *> delivered (nor marked delivered, so it goes out if the
      *> terms are relaxed later).
       77  ws-redist-policy                  pic a value 'A'.
       77  ws-rights-text                    pic x(128) value spaces.
       77  ws-items-link-only                pic 9(6) value zero.
       77  ws-items-withheld                 pic 9(6) value zero.
       77  ws-message-seq                    pic 9(6) value zero.
       77  ws-epoch-now                      pic 9(10) value zero.

               function trim(ws-delivered-this-run))
           end-display

           if ws-items-link-only > zero
           or ws-items-withheld > zero then
               display function concatenate(
                   "Withheld under publisher redistribution terms: ",
                   function trim(ws-items-link-only),
                   " message(s) as title and link only, ",
                   function trim(ws-items-withheld),
                   " item(s) not delivered.")
               end-display
               call "logger" using function concatenate(
                   "Maildir export redistribution terms: ",
                   ws-items-link-only, " link-only, ",
                   ws-items-withheld, " not delivered")
               end-call
           end-if

           call "logger" using function concatenate(
               "Maildir export complete. Delivered: ",
               ws-delivered-this-run)
               end-perform
           close fd-rss-content-file

           move function rss-redistribution-policy(
               ws-rss-redistribution) to ws-redist-policy

           perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-num-items

                   perform check-already-delivered

                   if ws-not-yet-delivered then
                       if ws-redist-policy = 'N' then
                           add 1 to ws-items-withheld
                       else
                           perform write-message-file
                           perform record-delivery
                       end-if
                   end-if
               end-if

               move spaces to ws-message-line
               write f-message-line-raw from ws-message-line

               if ws-redist-policy = 'L' then
                   add 1 to ws-items-link-only
                   move function concatenate(
                       "[Full text withheld - the publisher's terms ",
                       "allow title and link only.]")
                       to ws-message-line
               else
                   move ws-item-desc(ws-item-idx) to ws-message-line
               end-if
               write f-message-line-raw from ws-message-line

               move spaces to ws-message-line
                   write f-message-line-raw from ws-message-line
               end-if

               if ws-item-rights(ws-item-idx) not = spaces then
                   move ws-item-rights(ws-item-idx) to ws-rights-text
               else
                   move ws-rss-rights to ws-rights-text
               end-if
               if ws-rights-text not = spaces then
                   move function concatenate(
                       "Rights: ", function trim(ws-rights-text))
                       to ws-message-line
                   write f-message-line-raw from ws-message-line
               end-if

               perform lookup-item-note

               if ws-note-found then
