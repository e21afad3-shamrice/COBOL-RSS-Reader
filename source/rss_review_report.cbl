       configuration section.

       repository.
           function rss-category-owner
           function resolve-data-path.

       input-output section.

       copy "./copybooks/wsrecord/ws-rss-list-record.cpy".
       copy "./copybooks/wsrecord/ws-last-id-record.cpy".
       copy "./copybooks/wsrecord/ws-category-record.cpy".

       77  ws-rss-list-file-name             pic x(256) value spaces.
       77  ws-rss-last-id-file-name          pic x(256) value spaces.
       77  ws-open-disp                      pic z(6)9.
       77  ws-review-disp                    pic x(10) value spaces.

      *> Category defaults (see rss-category-defaults) - the owner
      *> a feed inherits and the category's review cycle.
       77  ws-cat-op                         pic x value 'G'.
       77  ws-cat-idx                        pic 9(3) value zero.
       77  ws-cat-status                     pic 9 value zero.
       77  ws-cycle-disp                     pic zz9.

       78  ws-new-line                       value x"0a".

       01  ws-eof-sw                         pic a value 'N'.
                   function trim(ws-rss-owner)
               end-display
           else
               if function rss-category-owner(
                   ws-rss-category, ws-rss-owner) not = spaces then
                   display "  owner:         "
                       function trim(function rss-category-owner(
                           ws-rss-category, ws-rss-owner))
                       " (from category)"
                   end-display
               else
                   display "  owner:         (nobody recorded)"
               end-if
           end-if

           if ws-rss-justification not = spaces then
           display "  review due:    "
               function trim(ws-review-disp)
           end-display

           move ws-rss-category to ws-cat-name
           call "rss-category-defaults" using
               ws-cat-op ws-cat-idx ws-category-record ws-cat-status
           end-call
           if ws-cat-status = 1
           and ws-cat-review-months > zero then
               move ws-cat-review-months to ws-cycle-disp
               display "  review cycle:  every "
                   function trim(ws-cycle-disp) " month(s) (category "
                   function trim(ws-cat-name) ")"
               end-display
           end-if
           display "  opened:        "
               function trim(ws-open-disp) " time(s)"
           end-display
