           function pipe-open
           function pipe-close
           function rss-store-lock
           function rss-epoch-minutes
           function rss-local-date
           function resolve-data-path.

       input-output section.
               "Link:  ",
               function trim(ws-item-link(ws-selected-item-id)))
           end-display
      *> The normalized date in the operator's own zone, with the
      *> publisher's string behind it; undated items keep the string.
           if ws-item-pub-epoch-min(ws-selected-item-id) not = zero
           then
               display function concatenate(
                   "Date:  ", function trim(rss-local-date(
                       ws-item-pub-epoch-min(ws-selected-item-id))),
                   "  [", function trim(
                       ws-item-pub-date(ws-selected-item-id)), "]")
               end-display
           else
               display function concatenate(
                   "Date:  ", function trim(
                       ws-item-pub-date(ws-selected-item-id)))
               end-display
           end-if
           display "---------------------------------------------------"
           display function trim(
               ws-item-desc(ws-selected-item-id))

           move 'Y' to ws-item-read(ws-selected-item-id)
           move 'N' to ws-item-updated(ws-selected-item-id)
           if ws-item-first-read(ws-selected-item-id) = zero then
               move function rss-epoch-minutes
                   to ws-item-first-read(ws-selected-item-id)
           end-if

      *> The flush rewrites the content file - same store-lock
      *> discipline every other feed-store writer keeps. When a
